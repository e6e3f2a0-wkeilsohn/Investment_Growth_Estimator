       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFLLOAD.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CUSTODIAN CASH-FLOW LOAD. READS ONE CUSTODIAN'S DAILY
      *> CONTRIBUTION AND WITHDRAWAL TRANSMISSION (CFLWNATV),
      *> PROVES ITS HEADER AND TRAILER CONTROLS THE WAY PFEEDCNV
      *> PROVES A BALANCE FEED (DETAIL COUNT AND PENNY HASH OF THE
      *> AMOUNTS, MODULO 10**10), AND APPENDS EVERY GOOD FLOW TO
      *> THE CASH-FLOW FILE (CFLWFILE). SYSIN CARRIES THE
      *> CUSTODIAN CODE, WHICH MUST BE ACTIVE ON CUSTREF AND MUST
      *> MATCH THE TRANSMISSION HEADER. A TRANSMISSION ALREADY
      *> LOADED (SAME CUSTODIAN AND HEADER DATE ON CFLWFILE) IS
      *> REFUSED, SO A RERUN CANNOT DOUBLE THE FLOWS. A FLOW FOR A
      *> CLIENT OR ACCOUNT NOT ON FILE, WITH A BAD TYPE, DATE OR
      *> AMOUNT, IS LISTED AND LEFT OFF WITH RC=4; A FEED THAT
      *> DOES NOT PROVE LOADS NOTHING AND ENDS RC=12.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODIAN-FILE ASSIGN TO "CUSTREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CUST-KEY
             FILE STATUS IS WS-CUST-STATUS.
           SELECT NATIVE-FLOW-FILE ASSIGN TO "CFLWNATV"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-NATV-STATUS.
           SELECT OPTIONAL CASH-FLOW-FILE ASSIGN TO "CFLWFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CFLW-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-KEY
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTODIAN-FILE.
           COPY CUSTREC.
       FD NATIVE-FLOW-FILE.
       01 NATIVE-FLOW-RECORD PIC X(80).
       FD CASH-FLOW-FILE.
           COPY CFLWREC.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
       01 WS-CUST-KEY PIC 9(2) VALUE 0.
       01 WS-CUST-STATUS PIC X(2) VALUE "00".
         88 CUST-FILE-OK VALUE "00".
       01 WS-NATV-STATUS PIC X(2) VALUE "00".
         88 NATV-FILE-OK VALUE "00".
       01 WS-CFLW-STATUS PIC X(2) VALUE "00".
         88 CFLW-FILE-OK VALUE "00".
         88 CFLW-NOT-FOUND VALUE "35".
       01 WS-CLIENT-KEY PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-CUSTODIAN-CODE PIC 9(2) VALUE 0.
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-NATIVE VALUE 1.
       01 WS-CFLW-EOF PIC 9 VALUE 0.
         88 END-OF-CASH-FLOWS VALUE 1.
      *> NATIVE RECORD VIEWS: H = HEADER (CUSTODIAN AND AS-OF
      *> DATE), D = ONE FLOW, T = TRAILER (COUNT AND HASH).
       01 WS-NATIVE-WORK PIC X(80) VALUE SPACES.
       01 WS-NATIVE-HEADER REDEFINES WS-NATIVE-WORK.
           05 NH-RECORD-TYPE          PIC X(1).
             88 NH-IS-HEADER          VALUE "H".
             88 NH-IS-DETAIL          VALUE "D".
             88 NH-IS-TRAILER         VALUE "T".
           05 NH-CUSTODIAN-CODE       PIC 9(2).
           05 NH-AS-OF-DATE           PIC 9(8).
           05 FILLER                  PIC X(69).
       01 WS-NATIVE-DETAIL REDEFINES WS-NATIVE-WORK.
           05 FILLER                  PIC X(1).
           05 ND-CLIENT-ID            PIC 9(6).
           05 ND-ACCOUNT-NUMBER       PIC 9(1).
           05 ND-EFFECTIVE-DATE       PIC 9(8).
           05 ND-EFFECTIVE-PARTS REDEFINES ND-EFFECTIVE-DATE.
             10 ND-EFFECTIVE-YEAR     PIC 9(4).
             10 ND-EFFECTIVE-MONTH    PIC 9(2).
             10 ND-EFFECTIVE-DAY      PIC 9(2).
           05 ND-FLOW-TYPE            PIC X(1).
             88 ND-IS-FLOW            VALUE "C" "W".
           05 ND-AMOUNT               PIC 9(8)V99.
           05 ND-VALUE-BEFORE         PIC 9(8)V99.
           05 FILLER                  PIC X(43).
       01 WS-NATIVE-TRAILER REDEFINES WS-NATIVE-WORK.
           05 FILLER                  PIC X(1).
           05 NT-RECORD-COUNT         PIC 9(6).
           05 NT-AMOUNT-HASH          PIC 9(12).
           05 FILLER                  PIC X(61).
       01 WS-HEADER-SEEN PIC 9 VALUE 0.
       01 WS-TRAILER-SEEN PIC 9 VALUE 0.
       01 WS-HEADER-CUSTODIAN PIC 9(2) VALUE 0.
       01 WS-FEED-DATE PIC 9(8) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAILER-HASH PIC 9(12) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-DETAIL-HASH PIC 9(12) VALUE 0.
       01 WS-AMOUNT-PENNIES PIC 9(12) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-LOADED PIC 9(6) VALUE 0.
       01 WS-FLOW-GOOD PIC 9 VALUE 1.
         88 FLOW-GOOD VALUE 1.
         88 FLOW-BAD VALUE 0.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           ACCEPT WS-CUSTODIAN-CODE
           .
           PERFORM LOOKUP-CUSTODIAN-PARA
           .
           PERFORM PROVE-NATIVE-CONTROLS-PARA
           .
           PERFORM CHECK-ALREADY-LOADED-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM LOAD-NATIVE-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PCFLLOAD LOADED " WS-LOADED-COUNT " CASH FLOWS "
             "FROM CUSTODIAN " WS-CUSTODIAN-CODE " DATED "
             WS-FEED-DATE "."
           .
           IF WS-REJECT-COUNT > 0 THEN
               DISPLAY "*** " WS-REJECT-COUNT " FLOWS WERE REJECTED "
                 "AND NOT LOADED - SEE THE LINES ABOVE. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       LOOKUP-CUSTODIAN-PARA.
           OPEN INPUT CUSTODIAN-FILE
           .
           IF NOT CUST-FILE-OK THEN
               DISPLAY "PCFLLOAD COULD NOT OPEN THE CUSTODIAN "
                 "REFERENCE FILE. STATUS: " WS-CUST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE WS-CUSTODIAN-CODE TO WS-CUST-KEY
           .
           READ CUSTODIAN-FILE
             INVALID KEY
               DISPLAY "CUSTODIAN " WS-CUSTODIAN-CODE " IS NOT ON "
                 "THE CUSTODIAN REFERENCE FILE."
               CLOSE CUSTODIAN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
             NOT INVALID KEY
               IF CUS-IS-INACTIVE THEN
                   DISPLAY "CUSTODIAN " WS-CUSTODIAN-CODE " ("
                     CUS-CUSTODIAN-NAME ") IS INACTIVE."
                   CLOSE CUSTODIAN-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "LOADING CASH FLOWS FROM "
                 FUNCTION TRIM(CUS-CUSTODIAN-NAME) "."
           END-READ
           .
           CLOSE CUSTODIAN-FILE
           .

      *> FIRST PASS OVER THE TRANSMISSION: PROVE THE HEADER, THE
      *> DETAIL COUNT AND THE AMOUNT HASH BEFORE A SINGLE FLOW IS
      *> APPENDED TO THE CASH-FLOW FILE.
       PROVE-NATIVE-CONTROLS-PARA.
           MOVE 0 TO WS-HEADER-SEEN
           MOVE 0 TO WS-TRAILER-SEEN
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-HASH
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT NATIVE-FLOW-FILE
           .
           IF NOT NATV-FILE-OK THEN
               DISPLAY "PCFLLOAD COULD NOT OPEN THE CASH-FLOW "
                 "TRANSMISSION. STATUS: " WS-NATV-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           PERFORM READ-NATIVE-PARA
           .
           PERFORM SCAN-NATIVE-PARA UNTIL END-OF-NATIVE
           .
           CLOSE NATIVE-FLOW-FILE
           .
           IF WS-HEADER-SEEN = 0 THEN
               DISPLAY "THE CASH-FLOW TRANSMISSION HAS NO HEADER "
                 "RECORD - REFUSING TO LOAD IT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-HEADER-CUSTODIAN NOT = WS-CUSTODIAN-CODE THEN
               DISPLAY "THE TRANSMISSION HEADER IS FOR CUSTODIAN "
                 WS-HEADER-CUSTODIAN ", NOT " WS-CUSTODIAN-CODE
                 " - REFUSING TO LOAD IT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-FEED-DATE NOT NUMERIC
             OR WS-FEED-DATE < 19000101
             OR WS-FEED-DATE > WS-TODAY-YYYYMMDD THEN
               DISPLAY "THE TRANSMISSION HEADER DATE " WS-FEED-DATE
                 " IS NOT A VALID DATE - REFUSING TO LOAD IT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-TRAILER-SEEN = 0
             OR WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT THEN
               DISPLAY "THE TRANSMISSION DETAIL COUNT OF "
                 WS-DETAIL-COUNT " DOES NOT PROVE TO ITS TRAILER "
                 "COUNT OF " WS-TRAILER-COUNT " - REFUSING TO "
                 "LOAD IT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-DETAIL-HASH NOT = WS-TRAILER-HASH THEN
               DISPLAY "THE TRANSMISSION AMOUNT HASH OF "
                 WS-DETAIL-HASH " DOES NOT PROVE TO ITS TRAILER "
                 "HASH OF " WS-TRAILER-HASH " - REFUSING TO LOAD IT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-NATIVE-PARA.
           READ NATIVE-FLOW-FILE INTO WS-NATIVE-WORK
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

       SCAN-NATIVE-PARA.
           EVALUATE TRUE
             WHEN NH-IS-HEADER
               MOVE 1 TO WS-HEADER-SEEN
               MOVE NH-CUSTODIAN-CODE TO WS-HEADER-CUSTODIAN
               MOVE NH-AS-OF-DATE TO WS-FEED-DATE
             WHEN NH-IS-TRAILER
               MOVE 1 TO WS-TRAILER-SEEN
               MOVE NT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE NT-AMOUNT-HASH TO WS-TRAILER-HASH
             WHEN NH-IS-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF ND-AMOUNT NUMERIC THEN
                   COMPUTE WS-AMOUNT-PENNIES = ND-AMOUNT * 100
                   COMPUTE WS-DETAIL-HASH =
                     FUNCTION MOD(WS-DETAIL-HASH
                     + WS-AMOUNT-PENNIES, 10000000000)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
           PERFORM READ-NATIVE-PARA
           .

      *> THE CASH-FLOW FILE IS SWEPT FOR ANY FLOW ALREADY LOADED
      *> FROM THIS CUSTODIAN UNDER THIS HEADER DATE. ONE IS
      *> ENOUGH TO REFUSE: THE TRANSMISSION IS ALL OR NOTHING.
       CHECK-ALREADY-LOADED-PARA.
           MOVE 0 TO WS-ALREADY-LOADED
           MOVE 0 TO WS-CFLW-EOF
           .
           OPEN INPUT CASH-FLOW-FILE
           .
           IF NOT CFLW-FILE-OK THEN
               CLOSE CASH-FLOW-FILE
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM UNTIL END-OF-CASH-FLOWS
               READ CASH-FLOW-FILE
                 AT END
                   MOVE 1 TO WS-CFLW-EOF
                 NOT AT END
                   IF CFL-FROM-CUSTODIAN
                     AND CFL-CUSTODIAN-CODE = WS-CUSTODIAN-CODE
                     AND CFL-FEED-DATE = WS-FEED-DATE THEN
                       ADD 1 TO WS-ALREADY-LOADED
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CASH-FLOW-FILE
           .
           IF WS-ALREADY-LOADED > 0 THEN
               DISPLAY "THE " WS-FEED-DATE " TRANSMISSION FROM "
                 "CUSTODIAN " WS-CUSTODIAN-CODE " IS ALREADY ON THE "
                 "CASH-FLOW FILE (" WS-ALREADY-LOADED " FLOWS) - "
                 "REFUSING TO LOAD IT TWICE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PCFLLOAD COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT ACCOUNT-FILE
           .
           IF ACCT-FILE-OK THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN EXTEND CASH-FLOW-FILE
           .
           IF CFLW-NOT-FOUND THEN
               OPEN OUTPUT CASH-FLOW-FILE
               CLOSE CASH-FLOW-FILE
               OPEN EXTEND CASH-FLOW-FILE
           END-IF
           .
           IF NOT CFLW-FILE-OK THEN
               DISPLAY "PCFLLOAD COULD NOT OPEN THE CASH-FLOW FILE. "
                 "STATUS: " WS-CFLW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       CLOSE-FILES-PARA.
           CLOSE CLIENT-MASTER-FILE
           CLOSE CASH-FLOW-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .

      *> SECOND PASS: EDIT EACH PROVEN FLOW AND APPEND THE GOOD
      *> ONES, STAMPED WITH THE CUSTODIAN AND HEADER DATE.
       LOAD-NATIVE-PARA.
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT NATIVE-FLOW-FILE
           .
           PERFORM READ-NATIVE-PARA
           .
           PERFORM LOAD-ONE-PARA UNTIL END-OF-NATIVE
           .
           CLOSE NATIVE-FLOW-FILE
           .

       LOAD-ONE-PARA.
           IF NH-IS-DETAIL THEN
               PERFORM EDIT-FLOW-PARA
               IF FLOW-GOOD THEN
                   PERFORM WRITE-FLOW-PARA
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "*** CLIENT " ND-CLIENT-ID " ACCOUNT "
                     ND-ACCOUNT-NUMBER " FLOW DATED "
                     ND-EFFECTIVE-DATE " NOT LOADED: "
                     WS-REJECT-REASON " ***"
               END-IF
           END-IF
           .
           PERFORM READ-NATIVE-PARA
           .

       EDIT-FLOW-PARA.
           MOVE 1 TO WS-FLOW-GOOD
           MOVE SPACES TO WS-REJECT-REASON
           .
           IF NOT ND-IS-FLOW THEN
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "FLOW TYPE IS NOT C OR W" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ND-AMOUNT NOT NUMERIC OR ND-AMOUNT = 0 THEN
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "AMOUNT IS ZERO OR NOT NUMERIC" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ND-VALUE-BEFORE NOT NUMERIC THEN
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "VALUE BEFORE THE FLOW IS NOT NUMERIC" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ND-EFFECTIVE-DATE NOT NUMERIC THEN
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO
                 WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM DAYS-IN-MONTH-PARA
           .
           IF ND-EFFECTIVE-YEAR < 1900
             OR ND-EFFECTIVE-MONTH < 1 OR ND-EFFECTIVE-MONTH > 12
             OR ND-EFFECTIVE-DAY < 1
             OR ND-EFFECTIVE-DAY > WS-DAYS-IN-MONTH
             OR ND-EFFECTIVE-DATE > WS-FEED-DATE THEN
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "EFFECTIVE DATE INVALID OR AFTER THE FEED"
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           .
           MOVE ND-CLIENT-ID TO WS-CLIENT-KEY
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 0 TO WS-FLOW-GOOD
               MOVE "CLIENT IS NOT ON THE MASTER" TO
                 WS-REJECT-REASON
           END-READ
           .
           IF FLOW-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF ND-ACCOUNT-NUMBER > 0 THEN
               IF ACCOUNT-FILE-IS-OPEN THEN
                   COMPUTE WS-ACCT-KEY =
                     (ND-CLIENT-ID * 10) + ND-ACCOUNT-NUMBER
                   READ ACCOUNT-FILE
                     INVALID KEY
                       MOVE 0 TO WS-FLOW-GOOD
                   END-READ
               ELSE
                   MOVE 0 TO WS-FLOW-GOOD
               END-IF
               IF FLOW-BAD THEN
                   MOVE "ACCOUNT IS NOT ON THE ACCOUNT SUB-FILE" TO
                     WS-REJECT-REASON
               END-IF
           END-IF
           .

       DAYS-IN-MONTH-PARA.
           EVALUATE ND-EFFECTIVE-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
               IF FUNCTION MOD(ND-EFFECTIVE-YEAR, 400) = 0
                 OR (FUNCTION MOD(ND-EFFECTIVE-YEAR, 4) = 0 AND
                     FUNCTION MOD(ND-EFFECTIVE-YEAR, 100) NOT = 0) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
             WHEN OTHER
               MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .

       WRITE-FLOW-PARA.
           MOVE SPACES TO CASH-FLOW-RECORD
           MOVE ND-CLIENT-ID TO CFL-CLIENT-ID
           MOVE ND-ACCOUNT-NUMBER TO CFL-ACCOUNT-NUMBER
           MOVE ND-EFFECTIVE-DATE TO CFL-EFFECTIVE-DATE
           MOVE ND-FLOW-TYPE TO CFL-FLOW-TYPE
           MOVE ND-AMOUNT TO CFL-AMOUNT
           MOVE ND-VALUE-BEFORE TO CFL-VALUE-BEFORE
           MOVE "F" TO CFL-SOURCE
           MOVE WS-CUSTODIAN-CODE TO CFL-CUSTODIAN-CODE
           MOVE WS-FEED-DATE TO CFL-FEED-DATE
           MOVE "PCFLLOAD" TO CFL-ENTERED-BY
           MOVE WS-TODAY-YYYYMMDD TO CFL-ENTERED-DATE
           .
           WRITE CASH-FLOW-RECORD
           .
           ADD 1 TO WS-LOADED-COUNT
           .
