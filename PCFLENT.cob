       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCFLENT.
       AUTHOR. WILLIAM-KEILSOHN.
      *> ONLINE CASH-FLOW ENTRY AND INQUIRY. REACHED FROM THE
      *> PMENU SIGN-ON. AN ANALYST CAN LIST EVERY CONTRIBUTION,
      *> WITHDRAWAL AND PERIOD-CLOSE BALANCE ON FILE FOR ONE
      *> CLIENT, OR KEY A CONTRIBUTION OR WITHDRAWAL THE CUSTODIAN
      *> FEED DID NOT CARRY (A CHEQUE TAKEN AT THE BRANCH, A
      *> TRANSFER FROM ANOTHER FIRM). KEYED FLOWS ARE APPENDED TO
      *> CFLWFILE STAMPED WITH THE OPERATOR AND DATE. THE VALUE
      *> BEFORE THE FLOW IS OPTIONAL; WITHOUT IT PPERFRPT
      *> APPROXIMATES THAT ACCOUNT'S RETURN FOR THE PERIOD. ENTRY
      *> IS REFUSED WHILE THE NIGHTLY BATCH HOLDS THE BOOK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-ID
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CASH-FLOW-FILE ASSIGN TO "CFLWFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CFLW-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD CASH-FLOW-FILE.
           COPY CFLWREC.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-NUMBER PIC 9 VALUE 0.
       01 WS-ACTIVE-ACCOUNTS PIC 9 VALUE 0.
       01 WS-CFLW-STATUS PIC X(2) VALUE "00".
         88 CFLW-FILE-OK VALUE "00".
         88 CFLW-NOT-FOUND VALUE "35".
       01 WS-CFLW-EOF PIC 9 VALUE 0.
         88 END-OF-CASH-FLOWS VALUE 1.
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-BOOK-LOCKED PIC 9 VALUE 0.
         88 BOOK-IS-LOCKED VALUE 1.
       01 WS-LOCK-HH PIC 9(2) VALUE 0.
       01 WS-LOCK-MM PIC 9(2) VALUE 0.
       01 WS-REQUEST-CODE PIC X VALUE "Q".
         88 LIST-REQUEST VALUE "L" "l".
         88 ENTER-REQUEST VALUE "E" "e".
         88 QUIT-REQUEST VALUE "Q" "q".
       01 WS-DONE-SWITCH PIC 9 VALUE 0.
         88 MAINTENANCE-DONE VALUE 1.
       01 WS-CLIENT-OK PIC 9 VALUE 0.
         88 CLIENT-OK VALUE 1.
       01 WS-ENTRY-OK PIC 9 VALUE 0.
         88 ENTRY-OK VALUE 1.
       01 WS-CONFIRM PIC 9 VALUE 0.
       01 WS-USER-RECOGNIZED PIC 9 VALUE 1.
         88 ANSWER-RECOGNIZED VALUE 1.
         88 ANSWER-NOT-RECOGNIZED VALUE 0.
       01 USER_ANSWER PIC A(3) VALUE "N".
       01 WS-FLOW-TYPE PIC X VALUE SPACE.
         88 FLOW-TYPE-VALID VALUE "C" "W".
       01 WS-FLOW-DATE.
         05 WS-FLOW-YEAR PIC 9(4) VALUE 0.
         05 WS-FLOW-MONTH PIC 9(2) VALUE 0.
         05 WS-FLOW-DAY PIC 9(2) VALUE 0.
       01 WS-FLOW-DATE-NUMBER REDEFINES WS-FLOW-DATE PIC 9(8).
       01 WS-FLOW-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-VALUE-BEFORE PIC 9(8)V99 VALUE 0.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-MONEY-EDITED PIC Z(2),ZZZ,ZZZ,ZZZ.99.
       01 WS-BEFORE-EDITED PIC Z(2),ZZZ,ZZZ,ZZZ.99.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).

       LINKAGE SECTION.
       01 OPERATOR_SIGN_ON PIC X(8).

       PROCEDURE DIVISION USING OPERATOR_SIGN_ON.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM CHECK-BATCH-LOCK-PARA
           .
           IF BOOK-IS-LOCKED THEN
               GOBACK
           END-IF
           .
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PCFLENT COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               GOBACK
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
           MOVE 0 TO WS-DONE-SWITCH
           .
           PERFORM REQUEST-PARA UNTIL MAINTENANCE-DONE
           .
           CLOSE CLIENT-MASTER-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           GOBACK
           .

       CHECK-BATCH-LOCK-PARA.
           MOVE 0 TO WS-BOOK-LOCKED
           .
           OPEN INPUT BATCH-LOCK-FILE
           .
           IF WS-LOCK-STATUS = "00" THEN
               READ BATCH-LOCK-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LOCK-IS-HELD THEN
                       MOVE 1 TO WS-BOOK-LOCKED
                       COMPUTE WS-LOCK-HH =
                         FUNCTION INTEGER(LOCK-RELEASE-HHMM / 100)
                       COMPUTE WS-LOCK-MM =
                         FUNCTION MOD(LOCK-RELEASE-HHMM, 100)
                       DISPLAY "THE BOOK IS LOCKED FOR NIGHTLY "
                         "PROCESSING. PLEASE TRY AFTER "
                         WS-LOCK-HH ":" WS-LOCK-MM "."
                   END-IF
               END-READ
           END-IF
           .
           CLOSE BATCH-LOCK-FILE
           .

       REQUEST-PARA.
           DISPLAY "CLIENT CASH FLOWS - ENTER REQUEST"
           DISPLAY "(L=LIST A CLIENT'S FLOWS, E=ENTER A FLOW, "
             "Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-CODE
           .
           EVALUATE TRUE
             WHEN LIST-REQUEST
               PERFORM LIST-FLOWS-PARA
             WHEN ENTER-REQUEST
               PERFORM ENTER-FLOW-PARA
             WHEN QUIT-REQUEST
               MOVE 1 TO WS-DONE-SWITCH
             WHEN OTHER
               DISPLAY "REQUEST NOT RECOGNIZED."
           END-EVALUATE
           .

       FETCH-CLIENT-PARA.
           MOVE 0 TO WS-CLIENT-OK
           .
           DISPLAY "ENTER THE CLIENT ID: " WITH NO ADVANCING
           ACCEPT WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               DISPLAY "NO CLIENT " WS-CLIENT-ID " ON THE MASTER."
             NOT INVALID KEY
               MOVE 1 TO WS-CLIENT-OK
           END-READ
           .

       LIST-FLOWS-PARA.
           PERFORM FETCH-CLIENT-PARA
           .
           IF NOT CLIENT-OK THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-CFLW-EOF
           .
           OPEN INPUT CASH-FLOW-FILE
           .
           IF NOT CFLW-FILE-OK THEN
               DISPLAY "NO CASH-FLOW FILE IS ON FILE."
               CLOSE CASH-FLOW-FILE
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ACCT DATE       TYPE            AMOUNT    "
             "VALUE BEFORE  SRC ENTERED BY"
           .
           PERFORM UNTIL END-OF-CASH-FLOWS
               READ CASH-FLOW-FILE
                 AT END
                   MOVE 1 TO WS-CFLW-EOF
                 NOT AT END
                   IF CFL-CLIENT-ID = WS-CLIENT-ID THEN
                       PERFORM LIST-ONE-FLOW-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CASH-FLOW-FILE
           .
           DISPLAY WS-LISTED-COUNT " CASH-FLOW RECORDS FOR CLIENT "
             WS-CLIENT-ID "."
           .

       LIST-ONE-FLOW-PARA.
           ADD 1 TO WS-LISTED-COUNT
           .
           MOVE CFL-AMOUNT TO WS-MONEY-EDITED
           MOVE CFL-VALUE-BEFORE TO WS-BEFORE-EDITED
           .
           EVALUATE TRUE
             WHEN CFL-IS-CONTRIBUTION
               DISPLAY "  " CFL-ACCOUNT-NUMBER "  " CFL-EFFECTIVE-DATE
                 "  CONTRIB " WS-MONEY-EDITED " " WS-BEFORE-EDITED
                 "  " CFL-SOURCE "  " CFL-ENTERED-BY
             WHEN CFL-IS-WITHDRAWAL
               DISPLAY "  " CFL-ACCOUNT-NUMBER "  " CFL-EFFECTIVE-DATE
                 "  WITHDRW " WS-MONEY-EDITED " " WS-BEFORE-EDITED
                 "  " CFL-SOURCE "  " CFL-ENTERED-BY
             WHEN OTHER
               DISPLAY "  " CFL-ACCOUNT-NUMBER "  " CFL-EFFECTIVE-DATE
                 "  BALANCE " WS-MONEY-EDITED "                   "
                 "  " CFL-SOURCE "  " CFL-ENTERED-BY
           END-EVALUATE
           .

       ENTER-FLOW-PARA.
           PERFORM FETCH-CLIENT-PARA
           .
           IF NOT CLIENT-OK THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF CLM-IS-INACTIVE THEN
               DISPLAY "CLIENT " WS-CLIENT-ID " IS INACTIVE - NO "
                 "FLOWS MAY BE KEYED."
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "CLIENT " WS-CLIENT-ID "  " CLM-LAST-NAME
           .
           PERFORM ACCEPT-ACCOUNT-PARA
           .
           IF NOT ENTRY-OK THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM ACCEPT-FLOW-FIELDS-PARA
           .
           IF NOT ENTRY-OK THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM CONFIRM-ACTION-PARA
           .
           IF WS-CONFIRM = 1 THEN
               PERFORM WRITE-FLOW-PARA
           ELSE
               DISPLAY "NOTHING RECORDED."
           END-IF
           .

      *> A CLIENT WITH ACTIVE ACCOUNT SUB-FILE RECORDS MUST NAME
      *> ONE OF THEM; A CLIENT WITH NONE BOOKS FLOWS TO ACCOUNT
      *> ZERO, THE SAME WAY PCLTXTR EXTRACTS THE CLIENT.
       ACCEPT-ACCOUNT-PARA.
           MOVE 1 TO WS-ENTRY-OK
           MOVE 0 TO WS-ACTIVE-ACCOUNTS
           MOVE 0 TO WS-ACCT-NUMBER
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > 9
                   COMPUTE WS-ACCT-KEY =
                     (WS-CLIENT-ID * 10) + WS-ACCT-IDX
                   READ ACCOUNT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT ACM-IS-INACTIVE THEN
                           ADD 1 TO WS-ACTIVE-ACCOUNTS
                           MOVE ACM-STARTING-AMOUNT TO
                             WS-MONEY-EDITED
                           DISPLAY "  ACCOUNT " ACM-ACCOUNT-NUMBER
                             "  " ACM-ACCOUNT-NAME "  "
                             WS-MONEY-EDITED
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           IF WS-ACTIVE-ACCOUNTS = 0 THEN
               DISPLAY "NO ACCOUNT RECORDS - THE FLOW IS BOOKED TO "
                 "THE CLIENT (ACCOUNT 0)."
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE ACCOUNT NUMBER (1-9): "
             WITH NO ADVANCING
           ACCEPT WS-ACCT-NUMBER
           .
           IF WS-ACCT-NUMBER = 0 THEN
               DISPLAY "ACCOUNT NUMBER MAY NOT BE ZERO."
               MOVE 0 TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-ACCT-KEY = (WS-CLIENT-ID * 10) + WS-ACCT-NUMBER
           .
           READ ACCOUNT-FILE
             INVALID KEY
               DISPLAY "NO ACCOUNT " WS-ACCT-NUMBER " FOR THIS "
                 "CLIENT."
               MOVE 0 TO WS-ENTRY-OK
             NOT INVALID KEY
               IF ACM-IS-INACTIVE THEN
                   DISPLAY "ACCOUNT " WS-ACCT-NUMBER " IS INACTIVE."
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-READ
           .

       ACCEPT-FLOW-FIELDS-PARA.
           MOVE 1 TO WS-ENTRY-OK
           .
           DISPLAY "ENTER TYPE (C=CONTRIBUTION, W=WITHDRAWAL): "
             WITH NO ADVANCING
           ACCEPT WS-FLOW-TYPE
           MOVE FUNCTION UPPER-CASE(WS-FLOW-TYPE) TO WS-FLOW-TYPE
           .
           IF NOT FLOW-TYPE-VALID THEN
               DISPLAY "THE TYPE MUST BE C OR W."
               MOVE 0 TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER EFFECTIVE YEAR: " WITH NO ADVANCING
           ACCEPT WS-FLOW-YEAR
           DISPLAY "ENTER EFFECTIVE MONTH: " WITH NO ADVANCING
           ACCEPT WS-FLOW-MONTH
           DISPLAY "ENTER EFFECTIVE DAY: " WITH NO ADVANCING
           ACCEPT WS-FLOW-DAY
           .
           PERFORM DAYS-IN-MONTH-PARA
           .
           IF WS-FLOW-MONTH < 1 OR WS-FLOW-MONTH > 12
             OR WS-FLOW-DAY < 1
             OR WS-FLOW-DAY > WS-DAYS-IN-MONTH
             OR WS-FLOW-YEAR < 1900
             OR WS-FLOW-DATE-NUMBER > WS-TODAY-YYYYMMDD THEN
               DISPLAY "THAT IS NOT A VALID CALENDAR DATE, OR IT IS "
                 "IN THE FUTURE."
               MOVE 0 TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE AMOUNT: " WITH NO ADVANCING
           ACCEPT WS-FLOW-AMOUNT
           .
           IF WS-FLOW-AMOUNT = 0 THEN
               DISPLAY "THE AMOUNT MAY NOT BE ZERO."
               MOVE 0 TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE ACCOUNT VALUE JUST BEFORE THE FLOW "
             "(0 IF NOT KNOWN): " WITH NO ADVANCING
           ACCEPT WS-VALUE-BEFORE
           .
           IF WS-FLOW-TYPE = "W"
             AND WS-VALUE-BEFORE > 0
             AND WS-FLOW-AMOUNT > WS-VALUE-BEFORE THEN
               DISPLAY "THE WITHDRAWAL IS LARGER THAN THE VALUE "
                 "BEFORE IT."
               MOVE 0 TO WS-ENTRY-OK
           END-IF
           .

       DAYS-IN-MONTH-PARA.
           EVALUATE WS-FLOW-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
               IF FUNCTION MOD(WS-FLOW-YEAR, 400) = 0
                 OR (FUNCTION MOD(WS-FLOW-YEAR, 4) = 0 AND
                     FUNCTION MOD(WS-FLOW-YEAR, 100) NOT = 0) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
             WHEN OTHER
               MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .

       CONFIRM-ACTION-PARA.
           MOVE 0 TO WS-USER-RECOGNIZED
           .
           PERFORM UNTIL ANSWER-RECOGNIZED
               DISPLAY "ARE YOU SURE? [Y/n] " WITH NO ADVANCING
               ACCEPT USER_ANSWER
               CALL "PUser" USING USER_ANSWER,
                                  WS-CONFIRM,
                                  WS-USER-RECOGNIZED
               IF ANSWER-NOT-RECOGNIZED THEN
                   DISPLAY "PLEASE ANSWER Y OR N."
               END-IF
           END-PERFORM
           .

       WRITE-FLOW-PARA.
           OPEN EXTEND CASH-FLOW-FILE
           .
           IF CFLW-NOT-FOUND THEN
               OPEN OUTPUT CASH-FLOW-FILE
               CLOSE CASH-FLOW-FILE
               OPEN EXTEND CASH-FLOW-FILE
           END-IF
           .
           IF NOT CFLW-FILE-OK THEN
               DISPLAY "THE CASH-FLOW FILE COULD NOT BE OPENED. "
                 "STATUS: " WS-CFLW-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO CASH-FLOW-RECORD
           MOVE WS-CLIENT-ID TO CFL-CLIENT-ID
           MOVE WS-ACCT-NUMBER TO CFL-ACCOUNT-NUMBER
           MOVE WS-FLOW-DATE-NUMBER TO CFL-EFFECTIVE-DATE
           MOVE WS-FLOW-TYPE TO CFL-FLOW-TYPE
           MOVE WS-FLOW-AMOUNT TO CFL-AMOUNT
           MOVE WS-VALUE-BEFORE TO CFL-VALUE-BEFORE
           MOVE "K" TO CFL-SOURCE
           MOVE 0 TO CFL-CUSTODIAN-CODE
           MOVE 0 TO CFL-FEED-DATE
           MOVE OPERATOR_SIGN_ON TO CFL-ENTERED-BY
           MOVE WS-TODAY-YYYYMMDD TO CFL-ENTERED-DATE
           .
           WRITE CASH-FLOW-RECORD
           .
           CLOSE CASH-FLOW-FILE
           .
           DISPLAY "FLOW RECORDED FOR CLIENT " WS-CLIENT-ID
             " ACCOUNT " WS-ACCT-NUMBER "."
           .
