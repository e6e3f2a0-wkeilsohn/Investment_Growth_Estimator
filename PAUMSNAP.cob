       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUMSNAP.
       AUTHOR. WILLIAM-KEILSOHN.
      *> MONTH-END ASSETS-UNDER-MANAGEMENT CLOSE AND BOOK GROWTH
      *> REPORT. SNAPSHOTS EVERY ACTIVE CLIENT'S COMBINED BALANCE
      *> AND EACH ACTIVE ACCOUNT'S BALANCE ONTO THE AUM HISTORY
      *> FILE FOR THE MONTH, TAGGED WITH THE ADVISOR AND THE
      *> ADVISOR'S BRANCH FROM ADVREF AND CONVERTED TO THE BASE
      *> CURRENCY THROUGH CURRREF THE SAME WAY PINVBAT CONVERTS
      *> ITS CONTROL TOTALS. THE HISTORY IS REWRITTEN THROUGH A
      *> WORK FILE, AS PRPTSAVE TRIMS THE REPORT REPOSITORY, SO A
      *> RERUN OF THE MONTH REPLACES ITS SNAPSHOT INSTEAD OF
      *> DOUBLING IT.
      *> THE REPORT TOTALS THE MONTH BY BRANCH, ADVISOR AND
      *> CURRENCY AGAINST THE PRIOR MONTH AND THE SAME MONTH A
      *> YEAR AGO, WITH CLIENT COUNTS AND THE CLIENTS NEW TO THE
      *> BOOK OR GONE FROM IT SINCE THE PRIOR MONTH (A CLIENT
      *> WHO MOVED ADVISOR IS NEITHER), THEN A CURRENCY SUMMARY.
      *> SYSIN CARRIES THE MONTH AS YYYYMM (ZERO = THIS MONTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL CURRENCY-FILE ASSIGN TO "CURRREF"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT OPTIONAL AUM-HISTORY-FILE ASSIGN TO "AUMHIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-AUM-STATUS.
           SELECT AUM-WORK-FILE ASSIGN TO "AUMWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT AUM-REPORT-FILE ASSIGN TO "AUMRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD CURRENCY-FILE.
           COPY CURRREC.
       FD AUM-HISTORY-FILE.
           COPY AUMREC.
       FD AUM-WORK-FILE.
       01 AUM-WORK-RECORD PIC X(100).
       FD AUM-REPORT-FILE.
       01 AUM-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-CURR-STATUS PIC X(2) VALUE "00".
       01 WS-AUM-STATUS PIC X(2) VALUE "00".
         88 AUM-FILE-OK VALUE "00".
       01 WS-AUM-OPEN PIC 9 VALUE 0.
         88 AUM-HISTORY-IS-OPEN VALUE 1.
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-INPUT VALUE 1.
      *> THE MONTH BEING CLOSED AND THE TWO IT IS COMPARED WITH.
       01 WS-SNAPSHOT-MONTH PIC 9(6) VALUE 0.
       01 WS-SNAPSHOT-MONTH-PARTS REDEFINES WS-SNAPSHOT-MONTH.
         05 WS-SNAPSHOT-YEAR PIC 9(4).
         05 WS-SNAPSHOT-MM PIC 9(2).
       01 WS-PRIOR-MONTH PIC 9(6) VALUE 0.
       01 WS-YEAR-AGO-MONTH PIC 9(6) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> EXCHANGE RATE TABLE LOADED FROM CURRREF; A CODE WITH NO
      *> RATE IS PARKED AT PAR AND WARNED ONCE.
       01 WS-CURR-EOF PIC 9 VALUE 0.
         88 END-OF-CURRENCIES VALUE 1.
       01 WS-CURR-COUNT PIC 9(2) VALUE 0.
       01 WS-CURR-IDX PIC 9(2) VALUE 0.
       01 WS-CURR-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-CURRENCY-TABLE.
         05 WS-CURR-ENTRY OCCURS 50 TIMES.
           10 WS-CURR-CODE PIC X(3).
           10 WS-CURR-RATE PIC 9(3)V9(6).
       01 WS-CLIENT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CLIENT-RATE PIC 9(3)V9(6) VALUE 0.
       01 WS-MISSING-RATE-COUNT PIC 9(3) VALUE 0.
      *> ONE CLIENT.
       01 WS-CLIENT-BRANCH PIC X(10) VALUE SPACES.
       01 WS-CLIENT-LOCAL PIC 9(11)V99 VALUE 0.
       01 WS-CLIENT-BASE PIC 9(11)V99 VALUE 0.
       01 WS-ACCOUNTS-FOUND PIC 9 VALUE 0.
       01 WS-ACCOUNT-TABLE.
         05 WS-ACCOUNT-ENTRY OCCURS 9 TIMES.
           10 WS-ACT-NUMBER PIC 9.
           10 WS-ACT-BALANCE PIC 9(8)V99.
      *> REPORT ROWS, ONE PER BRANCH, ADVISOR AND CURRENCY, KEPT
      *> IN KEY ORDER AS THEY ARE ADDED.
       01 WS-ROW-COUNT PIC 9(3) VALUE 0.
       01 WS-ROW-IDX PIC 9(3) VALUE 0.
       01 WS-ROW-FOUND PIC 9(3) VALUE 0.
       01 WS-ROW-SHIFT PIC 9(3) VALUE 0.
       01 WS-ROW-FULL-WARNED PIC 9 VALUE 0.
       01 WS-SEEK-KEY.
         05 WS-SEEK-BRANCH PIC X(10).
         05 WS-SEEK-ADVISOR PIC 9(4).
         05 WS-SEEK-CURRENCY PIC X(3).
       01 WS-ROW-TABLE.
         05 WS-ROW-ENTRY OCCURS 500 TIMES.
           10 WS-ROW-KEY.
             15 WS-ROW-BRANCH PIC X(10).
             15 WS-ROW-ADVISOR PIC 9(4).
             15 WS-ROW-CURRENCY PIC X(3).
           10 WS-ROW-CLIENTS PIC 9(7).
           10 WS-ROW-NEW PIC 9(7).
           10 WS-ROW-DEPARTED PIC 9(7).
           10 WS-ROW-LOCAL PIC 9(13)V99.
           10 WS-ROW-BASE PIC 9(13)V99.
           10 WS-ROW-PRIOR-BASE PIC 9(13)V99.
           10 WS-ROW-PRIOR-CLIENTS PIC 9(7).
           10 WS-ROW-YEAR-AGO-BASE PIC 9(13)V99.
      *> PRIOR MONTH'S CLIENTS, IN CLIENT ORDER AS THE HISTORY
      *> HOLDS THEM, MATCHED AGAINST THIS MONTH'S MASTER SWEEP TO
      *> FIND THE NEW AND DEPARTED CLIENTS.
       01 WS-PC-COUNT PIC 9(5) VALUE 0.
       01 WS-PC-PTR PIC 9(5) VALUE 0.
       01 WS-PC-OVERFLOW PIC 9 VALUE 0.
         88 PRIOR-CLIENTS-INCOMPLETE VALUE 1.
       01 WS-PRIOR-CLIENT-TABLE.
         05 WS-PC-ENTRY OCCURS 20000 TIMES.
           10 WS-PC-CLIENT-ID PIC 9(6).
           10 WS-PC-ROW PIC 9(3).
      *> RUN COUNTS.
       01 WS-RETAINED-COUNT PIC 9(9) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(9) VALUE 0.
       01 WS-CLIENT-RECORDS PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-RECORDS PIC 9(7) VALUE 0.
      *> REPORT TOTALS: ADVISOR, BRANCH AND BOOK.
       01 WS-TOTAL-LEVELS.
         05 WS-TOTAL-LEVEL OCCURS 3 TIMES.
           10 WS-TOT-CLIENTS PIC 9(7).
           10 WS-TOT-NEW PIC 9(7).
           10 WS-TOT-DEPARTED PIC 9(7).
           10 WS-TOT-BASE PIC 9(13)V99.
           10 WS-TOT-PRIOR-BASE PIC 9(13)V99.
           10 WS-TOT-YEAR-AGO-BASE PIC 9(13)V99.
       01 WS-LEVEL-IDX PIC 9 VALUE 0.
       01 WS-PREV-BRANCH PIC X(10) VALUE SPACES.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 0.
       01 WS-CHANGE-PCT PIC S9(5)V99 VALUE 0.
       01 WS-PCT-BASE PIC 9(13)V99 VALUE 0.
       01 WS-PCT-NOW PIC 9(13)V99 VALUE 0.
       01 WS-PCT-TEXT PIC X(8) VALUE SPACES.
       01 WS-PCT-EDITED PIC -ZZZ9.99.
      *> CURRENCY SUMMARY.
       01 WS-CS-COUNT PIC 9(2) VALUE 0.
       01 WS-CS-IDX PIC 9(2) VALUE 0.
       01 WS-CS-FOUND PIC 9(2) VALUE 0.
       01 WS-CURRENCY-SUMMARY.
         05 WS-CS-ENTRY OCCURS 50 TIMES.
           10 WS-CS-CODE PIC X(3).
           10 WS-CS-CLIENTS PIC 9(7).
           10 WS-CS-LOCAL PIC 9(13)V99.
           10 WS-CS-BASE PIC 9(13)V99.
           10 WS-CS-PRIOR-BASE PIC 9(13)V99.
           10 WS-CS-YEAR-AGO-BASE PIC 9(13)V99.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(48) VALUE
             "ASSETS UNDER MANAGEMENT - MONTH-END BOOK GROWTH".
         05 FILLER PIC X(8) VALUE "MONTH: ".
         05 WS-HDG-MONTH PIC 9999/99.
         05 FILLER PIC X(16) VALUE "   PRIOR MONTH: ".
         05 WS-HDG-PRIOR PIC 9999/99.
         05 FILLER PIC X(13) VALUE "   YEAR AGO: ".
         05 WS-HDG-YEAR-AGO PIC 9999/99.
         05 FILLER PIC X(13) VALUE "   RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-HEADING-2.
         05 FILLER PIC X(11) VALUE "BRANCH".
         05 FILLER PIC X(5) VALUE "ADV".
         05 FILLER PIC X(4) VALUE "CCY".
         05 FILLER PIC X(7) VALUE "CLIENTS".
         05 FILLER PIC X(5) VALUE "  NEW".
         05 FILLER PIC X(5) VALUE " GONE".
         05 FILLER PIC X(19) VALUE "      LOCAL BALANCE".
         05 FILLER PIC X(18) VALUE "      BASE BALANCE".
         05 FILLER PIC X(18) VALUE "  PRIOR MONTH BASE".
         05 FILLER PIC X(9) VALUE "    MOM %".
         05 FILLER PIC X(18) VALUE "     YEAR AGO BASE".
         05 FILLER PIC X(9) VALUE "    YOY %".
       01 WS-RPT-DETAIL.
         05 WS-DET-BRANCH PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-ADVISOR PIC 9(4).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-CURRENCY PIC X(3).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-CLIENTS PIC ZZZ,ZZ9.
         05 WS-DET-NEW PIC Z,ZZ9.
         05 WS-DET-DEPARTED PIC Z,ZZ9.
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-LOCAL PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-DET-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-DET-PRIOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-MOM PIC X(8).
         05 WS-DET-YEAR-AGO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-YOY PIC X(8).
       01 WS-RPT-TOTAL-LINE.
         05 WS-TTL-LABEL PIC X(20).
         05 WS-TTL-CLIENTS PIC ZZZ,ZZ9.
         05 WS-TTL-NEW PIC Z,ZZ9.
         05 WS-TTL-DEPARTED PIC Z,ZZ9.
         05 FILLER PIC X(19) VALUE SPACES.
         05 WS-TTL-BASE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-TTL-PRIOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-TTL-MOM PIC X(8).
         05 WS-TTL-YEAR-AGO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-TTL-YOY PIC X(8).
       01 WS-RPT-COUNT-LINE.
         05 WS-CNT-LABEL PIC X(40).
         05 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           ACCEPT WS-SNAPSHOT-MONTH
           .
           IF WS-SNAPSHOT-MONTH NOT NUMERIC
             OR WS-SNAPSHOT-MONTH = 0 THEN
               COMPUTE WS-SNAPSHOT-MONTH =
                 (WS-CURRENT-YEAR * 100) + WS-CURRENT-MONTH
           END-IF
           .
           IF WS-SNAPSHOT-MM < 1 OR WS-SNAPSHOT-MM > 12 THEN
               DISPLAY "PAUMSNAP: " WS-SNAPSHOT-MONTH " IS NOT A "
                 "VALID MONTH. NOTHING SNAPSHOT."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-SNAPSHOT-MM = 1 THEN
               COMPUTE WS-PRIOR-MONTH =
                 ((WS-SNAPSHOT-YEAR - 1) * 100) + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-SNAPSHOT-MONTH - 1
           END-IF
           .
           COMPUTE WS-YEAR-AGO-MONTH = WS-SNAPSHOT-MONTH - 100
           .
           PERFORM LOAD-CURRENCY-TABLE-PARA
           .
           PERFORM CARRY-HISTORY-PARA
           .
           PERFORM SNAPSHOT-BOOK-PARA
           .
           PERFORM REWRITE-HISTORY-PARA
           .
           PERFORM PRINT-REPORT-PARA
           .
           DISPLAY "PAUMSNAP " WS-SNAPSHOT-MONTH " SNAPSHOT "
             WS-CLIENT-RECORDS " CLIENTS AND " WS-ACCOUNT-RECORDS
             " ACCOUNTS; " WS-REPLACED-COUNT " EARLIER RECORDS FOR "
             "THE MONTH REPLACED."
           .
           IF WS-MISSING-RATE-COUNT > 0 OR PRIOR-CLIENTS-INCOMPLETE
             OR WS-ROW-FULL-WARNED = 1 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       LOAD-CURRENCY-TABLE-PARA.
           MOVE 0 TO WS-CURR-COUNT
           MOVE 0 TO WS-CURR-EOF
           .
           OPEN INPUT CURRENCY-FILE
           .
           IF WS-CURR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM UNTIL END-OF-CURRENCIES
               READ CURRENCY-FILE
                 AT END
                   MOVE 1 TO WS-CURR-EOF
                 NOT AT END
                   IF WS-CURR-COUNT < 50 THEN
                       ADD 1 TO WS-CURR-COUNT
                       MOVE CUR-CURRENCY-CODE TO
                         WS-CURR-CODE(WS-CURR-COUNT)
                       MOVE CUR-RATE-TO-BASE TO
                         WS-CURR-RATE(WS-CURR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CURRENCY-FILE
           .

      *> COPIES THE HISTORY TO THE WORK FILE, DROPPING ANY EARLIER
      *> SNAPSHOT OF THIS MONTH, AND PICKS UP THE PRIOR MONTH AND
      *> YEAR-AGO CLIENT FIGURES FOR THE COMPARISON ON THE WAY.
       CARRY-HISTORY-PARA.
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT AUM-HISTORY-FILE
           .
           IF WS-AUM-STATUS NOT = "35" THEN
               MOVE 1 TO WS-AUM-OPEN
           END-IF
           .
           OPEN OUTPUT AUM-WORK-FILE
           .
           IF NOT AUM-FILE-OK THEN
               MOVE 1 TO WS-EOF-SWITCH
           END-IF
           .
           PERFORM UNTIL END-OF-INPUT
               READ AUM-HISTORY-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF AUM-MONTH = WS-SNAPSHOT-MONTH THEN
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       WRITE AUM-WORK-RECORD FROM AUM-SNAPSHOT-RECORD
                       ADD 1 TO WS-RETAINED-COUNT
                       IF AUM-IS-CLIENT THEN
                           PERFORM TALLY-HISTORY-CLIENT-PARA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
           IF AUM-HISTORY-IS-OPEN THEN
               CLOSE AUM-HISTORY-FILE
               MOVE 0 TO WS-AUM-OPEN
           END-IF
           .

       TALLY-HISTORY-CLIENT-PARA.
           IF AUM-MONTH NOT = WS-PRIOR-MONTH
             AND AUM-MONTH NOT = WS-YEAR-AGO-MONTH THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE AUM-BRANCH TO WS-SEEK-BRANCH
           MOVE AUM-ADVISOR-CODE TO WS-SEEK-ADVISOR
           MOVE AUM-CURRENCY-CODE TO WS-SEEK-CURRENCY
           PERFORM FIND-ROW-PARA
           .
           IF WS-ROW-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF AUM-MONTH = WS-YEAR-AGO-MONTH THEN
               ADD AUM-BASE-BALANCE TO
                 WS-ROW-YEAR-AGO-BASE(WS-ROW-FOUND)
               EXIT PARAGRAPH
           END-IF
           .
           ADD AUM-BASE-BALANCE TO WS-ROW-PRIOR-BASE(WS-ROW-FOUND)
           ADD 1 TO WS-ROW-PRIOR-CLIENTS(WS-ROW-FOUND)
           .
           IF WS-PC-COUNT < 20000 THEN
               ADD 1 TO WS-PC-COUNT
               MOVE AUM-CLIENT-ID TO WS-PC-CLIENT-ID(WS-PC-COUNT)
               MOVE WS-ROW-FOUND TO WS-PC-ROW(WS-PC-COUNT)
           ELSE
               IF NOT PRIOR-CLIENTS-INCOMPLETE THEN
                   DISPLAY "*** MORE THAN 20000 CLIENTS IN THE PRIOR "
                     "MONTH - NEW AND DEPARTED COUNTS ARE "
                     "INCOMPLETE. ***"
               END-IF
               MOVE 1 TO WS-PC-OVERFLOW
           END-IF
           .

      *> FINDS THE ROW FOR THE SEEK KEY, ADDING IT IN KEY ORDER
      *> IF IT IS NOT THERE YET. ZERO MEANS THE TABLE IS FULL.
       FIND-ROW-PARA.
           MOVE 0 TO WS-ROW-FOUND
           .
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-FOUND > 0
               IF WS-ROW-KEY(WS-ROW-IDX) = WS-SEEK-KEY THEN
                   MOVE WS-ROW-IDX TO WS-ROW-FOUND
               END-IF
           END-PERFORM
           .
           IF WS-ROW-FOUND > 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ROW-COUNT NOT LESS THAN 500 THEN
               IF WS-ROW-FULL-WARNED = 0 THEN
                   DISPLAY "*** MORE THAN 500 BRANCH, ADVISOR AND "
                     "CURRENCY COMBINATIONS - THE REPORT IS "
                     "INCOMPLETE. THE SNAPSHOT IS NOT AFFECTED. ***"
                   MOVE 1 TO WS-ROW-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-ROW-FOUND
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-KEY(WS-ROW-IDX) < WS-SEEK-KEY THEN
                   COMPUTE WS-ROW-FOUND = WS-ROW-IDX + 1
               END-IF
           END-PERFORM
           .
      *> THE PRIOR-CLIENT TABLE POINTS AT ROWS BY NUMBER, SO ITS
      *> ENTRIES ARE MOVED ALONG WITH THE ROWS.
           PERFORM VARYING WS-ROW-SHIFT FROM WS-ROW-COUNT BY -1
             UNTIL WS-ROW-SHIFT < WS-ROW-FOUND
               MOVE WS-ROW-ENTRY(WS-ROW-SHIFT) TO
                 WS-ROW-ENTRY(WS-ROW-SHIFT + 1)
           END-PERFORM
           .
           PERFORM VARYING WS-PC-PTR FROM 1 BY 1
             UNTIL WS-PC-PTR > WS-PC-COUNT
               IF WS-PC-ROW(WS-PC-PTR) NOT < WS-ROW-FOUND THEN
                   ADD 1 TO WS-PC-ROW(WS-PC-PTR)
               END-IF
           END-PERFORM
           .
           ADD 1 TO WS-ROW-COUNT
           .
           INITIALIZE WS-ROW-ENTRY(WS-ROW-FOUND)
           MOVE WS-SEEK-KEY TO WS-ROW-KEY(WS-ROW-FOUND)
           .

       SNAPSHOT-BOOK-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PAUMSNAP COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS ". THE HISTORY IS "
                 "UNCHANGED."
               CLOSE AUM-WORK-FILE
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
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE 1 TO WS-PC-PTR
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-INPUT
               READ CLIENT-MASTER-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF NOT CLM-IS-INACTIVE THEN
                       PERFORM SNAPSHOT-CLIENT-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
      *> WHATEVER IS LEFT OF THE PRIOR MONTH'S CLIENTS HAS LEFT
      *> THE BOOK.
           PERFORM VARYING WS-PC-PTR FROM WS-PC-PTR BY 1
             UNTIL WS-PC-PTR > WS-PC-COUNT
               ADD 1 TO WS-ROW-DEPARTED(WS-PC-ROW(WS-PC-PTR))
           END-PERFORM
           .
           CLOSE CLIENT-MASTER-FILE
           CLOSE AUM-WORK-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       SNAPSHOT-CLIENT-PARA.
           PERFORM CLIENT-BRANCH-PARA
           PERFORM CLIENT-RATE-PARA
           .
           MOVE 0 TO WS-ACCOUNTS-FOUND
           MOVE 0 TO WS-CLIENT-LOCAL
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > 9
                   COMPUTE WS-ACCT-KEY =
                     (CLM-CLIENT-ID * 10) + WS-ACCT-IDX
                   READ ACCOUNT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT ACM-IS-INACTIVE THEN
                           ADD 1 TO WS-ACCOUNTS-FOUND
                           MOVE ACM-ACCOUNT-NUMBER TO
                             WS-ACT-NUMBER(WS-ACCOUNTS-FOUND)
                           MOVE ACM-STARTING-AMOUNT TO
                             WS-ACT-BALANCE(WS-ACCOUNTS-FOUND)
                           ADD ACM-STARTING-AMOUNT TO WS-CLIENT-LOCAL
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           IF WS-ACCOUNTS-FOUND = 0 THEN
               MOVE CLM-STARTING-AMOUNT TO WS-CLIENT-LOCAL
           END-IF
           .
           COMPUTE WS-CLIENT-BASE ROUNDED =
             WS-CLIENT-LOCAL * WS-CLIENT-RATE
           .
           PERFORM BUILD-SNAPSHOT-PARA
           MOVE 0 TO AUM-ACCOUNT-NUMBER
           MOVE "C" TO AUM-RECORD-TYPE
           MOVE WS-CLIENT-LOCAL TO AUM-LOCAL-BALANCE
           MOVE WS-CLIENT-BASE TO AUM-BASE-BALANCE
           WRITE AUM-WORK-RECORD FROM AUM-SNAPSHOT-RECORD
           ADD 1 TO WS-CLIENT-RECORDS
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-ACCOUNTS-FOUND
               PERFORM BUILD-SNAPSHOT-PARA
               MOVE WS-ACT-NUMBER(WS-ACCT-IDX) TO AUM-ACCOUNT-NUMBER
               MOVE "A" TO AUM-RECORD-TYPE
               MOVE WS-ACT-BALANCE(WS-ACCT-IDX) TO AUM-LOCAL-BALANCE
               COMPUTE AUM-BASE-BALANCE ROUNDED =
                 WS-ACT-BALANCE(WS-ACCT-IDX) * WS-CLIENT-RATE
               WRITE AUM-WORK-RECORD FROM AUM-SNAPSHOT-RECORD
               ADD 1 TO WS-ACCOUNT-RECORDS
           END-PERFORM
           .
           MOVE WS-CLIENT-BRANCH TO WS-SEEK-BRANCH
           MOVE CLM-ADVISOR-CODE TO WS-SEEK-ADVISOR
           MOVE WS-CLIENT-CURRENCY TO WS-SEEK-CURRENCY
           PERFORM FIND-ROW-PARA
           .
           IF WS-ROW-FOUND > 0 THEN
               ADD 1 TO WS-ROW-CLIENTS(WS-ROW-FOUND)
               ADD WS-CLIENT-LOCAL TO WS-ROW-LOCAL(WS-ROW-FOUND)
               ADD WS-CLIENT-BASE TO WS-ROW-BASE(WS-ROW-FOUND)
           END-IF
           .
           PERFORM MATCH-PRIOR-CLIENT-PARA
           .

       BUILD-SNAPSHOT-PARA.
           INITIALIZE AUM-SNAPSHOT-RECORD
           MOVE WS-SNAPSHOT-MONTH TO AUM-MONTH
           MOVE CLM-ADVISOR-CODE TO AUM-ADVISOR-CODE
           MOVE WS-CLIENT-BRANCH TO AUM-BRANCH
           MOVE CLM-CLIENT-ID TO AUM-CLIENT-ID
           MOVE WS-CLIENT-CURRENCY TO AUM-CURRENCY-CODE
           MOVE WS-CLIENT-RATE TO AUM-EXCHANGE-RATE
           MOVE CLM-HOUSEHOLD-ID TO AUM-HOUSEHOLD-ID
           MOVE WS-TODAY-YYYYMMDD TO AUM-SNAPSHOT-DATE
           .

      *> PRIOR-MONTH CLIENTS PASSED OVER ON THE WAY TO THIS ONE
      *> HAVE LEFT THE BOOK; THIS ONE IS NEW UNLESS IT WAS THERE.
       MATCH-PRIOR-CLIENT-PARA.
           PERFORM UNTIL WS-PC-PTR > WS-PC-COUNT
             OR WS-PC-CLIENT-ID(WS-PC-PTR) NOT < CLM-CLIENT-ID
               ADD 1 TO WS-ROW-DEPARTED(WS-PC-ROW(WS-PC-PTR))
               ADD 1 TO WS-PC-PTR
           END-PERFORM
           .
           IF WS-PC-PTR NOT > WS-PC-COUNT
             AND WS-PC-CLIENT-ID(WS-PC-PTR) = CLM-CLIENT-ID THEN
               ADD 1 TO WS-PC-PTR
           ELSE
               IF WS-ROW-FOUND > 0
                 AND NOT PRIOR-CLIENTS-INCOMPLETE
                 AND WS-PC-COUNT > 0 THEN
                   ADD 1 TO WS-ROW-NEW(WS-ROW-FOUND)
               END-IF
           END-IF
           .

       CLIENT-BRANCH-PARA.
           MOVE SPACES TO WS-CLIENT-BRANCH
           .
           IF CLM-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE" TO WS-CLIENT-BRANCH
               EXIT PARAGRAPH
           END-IF
           .
           IF NOT ADVISOR-FILE-IS-OPEN THEN
               MOVE "UNKNOWN" TO WS-CLIENT-BRANCH
               EXIT PARAGRAPH
           END-IF
           .
           MOVE CLM-ADVISOR-CODE TO WS-ADV-KEY
           .
           READ ADVISOR-FILE
             INVALID KEY
               MOVE "UNKNOWN" TO WS-CLIENT-BRANCH
             NOT INVALID KEY
               MOVE ADV-BRANCH TO WS-CLIENT-BRANCH
           END-READ
           .

      *> BLANK AND USD ARE THE BASE CURRENCY.
       CLIENT-RATE-PARA.
           MOVE CLM-CURRENCY-CODE TO WS-CLIENT-CURRENCY
           MOVE 1 TO WS-CLIENT-RATE
           .
           IF WS-CLIENT-CURRENCY = SPACES THEN
               MOVE "USD" TO WS-CLIENT-CURRENCY
           END-IF
           .
           IF WS-CLIENT-CURRENCY = "USD" THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-CURR-FOUND-IDX
           .
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
             UNTIL WS-CURR-IDX > WS-CURR-COUNT
               IF WS-CURR-CODE(WS-CURR-IDX) = WS-CLIENT-CURRENCY
                 THEN
                   MOVE WS-CURR-IDX TO WS-CURR-FOUND-IDX
               END-IF
           END-PERFORM
           .
           IF WS-CURR-FOUND-IDX = 0 THEN
               DISPLAY "*** NO EXCHANGE RATE ON FILE FOR "
                 WS-CLIENT-CURRENCY " - BALANCES CARRIED AT PAR "
                 "IN THE SNAPSHOT. ***"
               ADD 1 TO WS-MISSING-RATE-COUNT
               IF WS-CURR-COUNT < 50 THEN
                   ADD 1 TO WS-CURR-COUNT
                   MOVE WS-CLIENT-CURRENCY TO
                     WS-CURR-CODE(WS-CURR-COUNT)
                   MOVE 1 TO WS-CURR-RATE(WS-CURR-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-CURR-RATE(WS-CURR-FOUND-IDX) TO WS-CLIENT-RATE
           .

       REWRITE-HISTORY-PARA.
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT AUM-WORK-FILE
           .
           OPEN OUTPUT AUM-HISTORY-FILE
           .
           IF NOT AUM-FILE-OK THEN
               DISPLAY "PAUMSNAP COULD NOT OPEN THE AUM HISTORY FOR "
                 "OUTPUT. STATUS: " WS-AUM-STATUS ". THE HISTORY "
                 "WAS NOT REWRITTEN."
               CLOSE AUM-WORK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           PERFORM UNTIL END-OF-INPUT
               READ AUM-WORK-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   WRITE AUM-SNAPSHOT-RECORD FROM AUM-WORK-RECORD
                   IF NOT AUM-FILE-OK THEN
                       DISPLAY "PAUMSNAP COULD NOT WRITE THE AUM "
                         "HISTORY. STATUS: " WS-AUM-STATUS ". THE "
                         "HISTORY IS INCOMPLETE; RESTORE IT FROM "
                         "AUMWORK."
                       CLOSE AUM-WORK-FILE
                       CLOSE AUM-HISTORY-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE AUM-WORK-FILE
           CLOSE AUM-HISTORY-FILE
           .

      *> ROWS PRINT IN BRANCH, ADVISOR, CURRENCY ORDER WITH AN
      *> ADVISOR TOTAL AND A BRANCH TOTAL AT EACH BREAK.
       PRINT-REPORT-PARA.
           OPEN OUTPUT AUM-REPORT-FILE
           .
           MOVE WS-SNAPSHOT-MONTH TO WS-HDG-MONTH
           MOVE WS-PRIOR-MONTH TO WS-HDG-PRIOR
           MOVE WS-YEAR-AGO-MONTH TO WS-HDG-YEAR-AGO
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE AUM-REPORT-LINE FROM WS-RPT-HEADING-1
           MOVE SPACES TO AUM-REPORT-LINE
           WRITE AUM-REPORT-LINE
           WRITE AUM-REPORT-LINE FROM WS-RPT-HEADING-2
           .
           INITIALIZE WS-TOTAL-LEVELS
           .
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-IDX > 1 THEN
                   IF WS-ROW-BRANCH(WS-ROW-IDX) NOT = WS-PREV-BRANCH
                     OR WS-ROW-ADVISOR(WS-ROW-IDX)
                       NOT = WS-PREV-ADVISOR THEN
                       MOVE 1 TO WS-LEVEL-IDX
                       PERFORM PRINT-TOTAL-PARA
                   END-IF
                   IF WS-ROW-BRANCH(WS-ROW-IDX) NOT = WS-PREV-BRANCH
                     THEN
                       MOVE 2 TO WS-LEVEL-IDX
                       PERFORM PRINT-TOTAL-PARA
                   END-IF
               END-IF
               MOVE WS-ROW-BRANCH(WS-ROW-IDX) TO WS-PREV-BRANCH
               MOVE WS-ROW-ADVISOR(WS-ROW-IDX) TO WS-PREV-ADVISOR
               PERFORM PRINT-ROW-PARA
           END-PERFORM
           .
           IF WS-ROW-COUNT > 0 THEN
               MOVE 1 TO WS-LEVEL-IDX
               PERFORM PRINT-TOTAL-PARA
               MOVE 2 TO WS-LEVEL-IDX
               PERFORM PRINT-TOTAL-PARA
           END-IF
           .
           MOVE 3 TO WS-LEVEL-IDX
           PERFORM PRINT-TOTAL-PARA
           .
           PERFORM PRINT-CURRENCY-SUMMARY-PARA
           .
           MOVE SPACES TO AUM-REPORT-LINE
           WRITE AUM-REPORT-LINE
           .
           MOVE "CLIENT SNAPSHOT RECORDS WRITTEN:" TO WS-CNT-LABEL
           MOVE WS-CLIENT-RECORDS TO WS-CNT-VALUE
           WRITE AUM-REPORT-LINE FROM WS-RPT-COUNT-LINE
           .
           MOVE "ACCOUNT SNAPSHOT RECORDS WRITTEN:" TO WS-CNT-LABEL
           MOVE WS-ACCOUNT-RECORDS TO WS-CNT-VALUE
           WRITE AUM-REPORT-LINE FROM WS-RPT-COUNT-LINE
           .
           MOVE "EARLIER RECORDS FOR THE MONTH REPLACED:"
             TO WS-CNT-LABEL
           MOVE WS-REPLACED-COUNT TO WS-CNT-VALUE
           WRITE AUM-REPORT-LINE FROM WS-RPT-COUNT-LINE
           .
           MOVE "HISTORY RECORDS CARRIED FORWARD:" TO WS-CNT-LABEL
           MOVE WS-RETAINED-COUNT TO WS-CNT-VALUE
           WRITE AUM-REPORT-LINE FROM WS-RPT-COUNT-LINE
           .
           IF PRIOR-CLIENTS-INCOMPLETE THEN
               MOVE "*** NEW/GONE COUNTS INCOMPLETE ***" TO
                 AUM-REPORT-LINE
               WRITE AUM-REPORT-LINE
           END-IF
           .
           CLOSE AUM-REPORT-FILE
           .

       PRINT-ROW-PARA.
           MOVE WS-ROW-BRANCH(WS-ROW-IDX) TO WS-DET-BRANCH
           MOVE WS-ROW-ADVISOR(WS-ROW-IDX) TO WS-DET-ADVISOR
           MOVE WS-ROW-CURRENCY(WS-ROW-IDX) TO WS-DET-CURRENCY
           MOVE WS-ROW-CLIENTS(WS-ROW-IDX) TO WS-DET-CLIENTS
           MOVE WS-ROW-NEW(WS-ROW-IDX) TO WS-DET-NEW
           MOVE WS-ROW-DEPARTED(WS-ROW-IDX) TO WS-DET-DEPARTED
           MOVE WS-ROW-LOCAL(WS-ROW-IDX) TO WS-DET-LOCAL
           MOVE WS-ROW-BASE(WS-ROW-IDX) TO WS-DET-BASE
           MOVE WS-ROW-PRIOR-BASE(WS-ROW-IDX) TO WS-DET-PRIOR
           MOVE WS-ROW-YEAR-AGO-BASE(WS-ROW-IDX) TO WS-DET-YEAR-AGO
           .
           MOVE WS-ROW-BASE(WS-ROW-IDX) TO WS-PCT-NOW
           MOVE WS-ROW-PRIOR-BASE(WS-ROW-IDX) TO WS-PCT-BASE
           PERFORM CHANGE-PCT-PARA
           MOVE WS-PCT-TEXT TO WS-DET-MOM
           MOVE WS-ROW-YEAR-AGO-BASE(WS-ROW-IDX) TO WS-PCT-BASE
           PERFORM CHANGE-PCT-PARA
           MOVE WS-PCT-TEXT TO WS-DET-YOY
           .
           WRITE AUM-REPORT-LINE FROM WS-RPT-DETAIL
           .
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
             UNTIL WS-LEVEL-IDX > 3
               ADD WS-ROW-CLIENTS(WS-ROW-IDX) TO
                 WS-TOT-CLIENTS(WS-LEVEL-IDX)
               ADD WS-ROW-NEW(WS-ROW-IDX) TO WS-TOT-NEW(WS-LEVEL-IDX)
               ADD WS-ROW-DEPARTED(WS-ROW-IDX) TO
                 WS-TOT-DEPARTED(WS-LEVEL-IDX)
               ADD WS-ROW-BASE(WS-ROW-IDX) TO
                 WS-TOT-BASE(WS-LEVEL-IDX)
               ADD WS-ROW-PRIOR-BASE(WS-ROW-IDX) TO
                 WS-TOT-PRIOR-BASE(WS-LEVEL-IDX)
               ADD WS-ROW-YEAR-AGO-BASE(WS-ROW-IDX) TO
                 WS-TOT-YEAR-AGO-BASE(WS-LEVEL-IDX)
           END-PERFORM
           .
           PERFORM ADD-CURRENCY-SUMMARY-PARA
           .

      *> LEVEL 1 IS THE ADVISOR, 2 THE BRANCH, 3 THE WHOLE BOOK.
       PRINT-TOTAL-PARA.
           EVALUATE WS-LEVEL-IDX
             WHEN 1
               MOVE SPACES TO WS-TTL-LABEL
               STRING "  ADVISOR " WS-PREV-ADVISOR " TOTAL"
                 DELIMITED BY SIZE INTO WS-TTL-LABEL
             WHEN 2
               MOVE SPACES TO WS-TTL-LABEL
               STRING "BRANCH " WS-PREV-BRANCH
                 DELIMITED BY SIZE INTO WS-TTL-LABEL
             WHEN OTHER
               MOVE "BOOK TOTAL" TO WS-TTL-LABEL
           END-EVALUATE
           .
           MOVE WS-TOT-CLIENTS(WS-LEVEL-IDX) TO WS-TTL-CLIENTS
           MOVE WS-TOT-NEW(WS-LEVEL-IDX) TO WS-TTL-NEW
           MOVE WS-TOT-DEPARTED(WS-LEVEL-IDX) TO WS-TTL-DEPARTED
           MOVE WS-TOT-BASE(WS-LEVEL-IDX) TO WS-TTL-BASE
           MOVE WS-TOT-PRIOR-BASE(WS-LEVEL-IDX) TO WS-TTL-PRIOR
           MOVE WS-TOT-YEAR-AGO-BASE(WS-LEVEL-IDX) TO WS-TTL-YEAR-AGO
           .
           MOVE WS-TOT-BASE(WS-LEVEL-IDX) TO WS-PCT-NOW
           MOVE WS-TOT-PRIOR-BASE(WS-LEVEL-IDX) TO WS-PCT-BASE
           PERFORM CHANGE-PCT-PARA
           MOVE WS-PCT-TEXT TO WS-TTL-MOM
           MOVE WS-TOT-YEAR-AGO-BASE(WS-LEVEL-IDX) TO WS-PCT-BASE
           PERFORM CHANGE-PCT-PARA
           MOVE WS-PCT-TEXT TO WS-TTL-YOY
           .
           WRITE AUM-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           IF WS-LEVEL-IDX > 1 THEN
               MOVE SPACES TO AUM-REPORT-LINE
               WRITE AUM-REPORT-LINE
           END-IF
           .
           MOVE 0 TO WS-TOT-CLIENTS(WS-LEVEL-IDX)
           MOVE 0 TO WS-TOT-NEW(WS-LEVEL-IDX)
           MOVE 0 TO WS-TOT-DEPARTED(WS-LEVEL-IDX)
           MOVE 0 TO WS-TOT-BASE(WS-LEVEL-IDX)
           MOVE 0 TO WS-TOT-PRIOR-BASE(WS-LEVEL-IDX)
           MOVE 0 TO WS-TOT-YEAR-AGO-BASE(WS-LEVEL-IDX)
           .

      *> PERCENT CHANGE FROM WS-PCT-BASE TO WS-PCT-NOW; "NEW"
      *> WHEN THERE WAS NOTHING TO COMPARE WITH.
       CHANGE-PCT-PARA.
           IF WS-PCT-BASE = 0 THEN
               IF WS-PCT-NOW = 0 THEN
                   MOVE SPACES TO WS-PCT-TEXT
               ELSE
                   MOVE "     NEW" TO WS-PCT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-CHANGE-PCT ROUNDED =
             ((WS-PCT-NOW - WS-PCT-BASE) * 100) / WS-PCT-BASE
             ON SIZE ERROR
               MOVE 9999.99 TO WS-CHANGE-PCT
           END-COMPUTE
           .
           MOVE WS-CHANGE-PCT TO WS-PCT-EDITED
           MOVE WS-PCT-EDITED TO WS-PCT-TEXT
           .

       ADD-CURRENCY-SUMMARY-PARA.
           MOVE 0 TO WS-CS-FOUND
           .
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-CODE(WS-CS-IDX) = WS-ROW-CURRENCY(WS-ROW-IDX)
                 THEN
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM
           .
           IF WS-CS-FOUND = 0 THEN
               IF WS-CS-COUNT NOT LESS THAN 50 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-FOUND
               INITIALIZE WS-CS-ENTRY(WS-CS-FOUND)
               MOVE WS-ROW-CURRENCY(WS-ROW-IDX) TO
                 WS-CS-CODE(WS-CS-FOUND)
           END-IF
           .
           ADD WS-ROW-CLIENTS(WS-ROW-IDX) TO WS-CS-CLIENTS(WS-CS-FOUND)
           ADD WS-ROW-LOCAL(WS-ROW-IDX) TO WS-CS-LOCAL(WS-CS-FOUND)
           ADD WS-ROW-BASE(WS-ROW-IDX) TO WS-CS-BASE(WS-CS-FOUND)
           ADD WS-ROW-PRIOR-BASE(WS-ROW-IDX) TO
             WS-CS-PRIOR-BASE(WS-CS-FOUND)
           ADD WS-ROW-YEAR-AGO-BASE(WS-ROW-IDX) TO
             WS-CS-YEAR-AGO-BASE(WS-CS-FOUND)
           .

       PRINT-CURRENCY-SUMMARY-PARA.
           MOVE "BOOK BY CURRENCY:" TO AUM-REPORT-LINE
           WRITE AUM-REPORT-LINE
           .
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
             UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE SPACES TO WS-DET-BRANCH
               MOVE 0 TO WS-DET-ADVISOR
               MOVE WS-CS-CODE(WS-CS-IDX) TO WS-DET-CURRENCY
               MOVE WS-CS-CLIENTS(WS-CS-IDX) TO WS-DET-CLIENTS
               MOVE 0 TO WS-DET-NEW
               MOVE 0 TO WS-DET-DEPARTED
               MOVE WS-CS-LOCAL(WS-CS-IDX) TO WS-DET-LOCAL
               MOVE WS-CS-BASE(WS-CS-IDX) TO WS-DET-BASE
               MOVE WS-CS-PRIOR-BASE(WS-CS-IDX) TO WS-DET-PRIOR
               MOVE WS-CS-YEAR-AGO-BASE(WS-CS-IDX) TO WS-DET-YEAR-AGO
               MOVE WS-CS-BASE(WS-CS-IDX) TO WS-PCT-NOW
               MOVE WS-CS-PRIOR-BASE(WS-CS-IDX) TO WS-PCT-BASE
               PERFORM CHANGE-PCT-PARA
               MOVE WS-PCT-TEXT TO WS-DET-MOM
               MOVE WS-CS-YEAR-AGO-BASE(WS-CS-IDX) TO WS-PCT-BASE
               PERFORM CHANGE-PCT-PARA
               MOVE WS-PCT-TEXT TO WS-DET-YOY
               WRITE AUM-REPORT-LINE FROM WS-RPT-DETAIL
           END-PERFORM
           .
