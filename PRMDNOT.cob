       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMDNOT.
       AUTHOR. WILLIAM-KEILSOHN.
      *> ANNUAL REQUIRED MINIMUM DISTRIBUTION NOTICE RUN. FINDS
      *> EVERY ACTIVE CLIENT WHOSE MONEY IS TAX-DEFERRED AND WHO
      *> REACHES THE DISTRIBUTION STARTING AGE (OR IS ALREADY
      *> PAST IT) IN THE DISTRIBUTION YEAR, AND WORKS OUT THE
      *> YEAR'S REQUIRED AMOUNT: THE PRIOR YEAR-END BALANCE OF
      *> EACH ACTIVE ACCOUNT DIVIDED BY THE LIFE-EXPECTANCY
      *> DIVISOR FOR THE CLIENT'S AGE AT THE END OF THE YEAR,
      *> FROM THE LEXPREF REFERENCE FILE.
      *> THE PRIOR YEAR-END BALANCE IS TAKEN FROM THE DECEMBER
      *> PERIOD-CLOSE RECORD PPERFRPT LEAVES ON THE CASH-FLOW FILE;
      *> AN ACCOUNT WITHOUT ONE FALLS BACK TO ITS CURRENT POSTED
      *> BALANCE AND THE NOTICE IS MARKED ESTIMATED.
      *> EACH NOTICE IS WRITTEN TO RMDFILE (KEYED BY CLIENT, FOR
      *> THE DISTRIBUTION PARAGRAPH IN THE PINVSTM LETTER) AND
      *> LISTED BY ADVISOR ON RMDRPT. A CLIENT WHOSE AGE HAS NO
      *> DIVISOR ON FILE IS STILL LISTED, FLAGGED FOR A MANUAL
      *> CALCULATION, AND THE STEP ENDS WITH RETURN CODE 4.
      *> SYSIN CARRIES THE DISTRIBUTION YEAR (ZERO = THE CURRENT
      *> YEAR) AND THE STARTING AGE (ZERO = 73).
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
           SELECT LIFE-EXPECTANCY-FILE ASSIGN TO "LEXPREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-LEX-KEY
             FILE STATUS IS WS-LEX-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL CASH-FLOW-FILE ASSIGN TO "CFLWFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CFLW-STATUS.
           SELECT BALANCE-WORK-FILE ASSIGN TO "RMDBALWK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BWK-STATUS.
           SELECT RMD-FILE ASSIGN TO "RMDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RMD-KEY
             FILE STATUS IS WS-RMD-STATUS.
           SELECT RMD-SORTED-FILE ASSIGN TO "RMDSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT RMD-REPORT-FILE ASSIGN TO "RMDRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT BALANCE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT NOTICE-SORT-FILE ASSIGN TO "SORTWK02".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD LIFE-EXPECTANCY-FILE.
           COPY LEXPREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD CASH-FLOW-FILE.
           COPY CFLWREC.
       FD BALANCE-WORK-FILE.
           COPY CFLWREC REPLACING
             ==CASH-FLOW-RECORD== BY ==BALANCE-WORK-RECORD==
             LEADING ==CFL== BY ==BWK==.
       FD RMD-FILE.
           COPY RMDREC.
       FD RMD-SORTED-FILE.
           COPY RMDREC REPLACING
             ==RMD-NOTICE-RECORD== BY ==RMD-SORTED-RECORD==
             LEADING ==RMN== BY ==RSD==.
       FD RMD-REPORT-FILE.
       01 RMD-REPORT-LINE PIC X(132).
       SD BALANCE-SORT-FILE.
           COPY CFLWREC REPLACING
             ==CASH-FLOW-RECORD== BY ==BALANCE-SORT-RECORD==
             LEADING ==CFL== BY ==BSR==.
       SD NOTICE-SORT-FILE.
           COPY RMDREC REPLACING
             ==RMD-NOTICE-RECORD== BY ==NOTICE-SORT-RECORD==
             LEADING ==RMN== BY ==NSR==.
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-LEX-KEY PIC 9(3) VALUE 0.
       01 WS-LEX-STATUS PIC X(2) VALUE "00".
         88 LEX-FILE-OK VALUE "00".
       01 WS-LEX-LAST-AGE PIC 9(3) VALUE 0.
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-CFLW-STATUS PIC X(2) VALUE "00".
       01 WS-BWK-STATUS PIC X(2) VALUE "00".
       01 WS-RMD-KEY PIC 9(6) VALUE 0.
       01 WS-RMD-STATUS PIC X(2) VALUE "00".
         88 RMD-FILE-OK VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-MASTER VALUE 1.
       01 WS-BWK-EOF PIC 9 VALUE 0.
         88 END-OF-BALANCES VALUE 1.
       01 WS-SRTD-EOF PIC 9 VALUE 0.
         88 END-OF-NOTICES VALUE 1.
       01 WS-WORK-KEY PIC 9(8) VALUE 0.
       01 WS-TARGET-KEY PIC 9(8) VALUE 0.
      *> RUN PARAMETERS.
       01 WS-DISTRIBUTION-YEAR PIC 9(4) VALUE 0.
       01 WS-START-AGE PIC 9(3) VALUE 0.
       01 WS-DEFAULT-START-AGE PIC 9(3) VALUE 73.
       01 WS-YEAR-END-FROM PIC 9(8) VALUE 0.
       01 WS-YEAR-END-TO PIC 9(8) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> ONE CLIENT.
       01 WS-CLIENT-AGE PIC 9(3) VALUE 0.
       01 WS-CLIENT-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-CLIENT-ESTIMATED PIC 9 VALUE 0.
       01 WS-ACCOUNTS-FOUND PIC 9 VALUE 0.
       01 WS-ACCOUNT-NUMBER PIC 9 VALUE 0.
       01 WS-CURRENT-BALANCE PIC 9(8)V99 VALUE 0.
       01 WS-YEAR-END-FOUND PIC 9 VALUE 0.
       01 WS-YEAR-END-BALANCE PIC 9(8)V99 VALUE 0.
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-FIRST-NOTICE PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-ADV-CLIENTS PIC 9(7) VALUE 0.
       01 WS-ADV-REQUIRED PIC 9(11)V99 VALUE 0.
      *> RUN COUNTS.
       01 WS-DEFERRED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-YET-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-BALANCE-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 WS-FIRST-YEAR-COUNT PIC 9(7) VALUE 0.
       01 WS-ESTIMATED-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-DIVISOR-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-REQUIRED PIC 9(11)V99 VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(42) VALUE
             "REQUIRED MINIMUM DISTRIBUTION NOTICES".
         05 FILLER PIC X(20) VALUE "DISTRIBUTION YEAR: ".
         05 WS-HDG-YEAR PIC 9(4).
         05 FILLER PIC X(16) VALUE "   STARTING AGE ".
         05 WS-HDG-START-AGE PIC ZZ9.
         05 FILLER PIC X(13) VALUE "   RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-ADVISOR-LINE.
         05 FILLER PIC X(9) VALUE "ADVISOR: ".
         05 WS-ADL-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-BRANCH PIC X(10).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(21) VALUE "NAME".
         05 FILLER PIC X(5) VALUE "AGE".
         05 FILLER PIC X(18) VALUE "  PRIOR YEAR-END".
         05 FILLER PIC X(8) VALUE "DIVISOR".
         05 FILLER PIC X(18) VALUE "   REQUIRED".
         05 FILLER PIC X(12) VALUE "TAKE BY".
         05 FILLER PIC X(30) VALUE "NOTES".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-AGE PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-DIVISOR PIC Z9.9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-REQUIRED PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-DEADLINE PIC 9999/99/99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NOTES PIC X(36).
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(17) VALUE "ADVISOR TOTAL - ".
         05 WS-ADT-CLIENTS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(24) VALUE " CLIENTS, REQUIRED      ".
         05 WS-ADT-REQUIRED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-RPT-AMOUNT-LINE.
         05 WS-AMT-LABEL PIC X(40).
         05 WS-AMT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           ACCEPT WS-DISTRIBUTION-YEAR
           ACCEPT WS-START-AGE
           .
           IF WS-DISTRIBUTION-YEAR NOT NUMERIC
             OR WS-DISTRIBUTION-YEAR = 0 THEN
               MOVE WS-CURRENT-YEAR TO WS-DISTRIBUTION-YEAR
           END-IF
           .
           IF WS-START-AGE NOT NUMERIC OR WS-START-AGE = 0 THEN
               MOVE WS-DEFAULT-START-AGE TO WS-START-AGE
           END-IF
           .
      *> THE PRIOR YEAR-END BALANCE IS ANY DECEMBER PERIOD CLOSE
      *> OF THE YEAR BEFORE, THE LATEST ONE WINNING.
           COMPUTE WS-YEAR-END-FROM =
             ((WS-DISTRIBUTION-YEAR - 1) * 10000) + 1201
           COMPUTE WS-YEAR-END-TO =
             ((WS-DISTRIBUTION-YEAR - 1) * 10000) + 1231
           .
           SORT BALANCE-SORT-FILE
             ON ASCENDING KEY BSR-CLIENT-ID
             ON ASCENDING KEY BSR-ACCOUNT-NUMBER
             ON ASCENDING KEY BSR-EFFECTIVE-DATE
             ON DESCENDING KEY BSR-FLOW-TYPE
             USING CASH-FLOW-FILE
             GIVING BALANCE-WORK-FILE
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM READ-BALANCE-PARA
           .
           PERFORM READ-MASTER-PARA
           .
           PERFORM SELECT-CLIENT-PARA
             UNTIL END-OF-MASTER
           .
           CLOSE CLIENT-MASTER-FILE
           CLOSE BALANCE-WORK-FILE
           CLOSE LIFE-EXPECTANCY-FILE
           CLOSE RMD-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           SORT NOTICE-SORT-FILE
             ON ASCENDING KEY NSR-ADVISOR-CODE
             ON ASCENDING KEY NSR-CLIENT-ID
             USING RMD-FILE
             GIVING RMD-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           DISPLAY "PRMDNOT WROTE " WS-NOTICE-COUNT " DISTRIBUTION "
             "NOTICES FOR " WS-DISTRIBUTION-YEAR "; "
             WS-ESTIMATED-COUNT " ON ESTIMATED BALANCES."
           .
           IF WS-NO-DIVISOR-COUNT > 0 THEN
               DISPLAY "*** " WS-NO-DIVISOR-COUNT " CLIENTS HAVE NO "
                 "DIVISOR ON THE LIFE-EXPECTANCY FILE FOR THEIR AGE "
                 "AND MUST BE CALCULATED BY HAND. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PRMDNOT COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT LIFE-EXPECTANCY-FILE
           .
           IF NOT LEX-FILE-OK THEN
               DISPLAY "PRMDNOT COULD NOT OPEN THE LIFE-EXPECTANCY "
                 "DIVISOR FILE. STATUS: " WS-LEX-STATUS
               CLOSE CLIENT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           PERFORM FIND-LAST-AGE-PARA
           .
           OPEN INPUT ACCOUNT-FILE
           .
           IF ACCT-FILE-OK THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN INPUT BALANCE-WORK-FILE
           .
           OPEN OUTPUT RMD-FILE
           .
           IF NOT RMD-FILE-OK THEN
               DISPLAY "PRMDNOT COULD NOT OPEN THE NOTICE FILE. "
                 "STATUS: " WS-RMD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> THE HIGHEST AGE ON THE DIVISOR FILE; ITS DIVISOR SERVES
      *> EVERY CLIENT OLDER THAN THE TABLE RUNS.
       FIND-LAST-AGE-PARA.
           MOVE 0 TO WS-LEX-LAST-AGE
           .
           PERFORM VARYING WS-LEX-KEY FROM 120 BY -1
             UNTIL WS-LEX-KEY = 0 OR WS-LEX-LAST-AGE > 0
               READ LIFE-EXPECTANCY-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE WS-LEX-KEY TO WS-LEX-LAST-AGE
               END-READ
           END-PERFORM
           .

       READ-MASTER-PARA.
           READ CLIENT-MASTER-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

       READ-BALANCE-PARA.
           READ BALANCE-WORK-FILE
             AT END
               MOVE 1 TO WS-BWK-EOF
               MOVE 99999999 TO WS-WORK-KEY
             NOT AT END
               COMPUTE WS-WORK-KEY =
                 (BWK-CLIENT-ID * 10) + BWK-ACCOUNT-NUMBER
           END-READ
           .

      *> AGE IS THE AGE REACHED BY THE END OF THE DISTRIBUTION
      *> YEAR, WHICH IS THE AGE THE DIVISOR IS LOOKED UP AT.
       SELECT-CLIENT-PARA.
           IF CLM-IS-INACTIVE OR NOT CLM-TAX-DEFERRED THEN
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-DEFERRED-COUNT
           .
           IF CLM-BIRTH-YEAR NOT NUMERIC
             OR CLM-BIRTH-YEAR NOT < WS-DISTRIBUTION-YEAR THEN
               ADD 1 TO WS-NOT-YET-COUNT
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-CLIENT-AGE =
             WS-DISTRIBUTION-YEAR - CLM-BIRTH-YEAR
           .
           IF WS-CLIENT-AGE < WS-START-AGE THEN
               ADD 1 TO WS-NOT-YET-COUNT
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM TOTAL-YEAR-END-PARA
           .
           IF WS-CLIENT-BALANCE = 0 THEN
               ADD 1 TO WS-NO-BALANCE-COUNT
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM BUILD-NOTICE-PARA
           .
           PERFORM READ-MASTER-PARA
           .

      *> PRIOR YEAR-END BALANCE OVER THE CLIENT'S ACTIVE ACCOUNTS,
      *> OR THE MASTER ITSELF (ACCOUNT ZERO) WHEN IT HAS NONE.
       TOTAL-YEAR-END-PARA.
           MOVE 0 TO WS-CLIENT-BALANCE
           MOVE 0 TO WS-CLIENT-ESTIMATED
           MOVE 0 TO WS-ACCOUNTS-FOUND
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
                             WS-ACCOUNT-NUMBER
                           MOVE ACM-STARTING-AMOUNT TO
                             WS-CURRENT-BALANCE
                           PERFORM ACCOUNT-YEAR-END-PARA
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           IF WS-ACCOUNTS-FOUND = 0 THEN
               MOVE 0 TO WS-ACCOUNT-NUMBER
               MOVE CLM-STARTING-AMOUNT TO WS-CURRENT-BALANCE
               PERFORM ACCOUNT-YEAR-END-PARA
           END-IF
           .

       ACCOUNT-YEAR-END-PARA.
           COMPUTE WS-TARGET-KEY =
             (CLM-CLIENT-ID * 10) + WS-ACCOUNT-NUMBER
           .
           PERFORM READ-BALANCE-PARA
             UNTIL WS-WORK-KEY NOT < WS-TARGET-KEY
           .
           MOVE 0 TO WS-YEAR-END-FOUND
           MOVE 0 TO WS-YEAR-END-BALANCE
           .
           PERFORM PICK-YEAR-END-PARA
             UNTIL WS-WORK-KEY NOT = WS-TARGET-KEY
           .
           IF WS-YEAR-END-FOUND = 1 THEN
               ADD WS-YEAR-END-BALANCE TO WS-CLIENT-BALANCE
           ELSE
               ADD WS-CURRENT-BALANCE TO WS-CLIENT-BALANCE
               IF WS-CURRENT-BALANCE > 0 THEN
                   MOVE 1 TO WS-CLIENT-ESTIMATED
               END-IF
           END-IF
           .

       PICK-YEAR-END-PARA.
           IF BWK-IS-BALANCE
             AND BWK-EFFECTIVE-DATE NOT < WS-YEAR-END-FROM
             AND BWK-EFFECTIVE-DATE NOT > WS-YEAR-END-TO THEN
               MOVE 1 TO WS-YEAR-END-FOUND
               MOVE BWK-AMOUNT TO WS-YEAR-END-BALANCE
           END-IF
           .
           PERFORM READ-BALANCE-PARA
           .

      *> A CLIENT REACHING THE STARTING AGE THIS YEAR MAY TAKE
      *> THE FIRST DISTRIBUTION AS LATE AS THE FIRST OF APRIL OF
      *> THE FOLLOWING YEAR; EVERY LATER ONE IS DUE BY THE END OF
      *> THE DISTRIBUTION YEAR.
       BUILD-NOTICE-PARA.
           INITIALIZE RMD-NOTICE-RECORD
           .
           MOVE CLM-CLIENT-ID TO RMN-CLIENT-ID
           MOVE CLM-ADVISOR-CODE TO RMN-ADVISOR-CODE
           MOVE CLM-LAST-NAME TO RMN-CLIENT-NAME
           MOVE CLM-CURRENCY-SYMBOL TO RMN-CURRENCY-SYMBOL
           MOVE WS-DISTRIBUTION-YEAR TO RMN-DISTRIBUTION-YEAR
           MOVE WS-CLIENT-AGE TO RMN-AGE
           MOVE WS-CLIENT-BALANCE TO RMN-PRIOR-YE-BALANCE
           MOVE WS-TODAY-YYYYMMDD TO RMN-RUN-DATE
           .
           IF WS-CLIENT-ESTIMATED = 1 THEN
               MOVE "E" TO RMN-BALANCE-SOURCE
               ADD 1 TO WS-ESTIMATED-COUNT
           ELSE
               MOVE "F" TO RMN-BALANCE-SOURCE
           END-IF
           .
           IF WS-CLIENT-AGE = WS-START-AGE THEN
               MOVE "Y" TO RMN-FIRST-YEAR
               COMPUTE RMN-DEADLINE =
                 ((WS-DISTRIBUTION-YEAR + 1) * 10000) + 401
               ADD 1 TO WS-FIRST-YEAR-COUNT
           ELSE
               MOVE "N" TO RMN-FIRST-YEAR
               COMPUTE RMN-DEADLINE =
                 (WS-DISTRIBUTION-YEAR * 10000) + 1231
           END-IF
           .
           IF WS-CLIENT-AGE > WS-LEX-LAST-AGE
             AND WS-LEX-LAST-AGE > 0 THEN
               MOVE WS-LEX-LAST-AGE TO WS-LEX-KEY
           ELSE
               MOVE WS-CLIENT-AGE TO WS-LEX-KEY
           END-IF
           .
           READ LIFE-EXPECTANCY-FILE
             INVALID KEY
               MOVE 0 TO LEX-DIVISOR
           END-READ
           .
           IF LEX-DIVISOR NOT NUMERIC OR LEX-DIVISOR = 0 THEN
               MOVE "X" TO RMN-STATUS
               MOVE 0 TO RMN-DIVISOR
               MOVE 0 TO RMN-REQUIRED-AMOUNT
               ADD 1 TO WS-NO-DIVISOR-COUNT
           ELSE
               MOVE "C" TO RMN-STATUS
               MOVE LEX-DIVISOR TO RMN-DIVISOR
               COMPUTE RMN-REQUIRED-AMOUNT ROUNDED =
                 WS-CLIENT-BALANCE / LEX-DIVISOR
               ADD RMN-REQUIRED-AMOUNT TO WS-TOTAL-REQUIRED
           END-IF
           .
           MOVE CLM-CLIENT-ID TO WS-RMD-KEY
           .
           WRITE RMD-NOTICE-RECORD
             INVALID KEY
               DISPLAY "*** NOTICE FOR CLIENT " CLM-CLIENT-ID
                 " COULD NOT BE WRITTEN. STATUS: " WS-RMD-STATUS
                 " ***"
             NOT INVALID KEY
               ADD 1 TO WS-NOTICE-COUNT
           END-WRITE
           .

      *> THE NOTICES IN ADVISOR ORDER, ONE SECTION PER ADVISOR
      *> WITH ITS OWN TOTAL, THEN THE RUN TOTALS.
       PRINT-LISTING-PARA.
           OPEN INPUT RMD-SORTED-FILE
           OPEN OUTPUT RMD-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-DISTRIBUTION-YEAR TO WS-HDG-YEAR
           MOVE WS-START-AGE TO WS-HDG-START-AGE
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE RMD-REPORT-LINE FROM WS-RPT-HEADING-1
           .
           PERFORM READ-SORTED-PARA
           .
           PERFORM PRINT-NOTICE-PARA UNTIL END-OF-NOTICES
           .
           IF NOT NO-ADVISOR-PRINTED-YET THEN
               PERFORM PRINT-ADVISOR-TOTAL-PARA
           END-IF
           .
           PERFORM WRITE-TOTALS-PARA
           .
           CLOSE RMD-SORTED-FILE
           CLOSE RMD-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ RMD-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-NOTICE-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR RSD-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           MOVE SPACES TO WS-DET-NOTES
           MOVE RSD-CLIENT-ID TO WS-DET-CLIENT
           MOVE RSD-CLIENT-NAME TO WS-DET-NAME
           MOVE RSD-AGE TO WS-DET-AGE
           MOVE RSD-PRIOR-YE-BALANCE TO WS-DET-BALANCE
           MOVE RSD-DIVISOR TO WS-DET-DIVISOR
           MOVE RSD-REQUIRED-AMOUNT TO WS-DET-REQUIRED
           MOVE RSD-DEADLINE TO WS-DET-DEADLINE
           .
           EVALUATE TRUE
             WHEN RSD-NO-DIVISOR
               MOVE "*** NO DIVISOR - CALCULATE BY HAND"
                 TO WS-DET-NOTES
             WHEN RSD-IS-FIRST-YEAR AND RSD-BALANCE-ESTIMATED
               MOVE "FIRST YEAR; BALANCE ESTIMATED"
                 TO WS-DET-NOTES
             WHEN RSD-IS-FIRST-YEAR
               MOVE "FIRST YEAR" TO WS-DET-NOTES
             WHEN RSD-BALANCE-ESTIMATED
               MOVE "BALANCE ESTIMATED - CONFIRM" TO WS-DET-NOTES
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
           WRITE RMD-REPORT-LINE FROM WS-RPT-DETAIL
           .
           ADD 1 TO WS-ADV-CLIENTS
           ADD RSD-REQUIRED-AMOUNT TO WS-ADV-REQUIRED
           .
           PERFORM READ-SORTED-PARA
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-NOTICE
           MOVE RSD-ADVISOR-CODE TO WS-PREV-ADVISOR
           MOVE 0 TO WS-ADV-CLIENTS
           MOVE 0 TO WS-ADV-REQUIRED
           .
           MOVE RSD-ADVISOR-CODE TO WS-ADL-CODE
           MOVE SPACES TO WS-ADL-NAME
           MOVE SPACES TO WS-ADL-BRANCH
           .
           IF RSD-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE BOOK" TO WS-ADL-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE RSD-ADVISOR-CODE TO WS-ADV-KEY
                   READ ADVISOR-FILE
                     INVALID KEY
                       MOVE "NOT ON ADVREF" TO WS-ADL-NAME
                     NOT INVALID KEY
                       MOVE ADV-ADVISOR-NAME TO WS-ADL-NAME
                       MOVE ADV-BRANCH TO WS-ADL-BRANCH
                   END-READ
               END-IF
           END-IF
           .
           MOVE SPACES TO RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           WRITE RMD-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           MOVE WS-ADV-CLIENTS TO WS-ADT-CLIENTS
           MOVE WS-ADV-REQUIRED TO WS-ADT-REQUIRED
           WRITE RMD-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE
           .
           MOVE "ACTIVE TAX-DEFERRED CLIENTS:" TO WS-TOT-LABEL
           MOVE WS-DEFERRED-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "BELOW THE STARTING AGE:" TO WS-TOT-LABEL
           MOVE WS-NOT-YET-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NO BALANCE TO DISTRIBUTE:" TO WS-TOT-LABEL
           MOVE WS-NO-BALANCE-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NOTICES WRITTEN:" TO WS-TOT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  FIRST DISTRIBUTION YEAR:" TO WS-TOT-LABEL
           MOVE WS-FIRST-YEAR-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  ON AN ESTIMATED BALANCE:" TO WS-TOT-LABEL
           MOVE WS-ESTIMATED-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  NO DIVISOR ON FILE:" TO WS-TOT-LABEL
           MOVE WS-NO-DIVISOR-COUNT TO WS-TOT-COUNT
           WRITE RMD-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "TOTAL REQUIRED DISTRIBUTIONS:" TO WS-AMT-LABEL
           MOVE WS-TOTAL-REQUIRED TO WS-AMT-VALUE
           WRITE RMD-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
