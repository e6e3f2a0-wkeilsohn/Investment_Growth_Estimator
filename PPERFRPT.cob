       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPERFRPT.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CLIENT PERFORMANCE VERSUS ASSUMED RATE. RUN AT MONTH END
      *> (AND ON DEMAND) AFTER THE NIGHT'S FEED POSTING. FOR EVERY
      *> ACTIVE CLIENT IT WORKS OUT THE ACTUAL TIME-WEIGHTED
      *> RETURN FOR THE MONTH, QUARTER AND YEAR TO DATE, NET OF
      *> THE CONTRIBUTIONS AND WITHDRAWALS ON THE CASH-FLOW FILE,
      *> AND PRINTS IT BESIDE THE RATE THE PROJECTIONS ARE USING -
      *> THE EXPECTED-SCENARIO RATE BLENDED FROM THE CLIENT'S
      *> ALLOCATION EXACTLY AS PCLTXTR BLENDS TRN-PERCENT-RATE -
      *> PRO-RATED TO THE SAME PERIOD. A CLIENT WHOSE RETURN OVER
      *> THE LONGEST MEASURABLE PERIOD TRAILS THE ASSUMPTION BY
      *> MORE THAN THE TOLERANCE ON SYSIN (A DECIMAL, E.G. 0.0300
      *> FOR THREE POINTS; ZERO TAKES THE 0.0300 DEFAULT) IS
      *> FLAGGED.
      *> EACH ACCOUNT'S PERIOD IS CHAINED FROM ITS LAST BALANCE
      *> RECORD BEFORE THE PERIOD STARTS, THROUGH EVERY FLOW (AT
      *> THE VALUE THE ACCOUNT HAD JUST BEFORE IT) AND BALANCE
      *> RECORD IN THE PERIOD, TO TODAY'S POSTED BALANCE. AN
      *> ACCOUNT WITH A FLOW WHOSE PRIOR VALUE IS NOT KNOWN IS
      *> APPROXIMATED FOR THAT PERIOD BY THE DAY-WEIGHTED
      *> (MODIFIED DIETZ) METHOD AND MARKED ON THE REPORT. A
      *> CLIENT'S RETURN IS THE AVERAGE OF ITS ACCOUNTS' RETURNS
      *> WEIGHTED BY THE CAPITAL EACH HAD AT WORK.
      *> AT THE END OF EACH ACCOUNT TODAY'S POSTED BALANCE IS
      *> APPENDED TO THE CASH-FLOW FILE AS A BALANCE RECORD, SO
      *> THE NEXT PERIOD HAS A VALUE TO START FROM. A RERUN ON THE
      *> SAME DAY DOES NOT ADD A SECOND ONE.
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
           SELECT RATES-FILE ASSIGN TO "RATESREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RATE-KEY
             FILE STATUS IS WS-RATES-STATUS.
           SELECT OPTIONAL CASH-FLOW-FILE ASSIGN TO "CFLWFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CFLW-STATUS.
           SELECT PERF-WORK-FILE ASSIGN TO "PERFWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PWK-STATUS.
           SELECT PERF-REPORT-FILE ASSIGN TO "PERFRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT PERF-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD RATES-FILE.
           COPY RATESREC.
       FD CASH-FLOW-FILE.
           COPY CFLWREC.
      *> THE CASH-FLOW FILE IS APPENDED IN ARRIVAL ORDER; IT IS
      *> SORTED HERE INTO CLIENT, ACCOUNT AND DATE ORDER (THE
      *> DAY'S BALANCE RECORD AFTER THE DAY'S FLOWS) AND MATCHED
      *> AGAINST THE MASTER.
       FD PERF-WORK-FILE.
           COPY CFLWREC REPLACING
             ==CASH-FLOW-RECORD== BY ==PERF-WORK-RECORD==
             LEADING ==CFL== BY ==PWK==.
       FD PERF-REPORT-FILE.
       01 PERF-REPORT-LINE PIC X(132).
       SD PERF-SORT-FILE.
           COPY CFLWREC REPLACING
             ==CASH-FLOW-RECORD== BY ==PERF-SORT-RECORD==
             LEADING ==CFL== BY ==SRT==.
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-RATE-KEY PIC 9(2) VALUE 0.
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-CFLW-STATUS PIC X(2) VALUE "00".
         88 CFLW-FILE-OK VALUE "00".
         88 CFLW-NOT-FOUND VALUE "35".
       01 WS-PWK-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-MASTER VALUE 1.
       01 WS-PWK-EOF PIC 9 VALUE 0.
         88 END-OF-WORK VALUE 1.
       01 WS-WORK-KEY PIC 9(8) VALUE 0.
       01 WS-TARGET-KEY PIC 9(8) VALUE 0.
       01 WS-EXPECTED-SCENARIO PIC 9(2) VALUE 2.
       01 WS-EXPECTED-RATE PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-EQUITY PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-BOND PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-CASH PIC S99V9999 VALUE 0.
       01 WS-ALLOC-TOTAL PIC 9(3) VALUE 0.
         88 ALLOCATION-ON-FILE VALUE 100.
       01 WS-BLENDED-RATE PIC S99V9999 VALUE 0.
       01 WS-TOLERANCE PIC 9V9999 VALUE 0.
       01 WS-DEFAULT-TOLERANCE PIC 9V9999 VALUE 0.0300.
      *> PERIOD DATES. THE PERIOD END IS ALWAYS TODAY, THE DATE
      *> OF THE POSTED BALANCES THE RETURN IS MEASURED TO.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-QUARTER-MONTH PIC 9(2) VALUE 0.
       01 WS-PERIOD-STARTS.
         05 WS-PERIOD-START PIC 9(8) OCCURS 3 TIMES.
       01 WS-PERIOD-DAY-COUNTS.
         05 WS-PERIOD-DAYS PIC 9(3) OCCURS 3 TIMES.
       01 WS-PERIOD-NAMES.
         05 FILLER PIC X(3) VALUE "MTD".
         05 FILLER PIC X(3) VALUE "QTD".
         05 FILLER PIC X(3) VALUE "YTD".
       01 WS-PERIOD-NAME-TABLE REDEFINES WS-PERIOD-NAMES.
         05 WS-PERIOD-NAME PIC X(3) OCCURS 3 TIMES.
       01 WS-PERIOD-IDX PIC 9 VALUE 0.
       01 WS-BASIS-IDX PIC 9 VALUE 0.
      *> ONE ACCOUNT'S RECORDS FOR THE YEAR TO DATE, IN DATE
      *> ORDER, PLUS THE LAST BALANCE BEFORE THE YEAR STARTED.
       01 WS-FLOW-COUNT PIC 9(3) VALUE 0.
       01 WS-FLOW-IDX PIC 9(3) VALUE 0.
       01 WS-FLOW-TABLE.
         05 WS-FLOW-ENTRY OCCURS 400 TIMES.
           10 WS-TBL-DATE PIC 9(8).
           10 WS-TBL-TYPE PIC X.
           10 WS-TBL-AMOUNT PIC 9(8)V99.
           10 WS-TBL-VALUE-BEFORE PIC 9(8)V99.
       01 WS-TABLE-FULL PIC 9 VALUE 0.
         88 TABLE-OVERFLOWED VALUE 1.
       01 WS-YEAR-OPEN-FOUND PIC 9 VALUE 0.
       01 WS-YEAR-OPEN-VALUE PIC 9(8)V99 VALUE 0.
       01 WS-CLOSED-TODAY PIC 9 VALUE 0.
         88 ALREADY-CLOSED-TODAY VALUE 1.
       01 WS-ACCOUNT-NUMBER PIC 9 VALUE 0.
       01 WS-ACCOUNTS-MEASURED PIC 9 VALUE 0.
       01 WS-END-VALUE PIC 9(8)V99 VALUE 0.
      *> ONE ACCOUNT, ONE PERIOD.
       01 WS-OPEN-FOUND PIC 9 VALUE 0.
       01 WS-OPEN-VALUE PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-VALUE PIC S9(9)V99 VALUE 0.
       01 WS-LINK-FACTOR PIC S9(5)V9(8) VALUE 0.
       01 WS-LINKED PIC 9 VALUE 0.
       01 WS-APPROXIMATED PIC 9 VALUE 0.
       01 WS-SIGNED-FLOW PIC S9(9)V99 VALUE 0.
       01 WS-NET-FLOWS PIC S9(9)V99 VALUE 0.
       01 WS-WEIGHTED-FLOWS PIC S9(9)V99 VALUE 0.
       01 WS-FLOW-WEIGHT PIC 9V9(6) VALUE 0.
       01 WS-FLOW-INTEGER PIC 9(8) VALUE 0.
       01 WS-CAPITAL-BASE PIC S9(9)V99 VALUE 0.
       01 WS-ACCT-RETURN PIC S9(5)V9(8) VALUE 0.
      *> ONE CLIENT, BY PERIOD: SUM OF RETURN TIMES CAPITAL, SUM
      *> OF CAPITAL, AND WHETHER ANY ACCOUNT WAS APPROXIMATED.
       01 WS-CLIENT-PERIODS.
         05 WS-CLIENT-PERIOD OCCURS 3 TIMES.
           10 WS-CLT-WEIGHTED-RETURN PIC S9(11)V9(6).
           10 WS-CLT-CAPITAL PIC S9(11)V99.
           10 WS-CLT-APPROX PIC 9.
           10 WS-CLT-MEASURED PIC 9.
           10 WS-CLT-RETURN PIC S9(5)V9(6).
           10 WS-CLT-EXPECTED PIC S9(5)V9(6).
       01 WS-YEAR-FRACTION PIC 9V9(6) VALUE 0.
       01 WS-SHORTFALL PIC S9(5)V9(6) VALUE 0.
       01 WS-CLIENT-FLAGGED PIC 9 VALUE 0.
         88 CLIENT-TRAILS VALUE 1.
      *> RUN COUNTS.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-MEASURED-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-HISTORY-COUNT PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-CLOSE-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 WS-PCT-EDITED PIC -ZZZ9.99.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(44) VALUE
             "CLIENT PERFORMANCE VERSUS ASSUMED RATE".
         05 FILLER PIC X(10) VALUE "RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
         05 FILLER PIC X(13) VALUE "   TOLERANCE ".
         05 WS-HDG-TOLERANCE PIC Z9.99.
         05 FILLER PIC X(7) VALUE " POINTS".
       01 WS-RPT-HEADING-2.
         05 FILLER PIC X(15) VALUE "PERIODS FROM: ".
         05 FILLER PIC X(4) VALUE "MTD ".
         05 WS-HDG-MTD PIC 9999/99/99.
         05 FILLER PIC X(6) VALUE "  QTD ".
         05 WS-HDG-QTD PIC 9999/99/99.
         05 FILLER PIC X(6) VALUE "  YTD ".
         05 WS-HDG-YTD PIC 9999/99/99.
       01 WS-RPT-HEADING-3.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(21) VALUE "NAME".
         05 FILLER PIC X(6) VALUE "ADV".
         05 FILLER PIC X(10) VALUE "  MTD %".
         05 FILLER PIC X(10) VALUE "  QTD %".
         05 FILLER PIC X(10) VALUE "  YTD %".
         05 FILLER PIC X(10) VALUE " ASSUMED".
         05 FILLER PIC X(5) VALUE "ON".
         05 FILLER PIC X(10) VALUE " EXPECTED".
         05 FILLER PIC X(10) VALUE "   SHORT".
         05 FILLER PIC X(20) VALUE "NOTES".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-ADVISOR PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-PERIOD-PCT PIC X(10) OCCURS 3 TIMES.
         05 WS-DET-ASSUMED PIC X(10).
         05 WS-DET-BASIS PIC X(5).
         05 WS-DET-EXPECTED PIC X(10).
         05 WS-DET-SHORTFALL PIC X(10).
         05 WS-DET-NOTES PIC X(21).
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           PERFORM SET-PERIODS-PARA
           .
           ACCEPT WS-TOLERANCE
           .
           IF WS-TOLERANCE NOT NUMERIC OR WS-TOLERANCE = 0 THEN
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           END-IF
           .
           PERFORM LOAD-EXPECTED-RATE-PARA
           .
           SORT PERF-SORT-FILE
             ON ASCENDING KEY SRT-CLIENT-ID
             ON ASCENDING KEY SRT-ACCOUNT-NUMBER
             ON ASCENDING KEY SRT-EFFECTIVE-DATE
             ON DESCENDING KEY SRT-FLOW-TYPE
             USING CASH-FLOW-FILE
             GIVING PERF-WORK-FILE
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM WRITE-HEADINGS-PARA
           .
           PERFORM READ-WORK-PARA
           .
           PERFORM READ-MASTER-PARA
           .
           PERFORM MEASURE-CLIENT-PARA
             UNTIL END-OF-MASTER
           .
           PERFORM COUNT-UNMATCHED-PARA UNTIL END-OF-WORK
           .
           PERFORM WRITE-TOTALS-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PPERFRPT MEASURED " WS-MEASURED-COUNT " OF "
             WS-CLIENT-COUNT " ACTIVE CLIENTS; " WS-FLAGGED-COUNT
             " TRAIL THE ASSUMED RATE."
           .
           IF WS-OVERFLOW-COUNT > 0 THEN
               DISPLAY "*** " WS-OVERFLOW-COUNT " ACCOUNTS HAD MORE "
                 "CASH-FLOW RECORDS THIS YEAR THAN THE PROGRAM "
                 "HOLDS AND WERE NOT MEASURED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

      *> MONTH, QUARTER AND YEAR START, AND THE DAYS IN EACH
      *> PERIOD COUNTING BOTH ENDS.
       SET-PERIODS-PARA.
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE WS-TODAY-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           .
           COMPUTE WS-QUARTER-MONTH =
             ((FUNCTION INTEGER((WS-CURRENT-MONTH - 1) / 3)) * 3) + 1
           .
           COMPUTE WS-PERIOD-START(1) =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100) + 1
           .
           COMPUTE WS-PERIOD-START(2) =
             (WS-CURRENT-YEAR * 10000) + (WS-QUARTER-MONTH * 100) + 1
           .
           COMPUTE WS-PERIOD-START(3) =
             (WS-CURRENT-YEAR * 10000) + 101
           .
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
             UNTIL WS-PERIOD-IDX > 3
               COMPUTE WS-PERIOD-DAYS(WS-PERIOD-IDX) =
                 WS-TODAY-INTEGER - FUNCTION INTEGER-OF-DATE
                 (WS-PERIOD-START(WS-PERIOD-IDX)) + 1
           END-PERFORM
           .

       LOAD-EXPECTED-RATE-PARA.
           OPEN INPUT RATES-FILE
           .
           IF WS-RATES-STATUS NOT = "00" THEN
               DISPLAY "PPERFRPT COULD NOT OPEN THE RATES REFERENCE "
                 "FILE. STATUS: " WS-RATES-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE WS-EXPECTED-SCENARIO TO WS-RATE-KEY
           .
           READ RATES-FILE
             INVALID KEY
               DISPLAY "PPERFRPT COULD NOT READ THE EXPECTED "
                 "SCENARIO FROM THE RATES REFERENCE FILE."
               CLOSE RATES-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
             NOT INVALID KEY
               MOVE RATE-HISTORICAL-RETURN TO WS-EXPECTED-RATE
               MOVE RATE-EQUITY-RETURN TO WS-EXPECTED-EQUITY
               MOVE RATE-BOND-RETURN TO WS-EXPECTED-BOND
               MOVE RATE-CASH-RETURN TO WS-EXPECTED-CASH
           END-READ
           .
           CLOSE RATES-FILE
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PPERFRPT COULD NOT OPEN THE CLIENT MASTER. "
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
           OPEN INPUT PERF-WORK-FILE
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
               DISPLAY "PPERFRPT COULD NOT OPEN THE CASH-FLOW FILE "
                 "TO RECORD THE PERIOD BALANCES. STATUS: "
                 WS-CFLW-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN OUTPUT PERF-REPORT-FILE
           .

       CLOSE-FILES-PARA.
           CLOSE CLIENT-MASTER-FILE
           CLOSE PERF-WORK-FILE
           CLOSE CASH-FLOW-FILE
           CLOSE PERF-REPORT-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .

       WRITE-HEADINGS-PARA.
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           COMPUTE WS-HDG-TOLERANCE = WS-TOLERANCE * 100
           MOVE WS-PERIOD-START(1) TO WS-HDG-MTD
           MOVE WS-PERIOD-START(2) TO WS-HDG-QTD
           MOVE WS-PERIOD-START(3) TO WS-HDG-YTD
           .
           WRITE PERF-REPORT-LINE FROM WS-RPT-HEADING-1
           WRITE PERF-REPORT-LINE FROM WS-RPT-HEADING-2
           MOVE SPACES TO PERF-REPORT-LINE
           WRITE PERF-REPORT-LINE
           WRITE PERF-REPORT-LINE FROM WS-RPT-HEADING-3
           .

       READ-MASTER-PARA.
           READ CLIENT-MASTER-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

       READ-WORK-PARA.
           READ PERF-WORK-FILE
             AT END
               MOVE 1 TO WS-PWK-EOF
               MOVE 99999999 TO WS-WORK-KEY
             NOT AT END
               COMPUTE WS-WORK-KEY =
                 (PWK-CLIENT-ID * 10) + PWK-ACCOUNT-NUMBER
           END-READ
           .

      *> CASH-FLOW RECORDS FOR CLIENTS NO LONGER ACTIVE, OR FOR
      *> ACCOUNTS THE CLIENT NO LONGER HOLDS, ARE COUNTED AND
      *> PASSED OVER.
       COUNT-UNMATCHED-PARA.
           ADD 1 TO WS-UNMATCHED-COUNT
           .
           PERFORM READ-WORK-PARA
           .

       MEASURE-CLIENT-PARA.
           IF CLM-IS-INACTIVE THEN
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CLIENT-COUNT
           .
           INITIALIZE WS-CLIENT-PERIODS
           .
           MOVE 0 TO WS-ACCOUNTS-MEASURED
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
                           ADD 1 TO WS-ACCOUNTS-MEASURED
                           MOVE ACM-ACCOUNT-NUMBER TO
                             WS-ACCOUNT-NUMBER
                           MOVE ACM-STARTING-AMOUNT TO WS-END-VALUE
                           PERFORM MEASURE-ACCOUNT-PARA
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *> A CLIENT WITH NO ACTIVE ACCOUNT RECORDS IS MEASURED AS
      *> ACCOUNT ZERO AGAINST THE MASTER BALANCE.
           IF WS-ACCOUNTS-MEASURED = 0 THEN
               MOVE 0 TO WS-ACCOUNT-NUMBER
               MOVE CLM-STARTING-AMOUNT TO WS-END-VALUE
               PERFORM MEASURE-ACCOUNT-PARA
           END-IF
           .
           PERFORM REPORT-CLIENT-PARA
           .
           PERFORM READ-MASTER-PARA
           .

      *> GATHER THE ACCOUNT'S RECORDS FROM THE SORTED WORK FILE,
      *> MEASURE EACH PERIOD, AND RECORD TODAY'S CLOSING BALANCE.
       MEASURE-ACCOUNT-PARA.
           COMPUTE WS-TARGET-KEY =
             (CLM-CLIENT-ID * 10) + WS-ACCOUNT-NUMBER
           .
           PERFORM COUNT-UNMATCHED-PARA
             UNTIL WS-WORK-KEY NOT < WS-TARGET-KEY
           .
           MOVE 0 TO WS-FLOW-COUNT
           MOVE 0 TO WS-TABLE-FULL
           MOVE 0 TO WS-YEAR-OPEN-FOUND
           MOVE 0 TO WS-YEAR-OPEN-VALUE
           MOVE 0 TO WS-CLOSED-TODAY
           .
           PERFORM LOAD-ACCOUNT-FLOW-PARA
             UNTIL WS-WORK-KEY NOT = WS-TARGET-KEY
           .
           IF TABLE-OVERFLOWED THEN
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "*** CLIENT " CLM-CLIENT-ID " ACCOUNT "
                 WS-ACCOUNT-NUMBER " HAS MORE THAN 400 CASH-FLOW "
                 "RECORDS THIS YEAR - NOT MEASURED. ***"
           ELSE
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                 UNTIL WS-PERIOD-IDX > 3
                   PERFORM MEASURE-PERIOD-PARA
               END-PERFORM
           END-IF
           .
           IF NOT ALREADY-CLOSED-TODAY THEN
               PERFORM WRITE-CLOSE-BALANCE-PARA
           END-IF
           .

       LOAD-ACCOUNT-FLOW-PARA.
           ADD 1 TO WS-MATCHED-COUNT
           .
           IF PWK-EFFECTIVE-DATE < WS-PERIOD-START(3) THEN
               IF PWK-IS-BALANCE THEN
                   MOVE 1 TO WS-YEAR-OPEN-FOUND
                   MOVE PWK-AMOUNT TO WS-YEAR-OPEN-VALUE
               END-IF
           ELSE
               IF PWK-EFFECTIVE-DATE NOT > WS-TODAY-YYYYMMDD THEN
                   IF PWK-IS-BALANCE
                     AND PWK-EFFECTIVE-DATE = WS-TODAY-YYYYMMDD THEN
                       MOVE 1 TO WS-CLOSED-TODAY
                   END-IF
                   IF WS-FLOW-COUNT < 400 THEN
                       ADD 1 TO WS-FLOW-COUNT
                       MOVE PWK-EFFECTIVE-DATE TO
                         WS-TBL-DATE(WS-FLOW-COUNT)
                       MOVE PWK-FLOW-TYPE TO WS-TBL-TYPE(WS-FLOW-COUNT)
                       MOVE PWK-AMOUNT TO WS-TBL-AMOUNT(WS-FLOW-COUNT)
                       MOVE PWK-VALUE-BEFORE TO
                         WS-TBL-VALUE-BEFORE(WS-FLOW-COUNT)
                   ELSE
                       MOVE 1 TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF
           .
           PERFORM READ-WORK-PARA
           .

      *> OPENING VALUE: THE LAST BALANCE RECORD DATED BEFORE THE
      *> PERIOD STARTS. THEN EVERY RECORD IN THE PERIOD, IN DATE
      *> ORDER: A FLOW CLOSES A SUB-PERIOD AT THE VALUE JUST
      *> BEFORE IT AND OPENS THE NEXT AT THAT VALUE PLUS OR MINUS
      *> THE FLOW; A BALANCE RECORD CLOSES AND REOPENS AT ITSELF.
      *> THE LAST SUB-PERIOD CLOSES AT TODAY'S POSTED BALANCE, AND
      *> THE SUB-PERIOD GROWTH FACTORS ARE CHAINED. A FLOW INTO AN
      *> EMPTY ACCOUNT NEEDS NO PRIOR VALUE; ANY OTHER FLOW
      *> WITHOUT ONE SENDS THE PERIOD TO THE DAY-WEIGHTED METHOD.
       MEASURE-PERIOD-PARA.
           MOVE 0 TO WS-OPEN-FOUND
           MOVE 0 TO WS-OPEN-VALUE
           .
           IF WS-YEAR-OPEN-FOUND = 1 THEN
               MOVE 1 TO WS-OPEN-FOUND
               MOVE WS-YEAR-OPEN-VALUE TO WS-OPEN-VALUE
           END-IF
           .
           PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1
             UNTIL WS-FLOW-IDX > WS-FLOW-COUNT
               IF WS-TBL-DATE(WS-FLOW-IDX) <
                   WS-PERIOD-START(WS-PERIOD-IDX)
                 AND WS-TBL-TYPE(WS-FLOW-IDX) = "B" THEN
                   MOVE 1 TO WS-OPEN-FOUND
                   MOVE WS-TBL-AMOUNT(WS-FLOW-IDX) TO WS-OPEN-VALUE
               END-IF
           END-PERFORM
           .
           MOVE WS-OPEN-FOUND TO WS-LINKED
           MOVE WS-OPEN-VALUE TO WS-PRIOR-VALUE
           MOVE 1 TO WS-LINK-FACTOR
           MOVE 0 TO WS-APPROXIMATED
           MOVE 0 TO WS-NET-FLOWS
           MOVE 0 TO WS-WEIGHTED-FLOWS
           .
           PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1
             UNTIL WS-FLOW-IDX > WS-FLOW-COUNT
               IF WS-TBL-DATE(WS-FLOW-IDX) NOT <
                   WS-PERIOD-START(WS-PERIOD-IDX) THEN
                   PERFORM CHAIN-ONE-RECORD-PARA
               END-IF
           END-PERFORM
           .
           IF WS-LINKED = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-PRIOR-VALUE > 0 THEN
               COMPUTE WS-LINK-FACTOR ROUNDED =
                 WS-LINK-FACTOR * WS-END-VALUE / WS-PRIOR-VALUE
           END-IF
           .
           COMPUTE WS-CAPITAL-BASE = WS-OPEN-VALUE + WS-WEIGHTED-FLOWS
           .
           IF WS-CAPITAL-BASE NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-APPROXIMATED = 1 THEN
               COMPUTE WS-ACCT-RETURN ROUNDED =
                 (WS-END-VALUE - WS-OPEN-VALUE - WS-NET-FLOWS)
                 / WS-CAPITAL-BASE
               MOVE 1 TO WS-CLT-APPROX(WS-PERIOD-IDX)
           ELSE
               COMPUTE WS-ACCT-RETURN = WS-LINK-FACTOR - 1
           END-IF
           .
           COMPUTE WS-CLT-WEIGHTED-RETURN(WS-PERIOD-IDX) ROUNDED =
             WS-CLT-WEIGHTED-RETURN(WS-PERIOD-IDX)
             + (WS-ACCT-RETURN * WS-CAPITAL-BASE)
           .
           ADD WS-CAPITAL-BASE TO WS-CLT-CAPITAL(WS-PERIOD-IDX)
           .

       CHAIN-ONE-RECORD-PARA.
           IF WS-TBL-TYPE(WS-FLOW-IDX) = "B" THEN
               IF WS-PRIOR-VALUE > 0 THEN
                   COMPUTE WS-LINK-FACTOR ROUNDED =
                     WS-LINK-FACTOR * WS-TBL-AMOUNT(WS-FLOW-IDX)
                     / WS-PRIOR-VALUE
               END-IF
               MOVE WS-TBL-AMOUNT(WS-FLOW-IDX) TO WS-PRIOR-VALUE
               MOVE 1 TO WS-LINKED
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-TBL-TYPE(WS-FLOW-IDX) = "W" THEN
               COMPUTE WS-SIGNED-FLOW = 0 - WS-TBL-AMOUNT(WS-FLOW-IDX)
           ELSE
               MOVE WS-TBL-AMOUNT(WS-FLOW-IDX) TO WS-SIGNED-FLOW
           END-IF
           .
           ADD WS-SIGNED-FLOW TO WS-NET-FLOWS
           .
           COMPUTE WS-FLOW-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-TBL-DATE(WS-FLOW-IDX))
           .
           COMPUTE WS-FLOW-WEIGHT ROUNDED =
             (WS-TODAY-INTEGER - WS-FLOW-INTEGER)
             / WS-PERIOD-DAYS(WS-PERIOD-IDX)
           .
           COMPUTE WS-WEIGHTED-FLOWS ROUNDED =
             WS-WEIGHTED-FLOWS + (WS-SIGNED-FLOW * WS-FLOW-WEIGHT)
           .
           IF WS-TBL-VALUE-BEFORE(WS-FLOW-IDX) > 0 THEN
               IF WS-PRIOR-VALUE > 0 THEN
                   COMPUTE WS-LINK-FACTOR ROUNDED =
                     WS-LINK-FACTOR * WS-TBL-VALUE-BEFORE(WS-FLOW-IDX)
                     / WS-PRIOR-VALUE
               END-IF
               COMPUTE WS-PRIOR-VALUE =
                 WS-TBL-VALUE-BEFORE(WS-FLOW-IDX) + WS-SIGNED-FLOW
           ELSE
               IF WS-PRIOR-VALUE NOT > 0 AND WS-SIGNED-FLOW > 0 THEN
                   MOVE WS-SIGNED-FLOW TO WS-PRIOR-VALUE
               ELSE
                   MOVE 1 TO WS-APPROXIMATED
                   ADD WS-SIGNED-FLOW TO WS-PRIOR-VALUE
               END-IF
           END-IF
           .
           IF WS-PRIOR-VALUE < 0 THEN
               MOVE 0 TO WS-PRIOR-VALUE
           END-IF
           .
           MOVE 1 TO WS-LINKED
           .

       WRITE-CLOSE-BALANCE-PARA.
           MOVE SPACES TO CASH-FLOW-RECORD
           MOVE CLM-CLIENT-ID TO CFL-CLIENT-ID
           MOVE WS-ACCOUNT-NUMBER TO CFL-ACCOUNT-NUMBER
           MOVE WS-TODAY-YYYYMMDD TO CFL-EFFECTIVE-DATE
           MOVE "B" TO CFL-FLOW-TYPE
           MOVE WS-END-VALUE TO CFL-AMOUNT
           MOVE 0 TO CFL-VALUE-BEFORE
           MOVE "P" TO CFL-SOURCE
           MOVE 0 TO CFL-CUSTODIAN-CODE
           MOVE 0 TO CFL-FEED-DATE
           MOVE "PPERFRPT" TO CFL-ENTERED-BY
           MOVE WS-TODAY-YYYYMMDD TO CFL-ENTERED-DATE
           .
           WRITE CASH-FLOW-RECORD
           .
           ADD 1 TO WS-CLOSE-COUNT
           .

      *> A CLIENT WITH ALLOCATION ON FILE IS COMPARED WITH THE
      *> RATE BLENDED FROM THE EXPECTED SCENARIO'S PER-CLASS
      *> RETURNS, THE SAME RATE PCLTXTR PUTS IN TRN-PERCENT-RATE.
       BLEND-CLIENT-RATE-PARA.
           IF CLM-EQUITY-PCT NUMERIC
             AND CLM-BOND-PCT NUMERIC
             AND CLM-CASH-PCT NUMERIC THEN
               COMPUTE WS-ALLOC-TOTAL =
                 CLM-EQUITY-PCT + CLM-BOND-PCT + CLM-CASH-PCT
           ELSE
               MOVE 0 TO WS-ALLOC-TOTAL
           END-IF
           .
           IF ALLOCATION-ON-FILE THEN
               COMPUTE WS-BLENDED-RATE ROUNDED =
                 ((CLM-EQUITY-PCT * WS-EXPECTED-EQUITY)
                 + (CLM-BOND-PCT * WS-EXPECTED-BOND)
                 + (CLM-CASH-PCT * WS-EXPECTED-CASH)) / 100
           ELSE
               MOVE WS-EXPECTED-RATE TO WS-BLENDED-RATE
           END-IF
           .

      *> THE ASSUMED ANNUAL RATE IS COMPOUNDED OVER THE DAYS IN
      *> EACH PERIOD SO A MONTH IS COMPARED WITH A MONTH'S WORTH
      *> OF THE ASSUMPTION. THE FLAG IS TESTED ON THE LONGEST
      *> PERIOD THAT COULD BE MEASURED.
       REPORT-CLIENT-PARA.
           PERFORM BLEND-CLIENT-RATE-PARA
           .
           MOVE 0 TO WS-BASIS-IDX
           MOVE 0 TO WS-CLIENT-FLAGGED
           MOVE SPACES TO WS-RPT-DETAIL
           .
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
             UNTIL WS-PERIOD-IDX > 3
               COMPUTE WS-YEAR-FRACTION ROUNDED =
                 WS-PERIOD-DAYS(WS-PERIOD-IDX) / 365
               COMPUTE WS-CLT-EXPECTED(WS-PERIOD-IDX) ROUNDED =
                 ((1 + WS-BLENDED-RATE) ** WS-YEAR-FRACTION) - 1
               IF WS-CLT-CAPITAL(WS-PERIOD-IDX) > 0 THEN
                   MOVE 1 TO WS-CLT-MEASURED(WS-PERIOD-IDX)
                   COMPUTE WS-CLT-RETURN(WS-PERIOD-IDX) ROUNDED =
                     WS-CLT-WEIGHTED-RETURN(WS-PERIOD-IDX)
                     / WS-CLT-CAPITAL(WS-PERIOD-IDX)
                   COMPUTE WS-PCT-EDITED ROUNDED =
                     WS-CLT-RETURN(WS-PERIOD-IDX) * 100
                   MOVE WS-PCT-EDITED TO
                     WS-DET-PERIOD-PCT(WS-PERIOD-IDX)
                   MOVE WS-PERIOD-IDX TO WS-BASIS-IDX
               ELSE
                   MOVE "     N/A" TO WS-DET-PERIOD-PCT(WS-PERIOD-IDX)
               END-IF
           END-PERFORM
           .
           MOVE CLM-CLIENT-ID TO WS-DET-CLIENT
           MOVE CLM-LAST-NAME TO WS-DET-NAME
           MOVE CLM-ADVISOR-CODE TO WS-DET-ADVISOR
           COMPUTE WS-PCT-EDITED ROUNDED = WS-BLENDED-RATE * 100
           MOVE WS-PCT-EDITED TO WS-DET-ASSUMED
           .
           IF WS-BASIS-IDX = 0 THEN
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE "NO VALUATION HISTORY" TO WS-DET-NOTES
           ELSE
               ADD 1 TO WS-MEASURED-COUNT
               MOVE WS-PERIOD-NAME(WS-BASIS-IDX) TO WS-DET-BASIS
               COMPUTE WS-PCT-EDITED ROUNDED =
                 WS-CLT-EXPECTED(WS-BASIS-IDX) * 100
               MOVE WS-PCT-EDITED TO WS-DET-EXPECTED
               COMPUTE WS-SHORTFALL =
                 WS-CLT-EXPECTED(WS-BASIS-IDX)
                 - WS-CLT-RETURN(WS-BASIS-IDX)
               COMPUTE WS-PCT-EDITED ROUNDED = WS-SHORTFALL * 100
               MOVE WS-PCT-EDITED TO WS-DET-SHORTFALL
               IF WS-SHORTFALL > WS-TOLERANCE THEN
                   MOVE 1 TO WS-CLIENT-FLAGGED
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               EVALUATE TRUE
                 WHEN CLIENT-TRAILS
                   AND WS-CLT-APPROX(WS-BASIS-IDX) = 1
                   MOVE "*** TRAILS (APPROX)" TO WS-DET-NOTES
                 WHEN CLIENT-TRAILS
                   MOVE "*** TRAILS" TO WS-DET-NOTES
                 WHEN WS-CLT-APPROX(WS-BASIS-IDX) = 1
                   MOVE "APPROXIMATED" TO WS-DET-NOTES
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           .
           WRITE PERF-REPORT-LINE FROM WS-RPT-DETAIL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO PERF-REPORT-LINE
           WRITE PERF-REPORT-LINE
           .
           MOVE "ACTIVE CLIENTS:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS MEASURED:" TO WS-TOT-LABEL
           MOVE WS-MEASURED-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS WITH NO VALUATION HISTORY:" TO WS-TOT-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS TRAILING THE ASSUMED RATE:" TO WS-TOT-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CASH-FLOW RECORDS MATCHED:" TO WS-TOT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CASH-FLOW RECORDS NOT MATCHED:" TO WS-TOT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "PERIOD BALANCES RECORDED:" TO WS-TOT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-TOT-COUNT
           WRITE PERF-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
