       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUNTRND.
       AUTHOR. WILLIAM-KEILSOHN.
      *> WEEKLY BATCH WINDOW TREND REPORT. READS THE NIGHTLY RUN
      *> HISTORY (RUNHIST) THAT EVERY STEP OF THE NIGHTLY STREAM
      *> APPENDS TO THROUGH PRUNHST AND LISTS, FOR THE LAST FEW
      *> WEEKS OF NIGHTS:
      *>   - EACH NIGHT'S STREAM: WHEN THE FIRST STEP STARTED, WHEN
      *>     THE LAST STEP FINISHED, THE ELAPSED TIME BETWEEN, AND
      *>     HOW MANY MINUTES WERE LEFT BEFORE THE SHOP BATCH WINDOW
      *>     END THE NEXT MORNING. A NIGHT THAT FINISHED WITHIN THE
      *>     MARGIN (DEFAULT 30 MINUTES) IS FLAGGED CLOSE TO THE
      *>     WINDOW END; ONE THAT FINISHED AFTER IT IS FLAGGED PAST
      *>     IT. THE BOOK RUN'S RECORD COUNT IS SHOWN AS THE NIGHT'S
      *>     VOLUME.
      *>   - EACH STEP WEEK BY WEEK: RUNS, AVERAGE AND LONGEST
      *>     ELAPSED SECONDS, RECORDS IN, AND THE CHANGE IN AVERAGE
      *>     ELAPSED TIME AND AVERAGE VOLUME ON THE WEEK BEFORE.
      *> WEEKS END ON THE RUN DATE AND COUNT BACK SEVEN NIGHTS AT
      *> A TIME. NOTHING ON FILE IS CHANGED.
      *> SYSIN CARRIES THE NUMBER OF WEEKS (1-13, DEFAULT 4) AND
      *> THE MARGIN IN MINUTES (ZERO = THE DEFAULT).
      *> RETURN CODE 4 MEANS AT LEAST ONE NIGHT IN THE PERIOD
      *> FINISHED PAST THE WINDOW END.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNH-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY-FILE.
           COPY RUNHREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD TREND-REPORT-FILE.
       01 TREND-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUNH-STATUS PIC X(2) VALUE "00".
         88 RUNH-OK VALUE "00".
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-HISTORY VALUE 1.
      *> RUN OPTIONS AND SHOP LIMITS.
       01 WS-WEEKS PIC 9(2) VALUE 0.
       01 WS-DEFAULT-WEEKS PIC 9(2) VALUE 4.
       01 WS-MARGIN-MINUTES PIC 9(3) VALUE 0.
       01 WS-DEFAULT-MARGIN PIC 9(3) VALUE 30.
       01 WS-BATCH-WINDOW-END PIC 9(4) VALUE 0600.
       01 WS-WINDOW-SPLIT REDEFINES WS-BATCH-WINDOW-END.
         05 WS-WINDOW-HOUR PIC 9(2).
         05 WS-WINDOW-MINUTE PIC 9(2).
      *> THE PERIOD AS DAY NUMBERS.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-LAST-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-FIRST-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-FIRST-NIGHT-DATE PIC 9(8) VALUE 0.
       01 WS-NIGHT-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-NIGHT-COUNT PIC 9(2) VALUE 0.
      *> ONE HISTORY RECORD.
       01 WS-NIGHT-IDX PIC 9(2) VALUE 0.
       01 WS-WEEK-IDX PIC 9(2) VALUE 0.
       01 WS-STEP-IDX PIC 9(2) VALUE 0.
       01 WS-NAME-IDX PIC 9(2) VALUE 0.
       01 WS-START-ABSOLUTE PIC 9(11) VALUE 0.
       01 WS-END-ABSOLUTE PIC 9(11) VALUE 0.
       01 WS-TIME-SPLIT.
         05 WS-SPLIT-HOUR PIC 9(2).
         05 WS-SPLIT-MINUTE PIC 9(2).
         05 WS-SPLIT-SECOND PIC 9(2).
       01 WS-STAMP-DATE PIC 9(8) VALUE 0.
       01 WS-STAMP-TIME PIC 9(6) VALUE 0.
       01 WS-STAMP-ABSOLUTE PIC 9(11) VALUE 0.
      *> THE STEPS OF THE NIGHTLY STREAM, IN RUNNING ORDER.
       01 WS-STEP-NAME-LIST.
         05 FILLER PIC X(8) VALUE "PFEEDCNV".
         05 FILLER PIC X(8) VALUE "PFEEDPST".
         05 FILLER PIC X(8) VALUE "PCLTXTR ".
         05 FILLER PIC X(8) VALUE "PINVEDT ".
         05 FILLER PIC X(8) VALUE "PINVSPL ".
         05 FILLER PIC X(8) VALUE "PINVBAT ".
         05 FILLER PIC X(8) VALUE "PINVMRG ".
         05 FILLER PIC X(8) VALUE "PINVSTM ".
         05 FILLER PIC X(8) VALUE "PRPTSAVE".
         05 FILLER PIC X(8) VALUE "PSUITCK ".
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
         05 WS-STEP-NAME PIC X(8) OCCURS 10 TIMES.
       01 WS-STEP-COUNT PIC 9(2) VALUE 10.
      *> ONE ENTRY PER NIGHT OF THE PERIOD, OLDEST FIRST.
       01 WS-NIGHT-TABLE.
         05 WS-NIGHT-ENTRY OCCURS 91 TIMES.
           10 WS-NGT-STEPS PIC 9(3).
           10 WS-NGT-FIRST-START PIC 9(11).
           10 WS-NGT-START-DATE PIC 9(8).
           10 WS-NGT-START-TIME PIC 9(6).
           10 WS-NGT-LAST-END PIC 9(11).
           10 WS-NGT-END-DATE PIC 9(8).
           10 WS-NGT-END-TIME PIC 9(6).
           10 WS-NGT-MAX-RC PIC 9(2).
           10 WS-NGT-RESTART PIC X(1).
           10 WS-NGT-BOOK-RECORDS PIC 9(9).
      *> ONE ENTRY PER STEP PER WEEK, OLDEST WEEK FIRST.
       01 WS-STEP-WEEK-TABLE.
         05 WS-STEP-ENTRY OCCURS 10 TIMES.
           10 WS-WEEK-ENTRY OCCURS 13 TIMES.
             15 WS-SWK-RUNS PIC 9(5).
             15 WS-SWK-ELAPSED PIC 9(9).
             15 WS-SWK-LONGEST PIC 9(6).
             15 WS-SWK-RECORDS-IN PIC 9(11).
      *> WEEK LINE WORK.
       01 WS-AVG-ELAPSED PIC 9(6) VALUE 0.
       01 WS-AVG-RECORDS PIC 9(9) VALUE 0.
       01 WS-PRIOR-AVG-ELAPSED PIC 9(6) VALUE 0.
       01 WS-PRIOR-AVG-RECORDS PIC 9(9) VALUE 0.
       01 WS-WEEK-END-DATE PIC 9(8) VALUE 0.
       01 WS-CHANGE-PCT PIC S9(5)V99 VALUE 0.
       01 WS-PCT-BASE PIC 9(13)V99 VALUE 0.
       01 WS-PCT-NOW PIC 9(13)V99 VALUE 0.
       01 WS-PCT-TEXT PIC X(8) VALUE SPACES.
       01 WS-PCT-EDITED PIC -ZZZ9.99.
      *> NIGHT LINE WORK.
       01 WS-DEADLINE-ABSOLUTE PIC 9(11) VALUE 0.
       01 WS-MARGIN-WORK PIC S9(9) VALUE 0.
       01 WS-STREAM-SECONDS PIC 9(9) VALUE 0.
       01 WS-HMS-SECONDS PIC 9(9) VALUE 0.
       01 WS-HMS-HOURS PIC 9(3) VALUE 0.
       01 WS-HMS-REST PIC 9(5) VALUE 0.
       01 WS-HMS-MINUTES PIC 9(2) VALUE 0.
       01 WS-HMS-SECS PIC 9(2) VALUE 0.
      *> RUN COUNTS.
       01 WS-HISTORY-READ PIC 9(7) VALUE 0.
       01 WS-HISTORY-USED PIC 9(7) VALUE 0.
       01 WS-OTHER-STEP-COUNT PIC 9(7) VALUE 0.
       01 WS-NIGHTS-RUN PIC 9(3) VALUE 0.
       01 WS-CLOSE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAST-COUNT PIC 9(3) VALUE 0.
       01 WS-RESTART-NIGHTS PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(29) VALUE
             "NIGHTLY BATCH WINDOW TREND".
         05 FILLER PIC X(7) VALUE "WEEKS: ".
         05 WS-HDG-WEEKS PIC Z9.
         05 FILLER PIC X(17) VALUE "   NIGHTS FROM: ".
         05 WS-HDG-FROM PIC 9999/99/99.
         05 FILLER PIC X(18) VALUE "   WINDOW END: ".
         05 WS-HDG-WINDOW-HOUR PIC 99.
         05 FILLER PIC X VALUE ":".
         05 WS-HDG-WINDOW-MINUTE PIC 99.
         05 FILLER PIC X(11) VALUE "   MARGIN: ".
         05 WS-HDG-MARGIN PIC ZZ9.
         05 FILLER PIC X(16) VALUE " MIN  RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-SECTION-LINE.
         05 WS-SEC-TEXT PIC X(60).
       01 WS-RPT-NIGHT-COLUMNS.
         05 FILLER PIC X(12) VALUE "NIGHT".
         05 FILLER PIC X(21) VALUE "FIRST STEP STARTED".
         05 FILLER PIC X(21) VALUE "LAST STEP FINISHED".
         05 FILLER PIC X(11) VALUE "  ELAPSED".
         05 FILLER PIC X(10) VALUE "  MARGIN".
         05 FILLER PIC X(7) VALUE "STEPS".
         05 FILLER PIC X(7) VALUE "MAX RC".
         05 FILLER PIC X(15) VALUE "   BOOK RECORDS".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(26) VALUE "NOTES".
       01 WS-RPT-NIGHT-DETAIL.
         05 WS-NDT-NIGHT PIC 9999/99/99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NDT-START-DATE PIC 9999/99/99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-NDT-START-TIME PIC 99B99B99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NDT-END-DATE PIC 9999/99/99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-NDT-END-TIME PIC 99B99B99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NDT-ELAPSED-HOURS PIC ZZ9.
         05 FILLER PIC X VALUE ":".
         05 WS-NDT-ELAPSED-MINUTES PIC 99.
         05 FILLER PIC X VALUE ":".
         05 WS-NDT-ELAPSED-SECONDS PIC 99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NDT-MARGIN PIC ----,--9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-NDT-STEPS PIC ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NDT-MAX-RC PIC Z9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-NDT-BOOK-RECORDS PIC ZZZ,ZZZ,ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NDT-NOTES PIC X(32).
       01 WS-RPT-STEP-LINE.
         05 FILLER PIC X(6) VALUE "STEP: ".
         05 WS-STL-NAME PIC X(8).
       01 WS-RPT-WEEK-COLUMNS.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(12) VALUE "WEEK ENDING".
         05 FILLER PIC X(8) VALUE "  RUNS".
         05 FILLER PIC X(12) VALUE " AVG ELAPSED".
         05 FILLER PIC X(12) VALUE " MAX ELAPSED".
         05 FILLER PIC X(12) VALUE "   CHANGE %".
         05 FILLER PIC X(18) VALUE "    RECORDS IN".
         05 FILLER PIC X(14) VALUE "  AVG PER RUN".
         05 FILLER PIC X(12) VALUE "   CHANGE %".
       01 WS-RPT-WEEK-DETAIL.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-WDT-WEEK-END PIC 9999/99/99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-WDT-RUNS PIC ZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-WDT-AVG-ELAPSED PIC ZZZ,ZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-WDT-MAX-ELAPSED PIC ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-WDT-ELAPSED-CHANGE PIC X(8).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-WDT-RECORDS-IN PIC ZZ,ZZZ,ZZZ,ZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-WDT-AVG-RECORDS PIC ZZZ,ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-WDT-VOLUME-CHANGE PIC X(8).
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM ACCEPT-OPTIONS-PARA
           .
           PERFORM LOAD-SHOP-LIMITS-PARA
           .
           COMPUTE WS-LAST-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-NIGHT-COUNT = WS-WEEKS * 7
           COMPUTE WS-FIRST-DAY-NUMBER =
             WS-LAST-DAY-NUMBER - WS-NIGHT-COUNT + 1
           COMPUTE WS-FIRST-NIGHT-DATE =
             FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-NUMBER)
           .
           INITIALIZE WS-NIGHT-TABLE
           INITIALIZE WS-STEP-WEEK-TABLE
           .
           OPEN INPUT RUN-HISTORY-FILE
           .
           IF NOT RUNH-OK THEN
               DISPLAY "PRUNTRND COULD NOT OPEN THE RUN HISTORY. "
                 "STATUS: " WS-RUNH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           PERFORM READ-HISTORY-PARA
           .
           PERFORM TALLY-HISTORY-PARA UNTIL END-OF-HISTORY
           .
           CLOSE RUN-HISTORY-FILE
           .
           OPEN OUTPUT TREND-REPORT-FILE
           .
           PERFORM PRINT-HEADING-PARA
           .
           PERFORM PRINT-NIGHTS-PARA
           .
           PERFORM PRINT-STEPS-PARA
           .
           PERFORM PRINT-TOTALS-PARA
           .
           CLOSE TREND-REPORT-FILE
           .
           DISPLAY "PRUNTRND REPORTED " WS-NIGHTS-RUN " NIGHTS FROM "
             WS-HISTORY-USED " RUN HISTORY RECORDS: " WS-CLOSE-COUNT
             " CLOSE TO THE WINDOW END, " WS-PAST-COUNT " PAST IT."
           .
           IF WS-PAST-COUNT > 0 THEN
               DISPLAY "*** " WS-PAST-COUNT " NIGHTS FINISHED AFTER "
                 "THE BATCH WINDOW END. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       ACCEPT-OPTIONS-PARA.
           ACCEPT WS-WEEKS
           ACCEPT WS-MARGIN-MINUTES
           .
           IF WS-WEEKS NOT NUMERIC OR WS-WEEKS = 0 THEN
               MOVE WS-DEFAULT-WEEKS TO WS-WEEKS
           END-IF
           .
           IF WS-WEEKS > 13 THEN
               DISPLAY "PRUNTRND REPORTS AT MOST 13 WEEKS - " WS-WEEKS
                 " WEEKS ASKED FOR, 13 USED."
               MOVE 13 TO WS-WEEKS
           END-IF
           .
           IF WS-MARGIN-MINUTES NOT NUMERIC
             OR WS-MARGIN-MINUTES = 0 THEN
               MOVE WS-DEFAULT-MARGIN TO WS-MARGIN-MINUTES
           END-IF
           .

       LOAD-SHOP-LIMITS-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SHOP-BATCH-WINDOW-END NUMERIC
                     AND SHOP-BATCH-WINDOW-END > 0 THEN
                       MOVE SHOP-BATCH-WINDOW-END TO
                         WS-BATCH-WINDOW-END
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .

       READ-HISTORY-PARA.
           READ RUN-HISTORY-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
             NOT AT END
               ADD 1 TO WS-HISTORY-READ
           END-READ
           .

      *> FILES ONE HISTORY RECORD UNDER ITS NIGHT AND, FOR THE
      *> STEPS OF THE STREAM, UNDER ITS STEP AND WEEK. RECORDS
      *> OUTSIDE THE PERIOD, OR TOO DAMAGED TO DATE, ARE PASSED.
       TALLY-HISTORY-PARA.
           IF RHS-RUN-DATE NOT NUMERIC
             OR RHS-RUN-DATE < 19000101
             OR RHS-START-DATE NOT NUMERIC
             OR RHS-START-DATE < 19000101
             OR RHS-END-DATE NOT NUMERIC
             OR RHS-END-DATE < 19000101
             OR RHS-START-TIME NOT NUMERIC
             OR RHS-END-TIME NOT NUMERIC
             OR RHS-ELAPSED-SECONDS NOT NUMERIC
             OR RHS-RECORDS-IN NOT NUMERIC
             OR RHS-RETURN-CODE NOT NUMERIC THEN
               PERFORM READ-HISTORY-PARA
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-NIGHT-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(RHS-RUN-DATE)
           .
           IF WS-NIGHT-DAY-NUMBER < WS-FIRST-DAY-NUMBER
             OR WS-NIGHT-DAY-NUMBER > WS-LAST-DAY-NUMBER THEN
               PERFORM READ-HISTORY-PARA
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-HISTORY-USED
           .
           COMPUTE WS-NIGHT-IDX =
             WS-NIGHT-DAY-NUMBER - WS-FIRST-DAY-NUMBER + 1
           COMPUTE WS-WEEK-IDX = ((WS-NIGHT-IDX - 1) / 7) + 1
           .
           MOVE RHS-START-DATE TO WS-STAMP-DATE
           MOVE RHS-START-TIME TO WS-STAMP-TIME
           PERFORM ABSOLUTE-SECONDS-PARA
           MOVE WS-STAMP-ABSOLUTE TO WS-START-ABSOLUTE
           .
           MOVE RHS-END-DATE TO WS-STAMP-DATE
           MOVE RHS-END-TIME TO WS-STAMP-TIME
           PERFORM ABSOLUTE-SECONDS-PARA
           MOVE WS-STAMP-ABSOLUTE TO WS-END-ABSOLUTE
           .
           ADD 1 TO WS-NGT-STEPS(WS-NIGHT-IDX)
           .
           IF WS-NGT-FIRST-START(WS-NIGHT-IDX) = 0
             OR WS-START-ABSOLUTE < WS-NGT-FIRST-START(WS-NIGHT-IDX)
             THEN
               MOVE WS-START-ABSOLUTE TO
                 WS-NGT-FIRST-START(WS-NIGHT-IDX)
               MOVE RHS-START-DATE TO WS-NGT-START-DATE(WS-NIGHT-IDX)
               MOVE RHS-START-TIME TO WS-NGT-START-TIME(WS-NIGHT-IDX)
           END-IF
           .
           IF WS-END-ABSOLUTE > WS-NGT-LAST-END(WS-NIGHT-IDX) THEN
               MOVE WS-END-ABSOLUTE TO WS-NGT-LAST-END(WS-NIGHT-IDX)
               MOVE RHS-END-DATE TO WS-NGT-END-DATE(WS-NIGHT-IDX)
               MOVE RHS-END-TIME TO WS-NGT-END-TIME(WS-NIGHT-IDX)
           END-IF
           .
           IF RHS-RETURN-CODE > WS-NGT-MAX-RC(WS-NIGHT-IDX) THEN
               MOVE RHS-RETURN-CODE TO WS-NGT-MAX-RC(WS-NIGHT-IDX)
           END-IF
           .
           IF RHS-WAS-RESTART THEN
               MOVE "Y" TO WS-NGT-RESTART(WS-NIGHT-IDX)
           END-IF
           .
           IF RHS-STEP-NAME = "PINVBAT" THEN
               ADD RHS-RECORDS-IN TO WS-NGT-BOOK-RECORDS(WS-NIGHT-IDX)
           END-IF
           .
           MOVE 0 TO WS-STEP-IDX
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
             UNTIL WS-NAME-IDX > WS-STEP-COUNT
               IF RHS-STEP-NAME = WS-STEP-NAME(WS-NAME-IDX) THEN
                   MOVE WS-NAME-IDX TO WS-STEP-IDX
               END-IF
           END-PERFORM
           .
           IF WS-STEP-IDX = 0 THEN
               ADD 1 TO WS-OTHER-STEP-COUNT
           ELSE
               ADD 1 TO WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX)
               ADD RHS-ELAPSED-SECONDS TO
                 WS-SWK-ELAPSED(WS-STEP-IDX, WS-WEEK-IDX)
               ADD RHS-RECORDS-IN TO
                 WS-SWK-RECORDS-IN(WS-STEP-IDX, WS-WEEK-IDX)
               IF RHS-ELAPSED-SECONDS >
                 WS-SWK-LONGEST(WS-STEP-IDX, WS-WEEK-IDX) THEN
                   MOVE RHS-ELAPSED-SECONDS TO
                     WS-SWK-LONGEST(WS-STEP-IDX, WS-WEEK-IDX)
               END-IF
           END-IF
           .
           PERFORM READ-HISTORY-PARA
           .

      *> SECONDS SINCE THE START OF THE CALENDAR FOR A DATE AND
      *> TIME, SO STAMPS EITHER SIDE OF MIDNIGHT COMPARE.
       ABSOLUTE-SECONDS-PARA.
           MOVE WS-STAMP-TIME TO WS-TIME-SPLIT
           .
           COMPUTE WS-STAMP-ABSOLUTE =
             (FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400)
             + (WS-SPLIT-HOUR * 3600) + (WS-SPLIT-MINUTE * 60)
             + WS-SPLIT-SECOND
           .

       PRINT-HEADING-PARA.
           MOVE WS-WEEKS TO WS-HDG-WEEKS
           MOVE WS-FIRST-NIGHT-DATE TO WS-HDG-FROM
           MOVE WS-WINDOW-HOUR TO WS-HDG-WINDOW-HOUR
           MOVE WS-WINDOW-MINUTE TO WS-HDG-WINDOW-MINUTE
           MOVE WS-MARGIN-MINUTES TO WS-HDG-MARGIN
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           .
           WRITE TREND-REPORT-LINE FROM WS-RPT-HEADING-1
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           .

      *> ONE LINE PER NIGHT THAT HAS ANY HISTORY. THE MARGIN IS
      *> THE MINUTES FROM THE LAST STEP'S END TO THE WINDOW END
      *> ON THE MORNING AFTER THE NIGHT; NEGATIVE MEANS PAST IT.
       PRINT-NIGHTS-PARA.
           MOVE "NIGHTLY STREAM BY NIGHT" TO WS-SEC-TEXT
           WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE
           WRITE TREND-REPORT-LINE FROM WS-RPT-NIGHT-COLUMNS
           .
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NGT-STEPS(WS-NIGHT-IDX) > 0 THEN
                   PERFORM PRINT-ONE-NIGHT-PARA
               END-IF
           END-PERFORM
           .
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           .

       PRINT-ONE-NIGHT-PARA.
           ADD 1 TO WS-NIGHTS-RUN
           MOVE SPACES TO WS-NDT-NOTES
           .
           COMPUTE WS-NIGHT-DAY-NUMBER =
             WS-FIRST-DAY-NUMBER + WS-NIGHT-IDX - 1
           COMPUTE WS-NDT-NIGHT =
             FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY-NUMBER)
           .
           MOVE WS-NGT-START-DATE(WS-NIGHT-IDX) TO WS-NDT-START-DATE
           MOVE WS-NGT-START-TIME(WS-NIGHT-IDX) TO WS-NDT-START-TIME
           MOVE WS-NGT-END-DATE(WS-NIGHT-IDX) TO WS-NDT-END-DATE
           MOVE WS-NGT-END-TIME(WS-NIGHT-IDX) TO WS-NDT-END-TIME
           .
           IF WS-NGT-LAST-END(WS-NIGHT-IDX) >
             WS-NGT-FIRST-START(WS-NIGHT-IDX) THEN
               COMPUTE WS-STREAM-SECONDS =
                 WS-NGT-LAST-END(WS-NIGHT-IDX)
                 - WS-NGT-FIRST-START(WS-NIGHT-IDX)
           ELSE
               MOVE 0 TO WS-STREAM-SECONDS
           END-IF
           .
           MOVE WS-STREAM-SECONDS TO WS-HMS-SECONDS
           PERFORM SPLIT-SECONDS-PARA
           MOVE WS-HMS-HOURS TO WS-NDT-ELAPSED-HOURS
           MOVE WS-HMS-MINUTES TO WS-NDT-ELAPSED-MINUTES
           MOVE WS-HMS-SECS TO WS-NDT-ELAPSED-SECONDS
           .
           COMPUTE WS-DEADLINE-ABSOLUTE =
             ((WS-NIGHT-DAY-NUMBER + 1) * 86400)
             + (WS-WINDOW-HOUR * 3600) + (WS-WINDOW-MINUTE * 60)
           .
           COMPUTE WS-MARGIN-WORK =
             (WS-DEADLINE-ABSOLUTE - WS-NGT-LAST-END(WS-NIGHT-IDX))
             / 60
           .
           MOVE WS-MARGIN-WORK TO WS-NDT-MARGIN
           .
           IF WS-MARGIN-WORK < 0 THEN
               ADD 1 TO WS-PAST-COUNT
               MOVE "PAST WINDOW END" TO WS-NDT-NOTES
           ELSE
               IF WS-MARGIN-WORK NOT > WS-MARGIN-MINUTES THEN
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE "CLOSE TO WINDOW END" TO WS-NDT-NOTES
               END-IF
           END-IF
           .
           IF WS-NGT-RESTART(WS-NIGHT-IDX) = "Y" THEN
               ADD 1 TO WS-RESTART-NIGHTS
               MOVE "RESTARTED" TO WS-NDT-NOTES(21:)
           END-IF
           .
           MOVE WS-NGT-STEPS(WS-NIGHT-IDX) TO WS-NDT-STEPS
           MOVE WS-NGT-MAX-RC(WS-NIGHT-IDX) TO WS-NDT-MAX-RC
           MOVE WS-NGT-BOOK-RECORDS(WS-NIGHT-IDX) TO
             WS-NDT-BOOK-RECORDS
           .
           WRITE TREND-REPORT-LINE FROM WS-RPT-NIGHT-DETAIL
           .

       SPLIT-SECONDS-PARA.
           DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HOURS
             REMAINDER WS-HMS-REST
           .
           DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MINUTES
             REMAINDER WS-HMS-SECS
           .

      *> ONE BLOCK PER STEP, ONE LINE PER WEEK, OLDEST FIRST. THE
      *> CHANGE IS ON THE WEEK BEFORE; A WEEK THE STEP DID NOT RUN
      *> BREAKS THE COMPARISON RATHER THAN SHOWING A FALSE DROP.
       PRINT-STEPS-PARA.
           MOVE "STEP ELAPSED SECONDS AND VOLUME BY WEEK" TO
             WS-SEC-TEXT
           WRITE TREND-REPORT-LINE FROM WS-RPT-SECTION-LINE
           .
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PRINT-ONE-STEP-PARA
           END-PERFORM
           .

       PRINT-ONE-STEP-PARA.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-STL-NAME
           WRITE TREND-REPORT-LINE FROM WS-RPT-STEP-LINE
           WRITE TREND-REPORT-LINE FROM WS-RPT-WEEK-COLUMNS
           .
           MOVE 0 TO WS-PRIOR-AVG-ELAPSED
           MOVE 0 TO WS-PRIOR-AVG-RECORDS
           .
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
             UNTIL WS-WEEK-IDX > WS-WEEKS
               PERFORM PRINT-ONE-WEEK-PARA
           END-PERFORM
           .

       PRINT-ONE-WEEK-PARA.
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
             WS-FIRST-DAY-NUMBER + (WS-WEEK-IDX * 7) - 1)
           MOVE WS-WEEK-END-DATE TO WS-WDT-WEEK-END
           .
           MOVE WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX) TO WS-WDT-RUNS
           .
           IF WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX) = 0 THEN
               MOVE 0 TO WS-AVG-ELAPSED
               MOVE 0 TO WS-AVG-RECORDS
           ELSE
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                 WS-SWK-ELAPSED(WS-STEP-IDX, WS-WEEK-IDX)
                 / WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX)
               COMPUTE WS-AVG-RECORDS ROUNDED =
                 WS-SWK-RECORDS-IN(WS-STEP-IDX, WS-WEEK-IDX)
                 / WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX)
           END-IF
           .
           MOVE WS-AVG-ELAPSED TO WS-WDT-AVG-ELAPSED
           MOVE WS-SWK-LONGEST(WS-STEP-IDX, WS-WEEK-IDX) TO
             WS-WDT-MAX-ELAPSED
           MOVE WS-SWK-RECORDS-IN(WS-STEP-IDX, WS-WEEK-IDX) TO
             WS-WDT-RECORDS-IN
           MOVE WS-AVG-RECORDS TO WS-WDT-AVG-RECORDS
           .
           IF WS-WEEK-IDX = 1
             OR WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX) = 0
             OR WS-SWK-RUNS(WS-STEP-IDX, WS-WEEK-IDX - 1) = 0 THEN
               MOVE SPACES TO WS-WDT-ELAPSED-CHANGE
               MOVE SPACES TO WS-WDT-VOLUME-CHANGE
           ELSE
               MOVE WS-PRIOR-AVG-ELAPSED TO WS-PCT-BASE
               MOVE WS-AVG-ELAPSED TO WS-PCT-NOW
               PERFORM CHANGE-PCT-PARA
               MOVE WS-PCT-TEXT TO WS-WDT-ELAPSED-CHANGE
               MOVE WS-PRIOR-AVG-RECORDS TO WS-PCT-BASE
               MOVE WS-AVG-RECORDS TO WS-PCT-NOW
               PERFORM CHANGE-PCT-PARA
               MOVE WS-PCT-TEXT TO WS-WDT-VOLUME-CHANGE
           END-IF
           .
           WRITE TREND-REPORT-LINE FROM WS-RPT-WEEK-DETAIL
           .
           MOVE WS-AVG-ELAPSED TO WS-PRIOR-AVG-ELAPSED
           MOVE WS-AVG-RECORDS TO WS-PRIOR-AVG-RECORDS
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

       PRINT-TOTALS-PARA.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           .
           MOVE "RUN HISTORY RECORDS READ" TO WS-TOT-LABEL
           MOVE WS-HISTORY-READ TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "RUN HISTORY RECORDS IN THE PERIOD" TO WS-TOT-LABEL
           MOVE WS-HISTORY-USED TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           IF WS-OTHER-STEP-COUNT > 0 THEN
               MOVE "  OF WHICH NOT NIGHTLY STREAM STEPS" TO
                 WS-TOT-LABEL
               MOVE WS-OTHER-STEP-COUNT TO WS-TOT-COUNT
               WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           .
           MOVE "NIGHTS WITH A RECORDED RUN" TO WS-TOT-LABEL
           MOVE WS-NIGHTS-RUN TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NIGHTS CLOSE TO THE WINDOW END" TO WS-TOT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NIGHTS PAST THE WINDOW END" TO WS-TOT-LABEL
           MOVE WS-PAST-COUNT TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NIGHTS WITH A RESTARTED STEP" TO WS-TOT-LABEL
           MOVE WS-RESTART-NIGHTS TO WS-TOT-COUNT
           WRITE TREND-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
