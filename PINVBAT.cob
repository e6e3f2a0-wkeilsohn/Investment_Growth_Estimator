             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-GOAL-KEY
             FILE STATUS IS WS-GOALF-STATUS.
           SELECT OPTIONAL FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "PLANFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
           SELECT OPTIONAL CURRENCY-FILE ASSIGN TO "CURRREF"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT OPTIONAL CRM-EXTRACT-FILE ASSIGN TO "CRMXTRCT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CRM-STATUS.
           SELECT OPTIONAL PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PTC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY ADVREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD PLAN-FILE.
           COPY PLANREC.
       FD CURRENCY-FILE.
           COPY CURRREC.
       FD CRM-EXTRACT-FILE.
           COPY CRMREC.
       FD PARTITION-CONTROL-FILE.
           COPY PARTREC.
       WORKING-STORAGE SECTION.
      *> PARTITION RUN: SYSIN NAMES THE PARTITION (1-4) WHEN THE
      *> NIGHT'S BOOK HAS BEEN SPLIT BY PINVSPL. A PARTITION RUN
      *> HAS ITS OWN CHECKPOINT, RUN CONTROL AND OUTPUT DATASETS,
      *> LEAVES THE BATCH WINDOW LOCK TO PINVMRG, AND INSTEAD OF
      *> THE MANAGEMENT SUMMARY, THE ACTION LIST AND THE BREAK FILE
      *> UPDATES (WHICH NEED THE WHOLE BOOK, OR ONE WRITER) IT
      *> WRITES ITS SHARE OF THEM TO PARTCTL FOR PINVMRG. A BLANK
      *> SYSIN IS THE SINGLE WHOLE-BOOK RUN.
       01 WS-PARTITION-INPUT PIC X VALUE SPACE.
         88 PARTITION-RUN VALUE "1" THRU "4".
       01 WS-PTC-STATUS PIC X(2) VALUE "00".
         88 PTC-NOT-FOUND VALUE "35".
       01 WS-PTC-OPEN PIC 9 VALUE 0.
         88 PARTITION-CONTROL-IS-OPEN VALUE 1.
      *> CRM EXTRACT: ONE RECORD PER CLIENT AND GOAL WITH HEADER
      *> AND TRAILER CONTROLS. A RESTARTED RUN APPENDS TO THE
      *> PARTIAL EXTRACT, SO THE CONTROLS ARE FIRST RE-COUNTED
      *> FROM THE DETAIL ALREADY ON IT.
       01 WS-CRM-STATUS PIC X(2) VALUE "00".
       01 WS-CRM-OPEN PIC 9 VALUE 0.
         88 CRM-EXTRACT-IS-OPEN VALUE 1.
       01 WS-CRM-EOF PIC 9 VALUE 0.
         88 END-OF-CRM-EXTRACT VALUE 1.
       01 WS-CRM-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CRM-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-CRM-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-CRM-HASH PIC 9(12) VALUE 0.
       01 WS-CRM-PENNIES PIC 9(12) VALUE 0.
       01 WS-CRM-TARGET-YEAR PIC 9(4) VALUE 0.
       01 WS-PREV-HOUSEHOLD PIC 9(6) VALUE 0.
       01 WS-PREV-CURRENCY-CODE PIC X(3) VALUE SPACES.
      *> OUTCOME OF THE LAST CHECK-PLAN-DRIFT-PARA, FOR THE CRM
      *> EXTRACT: N = NO BASELINE, O = ON PLAN, D = DRIFTED.
       01 WS-DRIFT-STATUS PIC X VALUE "N".
       01 WS-DRIFT-BASE-AGE PIC 9(3) VALUE 0.
      *> EXCHANGE RATE TABLE LOADED FROM CURRREF AT START OF RUN.
      *> FOREIGN BALANCES CONVERT TO THE BASE CURRENCY BEFORE
      *> THEY TOUCH THE SUMMARY AND BALANCING ACCUMULATORS, SO
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-SLOT PIC 9 VALUE 0.
       01 WS-GOAL-LINE-NAME PIC X(20) VALUE SPACES.
       01 WS-CLIENT-GOAL-COUNT PIC 9 VALUE 0.
       01 WS-GOAL-FUNDED-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-FUND-ACCT PIC 9(2) VALUE 0.
      *> EACH ACCOUNT'S BALANCE FOR THE CLIENT BEING ROLLED UP, SO
      *> THE CLIENT'S GOALS CAN BE FUNDED FROM THE ACCOUNTS
      *> EARMARKED TO THEM.
       01 WS-CLIENT-ACCOUNTS.
         05 WS-ACCT-BALANCE PIC 9(8)V99 OCCURS 9 TIMES.
           COPY FUNDPARM.
       01 WS-PREV-RATE PIC S99V9999 VALUE 0.
       01 WS-PREV-FEE PIC 99V9999 VALUE 0.
       01 WS-PREV-CURRENCY PIC X VALUE "$".
      *> THROUGH THE CAPPED COPY, WHICH WARNS WHEN IT CLIPS.
       01 WS-CLIENT-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CLIENT-AMOUNT PIC 9(8)V99 VALUE 0.
      *> THE MONEY THE PLAN GOAL IS PROJECTED ON: THE CAPPED
      *> CLIENT BALANCE, LESS WHATEVER THE NAMED GOALS TAKE.
       01 WS-PLAN-AMOUNT PIC 9(8)V99 VALUE 0.
      *> THE MONEY AN ACCEPTED BASELINE IS RE-MEASURED ON.
       01 WS-BASELINE-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-HH-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-CLIENT-GOAL-AGE PIC 9(3) VALUE 0.
       01 WS-CLIENT-YEARS PIC 9(3) VALUE 0.
         05 WS-SUM-BUCKET-HIGH PIC ZZ9.
         05 FILLER PIC X(9) VALUE " .......:".
         05 WS-SUM-BUCKET-COUNT PIC Z,ZZZ,ZZ9.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           PERFORM ACCEPT-PARTITION-PARA
           .
           PERFORM READ-CHECKPOINT-PARA
           .
           PERFORM VERIFY-RUN-CONTROL-PARA
           .
           PERFORM WRITE-HOUSEHOLD-LINES-PARA
           .
           IF PARTITION-RUN THEN
               PERFORM WRITE-PARTITION-DETAIL-PARA
           ELSE
               PERFORM WRITE-SUMMARY-PARA
               PERFORM WRITE-ACTION-LIST-PARA
           END-IF
           .
           PERFORM RESET-CHECKPOINT-PARA
           .
           PERFORM FINISH-CRM-EXTRACT-PARA
           .
           COMPUTE WS-RECORDS-WARNED =
             WS-NEVER-REACH-COUNT + WS-RECON-WARN-COUNT
           .
      *> AN EMPTY PARTITION IS NOT AN ERROR - A SMALL BOOK MAY NOT
      *> FILL EVERY PARTITION. PINVMRG JUDGES THE WHOLE NIGHT.
           IF WS-RECORD-COUNT = 0 THEN
               IF PARTITION-RUN THEN
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   DISPLAY "THIS PARTITION WAS EMPTY."
               ELSE
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   DISPLAY "THE TRANSACTION FILE WAS EMPTY."
               END-IF
           ELSE
               IF WS-RECORDS-WARNED > 0 THEN
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF
           .
           IF PARTITION-RUN THEN
               PERFORM WRITE-PARTITION-TOTALS-PARA
           END-IF
           .
           PERFORM RELEASE-LOCK-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           PERFORM CLOSE-AUDIT-PARA
           .
           DISPLAY "PINVBAT PROCESSED " WS-RECORD-COUNT
             " ACCOUNT RECORDS FOR " WS-CLIENT-COUNT " CLIENTS."
           .
           MOVE "C" TO RUN-CTL-CHECKPOINT-STATE
           .
           PERFORM WRITE-RUN-CONTROL-PARA
           DISPLAY "PINVBAT TOTAL STARTING BALANCES: "
             WS-TOTAL-START-AMOUNT
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> GOAL, SO PER-RECORD TALLYING WOULD COUNT AND LIST A
      *> THREE-ACCOUNT CLIENT THREE TIMES. PERFORMED FROM THE
      *> CLIENT-CHANGE ROLL-UP, LIKE RECONCILIATION, THE NAMED
      *> GOALS AND PLAN DRIFT. THE PLAN GOAL IS CLASSIFIED ON
      *> THE MONEY LEFT AFTER THE NAMED GOALS ARE FUNDED.
       TALLY-CLIENT-PARA.
           IF WS-PREV-CLIENT-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-PLAN-AMOUNT NOT LESS THAN WS-PREV-GOAL THEN
               ADD 1 TO WS-GOAL-MET-COUNT
           ELSE
               IF WS-PREV-RATE - WS-PREV-FEE
                 NOT GREATER THAN 0
                 OR WS-PLAN-AMOUNT = 0 THEN
                   ADD 1 TO WS-NEVER-REACH-COUNT
               ELSE
                   CALL "PINV2" USING WS-PLAN-AMOUNT,
                                      WS-PREV-GOAL,
                                      WS-PREV-AGE,
                                      WS-CLIENT-GOAL-AGE,

       SOLVE-REQUIRED-PARA.
           MOVE SPACES TO WS-REQUIRED-FORMAT
           MOVE 0 TO WS-REQUIRED-CONTRIB
           .
           IF WS-PREV-TARGET-AGE > WS-PREV-AGE THEN
               COMPUTE WS-SOLVE-YEARS =
                 WS-PREV-TARGET-AGE - WS-PREV-AGE
               CALL "PINV4" USING WS-PLAN-AMOUNT,
                                  WS-PREV-GOAL,
                                  WS-SOLVE-YEARS,
                                  WS-PREV-RATE,
           MOVE WS-PROJECTED-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "CRM EXTRACT CLIENT/GOAL RECORDS ........:"
             TO WS-SUM-LABEL
           MOVE WS-CRM-DETAIL-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           IF WS-PROJECTED-COUNT > 0 THEN
               COMPUTE WS-AVG-YEARS ROUNDED =
                 WS-YEARS-TOTAL / WS-PROJECTED-COUNT
           END-PERFORM
           .

      *> A PARTITION'S SHARE OF THE SUMMARY AND THE ACTION LIST:
      *> ONE RECORD PER ADVISOR AND PER PLAN DRIFT ENTRY. ITS
      *> OFF-TRACK ENTRIES ARE LEFT ON ITS ACTION WORK FILE, WHICH
      *> PINVMRG SORTS WITH THE OTHER PARTITIONS'.
       WRITE-PARTITION-DETAIL-PARA.
           CLOSE ACTION-WORK-FILE
           .
           MOVE 0 TO WS-AWK-OPEN
           .
           IF NOT PARTITION-CONTROL-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-ADVSUM-IDX FROM 1 BY 1
             UNTIL WS-ADVSUM-IDX > WS-ADVSUM-COUNT
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE "A" TO PTC-RECORD-TYPE
               MOVE WS-PARTITION-INPUT TO PTC-PARTITION
               MOVE WS-ADVSUM-CODE(WS-ADVSUM-IDX) TO PTC-ADV-CODE
               MOVE WS-ADVSUM-RECORDS(WS-ADVSUM-IDX) TO
                 PTC-ADV-RECORDS
               MOVE WS-ADVSUM-AMOUNT(WS-ADVSUM-IDX) TO
                 PTC-ADV-AMOUNT
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM
           .
           PERFORM VARYING WS-DRIFT-IDX FROM 1 BY 1
             UNTIL WS-DRIFT-IDX > WS-DRIFT-COUNT
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE "D" TO PTC-RECORD-TYPE
               MOVE WS-PARTITION-INPUT TO PTC-PARTITION
               MOVE WS-DRF-CLIENT-ID(WS-DRIFT-IDX) TO
                 PTC-DRF-CLIENT-ID
               MOVE WS-DRF-BASE-AGE(WS-DRIFT-IDX) TO PTC-DRF-BASE-AGE
               MOVE WS-DRF-FRESH-AGE(WS-DRIFT-IDX) TO
                 PTC-DRF-FRESH-AGE
               MOVE WS-DRF-SLIP(WS-DRIFT-IDX) TO PTC-DRF-SLIP
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM
           .

      *> THE TOTALS RECORD GOES ON LAST, ONCE THE CHECKPOINT HAS
      *> BEEN CLEARED, SO A PARTITION CONTROL FILE WITH ONE IS FROM
      *> A PARTITION THAT RAN TO THE END - THE SAME RULE AS THE CRM
      *> EXTRACT TRAILER.
       WRITE-PARTITION-TOTALS-PARA.
           IF NOT PARTITION-CONTROL-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "T" TO PTC-RECORD-TYPE
           MOVE WS-PARTITION-INPUT TO PTC-PARTITION
           MOVE WS-RECORD-COUNT TO PTC-RECORD-COUNT
           MOVE WS-CLIENT-COUNT TO PTC-CLIENT-COUNT
           MOVE WS-TOTAL-START-AMOUNT TO PTC-TOTAL-START-AMOUNT
           MOVE WS-GOAL-MET-COUNT TO PTC-GOAL-MET-COUNT
           MOVE WS-NEVER-REACH-COUNT TO PTC-NEVER-REACH-COUNT
           MOVE WS-PROJECTED-COUNT TO PTC-PROJECTED-COUNT
           MOVE WS-YEARS-TOTAL TO PTC-YEARS-TOTAL
           MOVE WS-RECORDS-WRITTEN TO PTC-RECORDS-WRITTEN
           MOVE WS-RECORDS-WARNED TO PTC-RECORDS-WARNED
           MOVE WS-CRM-DETAIL-COUNT TO PTC-CRM-DETAIL-COUNT
           MOVE WS-ACTION-COUNT TO PTC-ACTION-COUNT
           MOVE WS-FINAL-RETURN-CODE TO PTC-RETURN-CODE
           MOVE WS-AGE-BUCKET-TABLE TO PTC-AGE-BUCKETS
           .
           IF WS-RESTART-COUNT > 0 THEN
               MOVE "Y" TO PTC-RESTART-FLAG
           ELSE
               MOVE "N" TO PTC-RESTART-FLAG
           END-IF
           .
           WRITE PARTITION-CONTROL-RECORD
           .
           CLOSE PARTITION-CONTROL-FILE
           .
           MOVE 0 TO WS-PTC-OPEN
           .

      *> THE BATCH WINDOW LOCK IS TAKEN BY THE EXTRACT STEP AT
      *> THE TOP OF THE NIGHTLY JOB SO THE WINDOW COVERS THE
      *> WHOLE JOB, NOT JUST THE BOOK RUN. THIS PARAGRAPH ONLY
       ACQUIRE-LOCK-PARA.
           PERFORM LOAD-WINDOW-END-PARA
           .
           IF PARTITION-RUN THEN
               EXIT PARAGRAPH
           END-IF
           .
           OPEN OUTPUT BATCH-LOCK-FILE
           .
           MOVE "H" TO LOCK-HELD-FLAG
                         "BOOK AGAIN."
                       CLOSE RUN-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-RUN-HISTORY-PARA
                       STOP RUN
                   END-IF
               END-READ
           .
           MOVE 12 TO RETURN-CODE
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> A PARTITION RUN NEITHER TAKES NOR RELEASES THE LOCK: THE
      *> NIGHT IS NOT OVER UNTIL PINVMRG HAS PUT IT BACK TOGETHER.
       RELEASE-LOCK-PARA.
           IF PARTITION-RUN THEN
               EXIT PARAGRAPH
           END-IF
           .
           OPEN OUTPUT BATCH-LOCK-FILE
           .
           MOVE "R" TO LOCK-HELD-FLAG
           CLOSE BATCH-LOCK-FILE
           .

       ACCEPT-PARTITION-PARA.
           ACCEPT WS-PARTITION-INPUT
           .
           IF PARTITION-RUN THEN
               DISPLAY "PINVBAT PARTITION " WS-PARTITION-INPUT
                 " OF THE SPLIT BOOK RUN."
           ELSE
               MOVE SPACE TO WS-PARTITION-INPUT
           END-IF
           .

       READ-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
           .
                   PERFORM CLOSE-FILES-PARA
                   PERFORM CLOSE-AUDIT-PARA
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY-PARA
                   STOP RUN
               END-IF
           END-IF
               PERFORM WRITE-RUN-CONTROL-PARA
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               ADD 1 TO WS-RECON-WARN-COUNT
           END-IF
           .
           IF PARTITION-RUN THEN
               PERFORM OPEN-PARTITION-CONTROL-PARA
           ELSE
               PERFORM OPEN-BREAK-PARA
           END-IF
           .
           OPEN INPUT ADVISOR-FILE
           .
               MOVE 0 TO WS-GOALF-OPEN
           END-IF
           .
           OPEN INPUT FUNDING-FILE
           .
           IF WS-FUND-STATUS = "00" THEN
               MOVE 1 TO WS-FUND-OPEN
           ELSE
               MOVE 0 TO WS-FUND-OPEN
           END-IF
           .
           OPEN INPUT PLAN-FILE
           .
           IF WS-PLAN-STATUS = "00" THEN
           .
           PERFORM LOAD-CURRENCY-TABLE-PARA
           .
           PERFORM OPEN-CRM-EXTRACT-PARA
           .
           IF WS-RESTART-COUNT > 0 THEN
               OPEN EXTEND REPORT-FILE
               IF RPT-NOT-FOUND THEN
               CLOSE GOAL-FILE
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               CLOSE FUNDING-FILE
           END-IF
           .
           IF PLAN-FILE-IS-OPEN THEN
               CLOSE PLAN-FILE
           END-IF
               MOVE 0 TO WS-AWK-OPEN
           END-IF
           .
           IF CRM-EXTRACT-IS-OPEN THEN
               CLOSE CRM-EXTRACT-FILE
               MOVE 0 TO WS-CRM-OPEN
           END-IF
           .
           IF PARTITION-CONTROL-IS-OPEN THEN
               CLOSE PARTITION-CONTROL-FILE
               MOVE 0 TO WS-PTC-OPEN
           END-IF
           .

       OPEN-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG-FILE
           .

       RECORD-BREAK-PARA.
           IF PARTITION-RUN THEN
               PERFORM WRITE-PARTITION-BREAK-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF BREAK-FILE-IS-OPEN THEN
               MOVE WS-RECON-CLIENT-ID TO WS-BRK-KEY
               READ BREAK-FILE
           MOVE 0 TO BRK-CLEARED-DATE
           .

      *> A RESTARTED PARTITION APPENDS, SO THE BREAKS SEEN BEFORE
      *> THE CHECKPOINT ARE KEPT; A FRESH ONE STARTS THE FILE OVER.
       OPEN-PARTITION-CONTROL-PARA.
           IF WS-RESTART-COUNT > 0 THEN
               OPEN EXTEND PARTITION-CONTROL-FILE
               IF PTC-NOT-FOUND THEN
                   OPEN OUTPUT PARTITION-CONTROL-FILE
                   CLOSE PARTITION-CONTROL-FILE
                   OPEN EXTEND PARTITION-CONTROL-FILE
               END-IF
           ELSE
               OPEN OUTPUT PARTITION-CONTROL-FILE
           END-IF
           .
           IF WS-PTC-STATUS = "00" THEN
               MOVE 1 TO WS-PTC-OPEN
           ELSE
               DISPLAY "*** PINVBAT COULD NOT OPEN THE PARTITION "
                 "CONTROL FILE. STATUS: " WS-PTC-STATUS " ***"
               MOVE 0 TO WS-PTC-OPEN
           END-IF
           .

      *> THE BREAK AS RECORD-BREAK-PARA WOULD HAVE POSTED IT.
      *> PINVMRG POSTS IT TO THE BREAK FILE.
       WRITE-PARTITION-BREAK-PARA.
           IF NOT PARTITION-CONTROL-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "B" TO PTC-RECORD-TYPE
           MOVE WS-PARTITION-INPUT TO PTC-PARTITION
           MOVE WS-RECON-CLIENT-ID TO PTC-BRK-CLIENT-ID
           MOVE WS-RECON-AMOUNT TO PTC-BRK-ENTERED-AMOUNT
           MOVE FEED-REPORTED-BALANCE TO PTC-BRK-FEED-AMOUNT
           MOVE WS-FEED-DIFF TO PTC-BRK-DIFFERENCE
           MOVE WS-CURRENT-DATE TO PTC-BRK-SEEN-DATE
           .
           WRITE PARTITION-CONTROL-RECORD
           .

       READ-TRANSACTION-PARA.
           READ TRANSACTION-FILE
             AT END
           .
           ADD TRN-STARTING-AMOUNT TO WS-CLIENT-TOTAL
           .
           IF TRN-ACCOUNT-NUMBER > 0 THEN
               ADD TRN-STARTING-AMOUNT
                 TO WS-ACCT-BALANCE(TRN-ACCOUNT-NUMBER)
           END-IF
           .
           PERFORM CONVERT-TO-BASE-PARA
           .
           ADD WS-BASE-AMOUNT TO WS-TOTAL-START-AMOUNT
                              WS-EFFECTIVE-TAX-RATE,
                              WS-AFTER-TAX-FORMAT
           .
      *> THE PLANNED CONTRIBUTION IS HELD MONTHLY; THE SCHEDULE
      *> TAKES IT PER COMPOUNDING PERIOD.
           IF WS-YEARS-TO-GROW > 0 THEN
               MOVE 0 TO WS-BATCH-CONTRIBUTION
               IF TRN-PLANNED-CONTRIB NUMERIC THEN
                   COMPUTE WS-BATCH-CONTRIBUTION ROUNDED =
                     TRN-PLANNED-CONTRIB * 12 / WS-BATCH-COMPOUND-FREQ
               END-IF
               CALL "PINVSCH" USING TRN-CLIENT-ID,
                                    TRN-STARTING-AMOUNT,
                                    TRN-PERCENT-RATE,
           MOVE TRN-TARGET-RETIRE-AGE TO WS-PREV-TARGET-AGE
           MOVE TRN-ADVISOR-CODE TO WS-PREV-ADVISOR
           MOVE TRN-CONTRIB-GROWTH-RATE TO WS-PREV-CONTRIB-GROWTH
           MOVE TRN-HOUSEHOLD-ID TO WS-PREV-HOUSEHOLD
           MOVE TRN-CURRENCY-CODE TO WS-PREV-CURRENCY-CODE
           .
           PERFORM READ-TRANSACTION-PARA
           .
               MOVE WS-PREV-CLIENT-ID TO WS-RECON-CLIENT-ID
               MOVE WS-CLIENT-AMOUNT TO WS-RECON-AMOUNT
               PERFORM RECONCILE-FEED-PARA
               PERFORM FUND-PLAN-AND-GOALS-PARA
               PERFORM TALLY-CLIENT-PARA
               PERFORM CHECK-PLAN-DRIFT-PARA
               PERFORM WRITE-CRM-PLAN-GOAL-PARA
               PERFORM PROJECT-CLIENT-GOALS-PARA
           END-IF
           .
           MOVE 0 TO WS-CLIENT-TOTAL
           MOVE ZEROS TO WS-CLIENT-ACCOUNTS
           .
           MOVE TRN-CLIENT-ID TO WS-PREV-CLIENT-ID
           .
           .
           PERFORM RECONCILE-FEED-PARA
           .
           PERFORM FUND-PLAN-AND-GOALS-PARA
           .
           PERFORM TALLY-CLIENT-PARA
           .
           PERFORM CHECK-PLAN-DRIFT-PARA
           .
           PERFORM WRITE-CRM-PLAN-GOAL-PARA
           .
           PERFORM PROJECT-CLIENT-GOALS-PARA
           .

      *> A CHECKPOINT CAN FALL MID-CLIENT, SO A RESTARTED RUN
      *> RESUMES WITH ONLY THE TAIL OF THE CHECKPOINTED CLIENT'S
           END-COMPUTE
           .

      *> THE FRESH PROJECTION (TONIGHT'S BALANCE AND RATE) IS
      *> MEASURED AGAINST THE ACCEPTED BASELINE, ON THE MONEY THE
      *> BASELINE WAS ACCEPTED ON: THE WHOLE BALANCE, OR FOR A
      *> CLIENT WITH NAMED GOALS THE FUNDING OF THE FIRST ONE -
      *> THE GOAL THE INTERVIEW WORKS THE PLAN UP AGAINST. A GOAL AGE
      *> SLIPPING BY MORE THAN ONE YEAR GOES TO THE PLAN DRIFT
      *> SECTION OF THE ACTION LIST.
       CHECK-PLAN-DRIFT-PARA.
           MOVE "N" TO WS-DRIFT-STATUS
           MOVE 0 TO WS-DRIFT-BASE-AGE
           MOVE 0 TO WS-FRESH-GOAL-AGE
           .
           IF NOT PLAN-FILE-IS-OPEN OR WS-PREV-CLIENT-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PLN-GOAL-AGE TO WS-DRIFT-BASE-AGE
           .
           MOVE WS-CLIENT-AMOUNT TO WS-BASELINE-AMOUNT
           .
           IF WS-CLIENT-GOAL-COUNT > 0 THEN
               PERFORM VARYING WS-GOAL-SLOT FROM 5 BY -1
                 UNTIL WS-GOAL-SLOT < 1
                   IF GFA-GOAL-AMOUNT(WS-GOAL-SLOT) > 0 THEN
                       MOVE GFA-FUNDED(WS-GOAL-SLOT)
                         TO WS-BASELINE-AMOUNT
                   END-IF
               END-PERFORM
           END-IF
           .
           CALL "PINV2" USING WS-BASELINE-AMOUNT,
                              PLN-GOAL-AMOUNT,
                              WS-PREV-AGE,
                              WS-FRESH-GOAL-AGE,
           COMPUTE WS-PLAN-SLIP =
             WS-FRESH-GOAL-AGE - PLN-GOAL-AGE
           .
           IF WS-PLAN-SLIP > 1 AND WS-FRESH-GOAL-AGE > 0 THEN
               MOVE "D" TO WS-DRIFT-STATUS
           ELSE
               MOVE "O" TO WS-DRIFT-STATUS
           END-IF
           .
           IF WS-PLAN-SLIP > 1 AND WS-FRESH-GOAL-AGE > 0 THEN
               IF WS-DRIFT-COUNT NOT LESS THAN 1000 THEN
                   DISPLAY "*** PLAN DRIFT TABLE FULL - CLIENT "
           END-IF
           .

      *> THE CLIENT'S ACTIVE NAMED GOALS ARE READ WHEN THE LAST
      *> ACCOUNT RECORD HAS BEEN SEEN AND THE BALANCE IS SPLIT
      *> OVER THEM: WHAT THE FUNDING FILE EARMARKS TO EACH PLUS
      *> ITS TURN OF THE UNASSIGNED MONEY IN FUNDING PRIORITY
      *> ORDER. THE PLAN GOAL GETS ONLY WHAT IS LEFT OVER, SO NO
      *> DOLLAR IS COUNTED TOWARD TWO GOALS. A CLIENT WITH NO
      *> NAMED GOALS KEEPS THE WHOLE BALANCE FOR THE PLAN.
       FUND-PLAN-AND-GOALS-PARA.
           INITIALIZE GOAL-FUNDING-AREA
           MOVE 0 TO WS-CLIENT-GOAL-COUNT
           MOVE WS-CLIENT-AMOUNT TO WS-PLAN-AMOUNT
           .
           IF NOT GOAL-FILE-IS-OPEN OR WS-PREV-CLIENT-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
                 NOT INVALID KEY
                   IF NOT GOL-IS-INACTIVE
                     AND GOL-GOAL-AMOUNT > 0 THEN
                       MOVE GOL-GOAL-AMOUNT
                         TO GFA-GOAL-AMOUNT(WS-GOAL-SLOT)
                       ADD 1 TO WS-CLIENT-GOAL-COUNT
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-CLIENT-GOAL-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM FUND-CLIENT-GOALS-PARA
           .
           MOVE GFA-UNASSIGNED TO WS-PLAN-AMOUNT
           .

      *> EACH NAMED GOAL FUNDED ABOVE IS WRITTEN AS ITS OWN
      *> REPORT LINE NAMED FOR THE GOAL, PROJECTED ON ITS OWN
      *> MONEY.
       PROJECT-CLIENT-GOALS-PARA.
           IF NOT GOAL-FILE-IS-OPEN OR WS-PREV-CLIENT-ID = 0
             OR WS-CLIENT-GOAL-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               IF GFA-GOAL-AMOUNT(WS-GOAL-SLOT) > 0 THEN
                   COMPUTE WS-GOAL-KEY =
                     (WS-PREV-CLIENT-ID * 10) + WS-GOAL-SLOT
                   READ GOAL-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE GFA-FUNDED(WS-GOAL-SLOT)
                         TO WS-GOAL-FUNDED-AMOUNT
                       PERFORM WRITE-GOAL-LINE-PARA
                   END-READ
               END-IF
           END-PERFORM
           .

      *> A CLIENT WITH NO FUNDING RECORD HAS ITS WHOLE BALANCE
      *> GIVEN TO THE GOALS IN SEQUENCE ORDER.
       FUND-CLIENT-GOALS-PARA.
           MOVE WS-CLIENT-AMOUNT TO GFA-CLIENT-BALANCE
           .
           PERFORM VARYING WS-FUND-ACCT FROM 1 BY 1
             UNTIL WS-FUND-ACCT > 9
               MOVE WS-ACCT-BALANCE(WS-FUND-ACCT)
                 TO GFA-ACCOUNT-BALANCE(WS-FUND-ACCT)
           END-PERFORM
           .
           IF FUNDING-FILE-IS-OPEN THEN
               MOVE WS-PREV-CLIENT-ID TO WS-FUND-KEY
               READ FUNDING-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO GFA-EARMARKS-ON-FILE
                   MOVE FND-EARMARKS TO GFA-EARMARKS
               END-READ
           END-IF
           .
           CALL "PGOALFND" USING GOAL-FUNDING-AREA
           .

       WRITE-GOAL-LINE-PARA.
           CALL "PINV2" USING WS-GOAL-FUNDED-AMOUNT,
                              GOL-GOAL-AMOUNT,
                              WS-PREV-AGE,
                              WS-GOAL-AGE,
             DELIMITED BY SIZE INTO WS-GOAL-LINE-NAME
           .
           MOVE WS-PREV-CURRENCY TO WS-CURRENCY-SYMBOL
           MOVE WS-GOAL-FUNDED-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-BALANCE-FORMAT
           .
           MOVE SPACES TO RPT-NET-ENDING-BALANCE
           .
           IF GFA-SHORTFALL(WS-GOAL-SLOT) > 0 THEN
               MOVE "SHORTFALL" TO RPT-ENDING-BALANCE
               MOVE GFA-SHORTFALL(WS-GOAL-SLOT) TO WS-MONEY-RAW
               PERFORM FORMAT-MONEY-PARA
               MOVE WS-MONEY-FORMATTED TO RPT-NET-ENDING-BALANCE
           ELSE
               MOVE "FULLY FUNDED" TO RPT-ENDING-BALANCE
           END-IF
           .
           MOVE GOL-GOAL-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-GOAL-AMOUNT-FORMAT
           MOVE SPACES TO RPT-BIRTHDAY
           MOVE WS-PREV-AGE TO RPT-CURRENT-AGE
           MOVE WS-BALANCE-FORMAT TO RPT-STARTING-BALANCE
           MOVE WS-GOAL-AMOUNT-FORMAT TO RPT-GOAL-AMOUNT
           MOVE WS-YEARS-TO-GROW TO RPT-YEARS-TO-GOAL
           MOVE WS-GOAL-AGE TO RPT-GOAL-AGE
           .
           WRITE INVESTMENT-REPORT-LINE
           .
           PERFORM WRITE-CRM-NAMED-GOAL-PARA
           .

       FORMAT-MONEY-PARA.
           MOVE WS-MONEY-RAW TO WS-MONEY-EDITED
           MOVE WS-YEARS-TO-GROW TO RPT-YEARS-TO-GOAL
           MOVE WS-GOAL-AGE TO RPT-GOAL-AGE
           .

      *> A FRESH RUN STARTS THE CRM EXTRACT WITH ITS HEADER. A
      *> RESTARTED RUN RE-COUNTS THE DETAIL ALREADY ON THE PARTIAL
      *> EXTRACT, SO THE TRAILER STILL PROVES THE WHOLE FILE, AND
      *> APPENDS TO IT. CLIENTS BETWEEN THE CHECKPOINT AND THE
      *> ABEND ARE WRITTEN AGAIN; THE CRM LOADS BY CLIENT AND GOAL,
      *> SO THE REPEAT REPLACES THE FIRST COPY.
       OPEN-CRM-EXTRACT-PARA.
           MOVE 0 TO WS-CRM-DETAIL-COUNT
           MOVE 0 TO WS-CRM-CLIENT-COUNT
           MOVE 0 TO WS-CRM-HASH
           .
           COMPUTE WS-CRM-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           IF WS-RESTART-COUNT > 0 THEN
               OPEN INPUT CRM-EXTRACT-FILE
               IF WS-CRM-STATUS = "00" THEN
                   MOVE 0 TO WS-CRM-EOF
                   PERFORM UNTIL END-OF-CRM-EXTRACT
                       READ CRM-EXTRACT-FILE
                         AT END
                           MOVE 1 TO WS-CRM-EOF
                         NOT AT END
                           IF CRM-IS-DETAIL THEN
                               PERFORM COUNT-CRM-DETAIL-PARA
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CRM-EXTRACT-FILE
                   OPEN EXTEND CRM-EXTRACT-FILE
                   IF WS-CRM-STATUS = "00" THEN
                       MOVE 1 TO WS-CRM-OPEN
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   CLOSE CRM-EXTRACT-FILE
               END-IF
               DISPLAY "RESTART NOTE: NO PARTIAL CRM EXTRACT TO "
                 "APPEND TO - THE EXTRACT COVERS POST-CHECKPOINT "
                 "CLIENTS ONLY."
           END-IF
           .
           OPEN OUTPUT CRM-EXTRACT-FILE
           .
           IF WS-CRM-STATUS NOT = "00" THEN
               DISPLAY "*** THE CRM EXTRACT COULD NOT BE OPENED. "
                 "STATUS: " WS-CRM-STATUS " - NO EXTRACT THIS "
                 "RUN. ***"
               ADD 1 TO WS-RECON-WARN-COUNT
               MOVE 0 TO WS-CRM-OPEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-CRM-OPEN
           .
           MOVE SPACES TO CRM-EXTRACT-RECORD
           MOVE "H" TO CRM-RECORD-TYPE
           MOVE WS-CRM-RUN-DATE TO CRM-HDR-RUN-DATE
           COMPUTE CRM-HDR-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           MOVE "PINVBAT" TO CRM-HDR-SOURCE
           .
           WRITE CRM-EXTRACT-RECORD
           .

       COUNT-CRM-DETAIL-PARA.
           ADD 1 TO WS-CRM-DETAIL-COUNT
           .
           IF CRM-IS-PLAN-GOAL THEN
               ADD 1 TO WS-CRM-CLIENT-COUNT
           END-IF
           .
           COMPUTE WS-CRM-PENNIES = CRM-GOAL-AMOUNT * 100
           .
           COMPUTE WS-CRM-HASH =
             FUNCTION MOD(WS-CRM-HASH + WS-CRM-PENNIES, 10000000000)
           .

      *> THE CLIENT-LEVEL FIELDS COMMON TO EVERY GOAL RECORD.
       START-CRM-DETAIL-PARA.
           MOVE SPACES TO CRM-EXTRACT-RECORD
           MOVE "D" TO CRM-RECORD-TYPE
           MOVE WS-PREV-CLIENT-ID TO CRM-CLIENT-ID
           MOVE WS-PREV-HOUSEHOLD TO CRM-HOUSEHOLD-ID
           MOVE WS-PREV-ADVISOR TO CRM-ADVISOR-CODE
           MOVE WS-PREV-CURRENCY-CODE TO CRM-CURRENCY-CODE
           .
           IF CRM-CURRENCY-CODE = SPACES THEN
               MOVE "USD" TO CRM-CURRENCY-CODE
           END-IF
           .
           MOVE WS-CLIENT-TOTAL TO CRM-CURRENT-BALANCE
           MOVE WS-PREV-AGE TO CRM-CURRENT-AGE
           MOVE 0 TO CRM-GOAL-SEQ
           MOVE 0 TO CRM-GOAL-AMOUNT
           MOVE 0 TO CRM-TARGET-AGE
           MOVE 0 TO CRM-YEARS-TO-TARGET
           MOVE 0 TO CRM-PROJECTED-AGE
           MOVE 0 TO CRM-YEARS-TO-GOAL
           MOVE 0 TO CRM-GAP-YEARS
           MOVE 0 TO CRM-GAP-AMOUNT
           MOVE 0 TO CRM-REQUIRED-MONTHLY
           MOVE WS-DRIFT-STATUS TO CRM-DRIFT-STATUS
           MOVE WS-DRIFT-BASE-AGE TO CRM-BASELINE-AGE
           MOVE WS-FRESH-GOAL-AGE TO CRM-FRESH-AGE
           MOVE WS-CRM-RUN-DATE TO CRM-RUN-DATE
           .

       FINISH-CRM-DETAIL-PARA.
           PERFORM COUNT-CRM-DETAIL-PARA
           .
           WRITE CRM-EXTRACT-RECORD
           .

      *> GOAL SEQUENCE 0: THE PLAN GOAL ON THE MASTER, CLASSIFIED
      *> THE SAME WAY TALLY-CLIENT-PARA COUNTS IT. WHEN NAMED
      *> GOALS TAKE PART OF THE BALANCE, ITS CURRENT BALANCE IS
      *> THE MONEY LEFT FOR THE PLAN. AN OFF-TRACK
      *> CLIENT'S REQUIRED CONTRIBUTION WAS ALREADY SOLVED FOR THE
      *> ACTION LIST; ONE WHO CAN NEVER GET THERE AT TONIGHT'S
      *> RATE IS SOLVED HERE.
       WRITE-CRM-PLAN-GOAL-PARA.
           IF NOT CRM-EXTRACT-IS-OPEN OR WS-PREV-CLIENT-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM START-CRM-DETAIL-PARA
           .
           MOVE "PLAN" TO CRM-GOAL-NAME
           IF WS-CLIENT-GOAL-COUNT > 0 THEN
               MOVE WS-PLAN-AMOUNT TO CRM-CURRENT-BALANCE
           END-IF
           MOVE WS-PREV-GOAL TO CRM-GOAL-AMOUNT
           MOVE WS-PREV-TARGET-AGE TO CRM-TARGET-AGE
           .
           IF WS-PREV-TARGET-AGE > WS-PREV-AGE THEN
               COMPUTE CRM-YEARS-TO-TARGET =
                 WS-PREV-TARGET-AGE - WS-PREV-AGE
           END-IF
           .
           EVALUATE TRUE
             WHEN WS-PLAN-AMOUNT NOT LESS THAN WS-PREV-GOAL
               MOVE "M" TO CRM-GOAL-STATUS
               MOVE WS-PREV-AGE TO CRM-PROJECTED-AGE
             WHEN WS-PREV-RATE - WS-PREV-FEE NOT GREATER THAN 0
               MOVE "N" TO CRM-GOAL-STATUS
             WHEN WS-PLAN-AMOUNT = 0
               MOVE "N" TO CRM-GOAL-STATUS
             WHEN OTHER
               MOVE "P" TO CRM-GOAL-STATUS
               MOVE WS-CLIENT-GOAL-AGE TO CRM-PROJECTED-AGE
               MOVE WS-CLIENT-YEARS TO CRM-YEARS-TO-GOAL
           END-EVALUATE
           .
           IF CRM-GOAL-PROJECTED AND WS-PREV-TARGET-AGE > 0
             AND WS-CLIENT-GOAL-AGE > WS-PREV-TARGET-AGE THEN
               COMPUTE CRM-GAP-YEARS =
                 WS-CLIENT-GOAL-AGE - WS-PREV-TARGET-AGE
               MOVE WS-REQUIRED-CONTRIB TO CRM-REQUIRED-MONTHLY
           END-IF
           .
           IF CRM-GOAL-NEVER THEN
               PERFORM SOLVE-REQUIRED-PARA
               MOVE WS-REQUIRED-CONTRIB TO CRM-REQUIRED-MONTHLY
           END-IF
           .
           IF WS-PLAN-AMOUNT < WS-PREV-GOAL THEN
               COMPUTE CRM-GAP-AMOUNT = WS-PREV-GOAL - WS-PLAN-AMOUNT
           END-IF
           .
           PERFORM FINISH-CRM-DETAIL-PARA
           .

      *> GOAL SEQUENCES 1-5: A NAMED GOAL JUST PROJECTED BY
      *> WRITE-GOAL-LINE-PARA, CARRYING THE MONEY FUNDING IT AS
      *> ITS CURRENT BALANCE. ITS TARGET AGE IS THE CLIENT'S AGE
      *> IN THE YEAR OF THE GOAL'S TARGET DATE.
       WRITE-CRM-NAMED-GOAL-PARA.
           IF NOT CRM-EXTRACT-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM START-CRM-DETAIL-PARA
           .
           MOVE WS-GOAL-FUNDED-AMOUNT TO CRM-CURRENT-BALANCE
           .
           MOVE WS-GOAL-SLOT TO CRM-GOAL-SEQ
           MOVE GOL-GOAL-NAME TO CRM-GOAL-NAME
           MOVE GOL-GOAL-AMOUNT TO CRM-GOAL-AMOUNT
           MOVE 0 TO WS-SOLVE-YEARS
           .
           IF GOL-TARGET-DATE > 0 THEN
               COMPUTE WS-CRM-TARGET-YEAR = GOL-TARGET-DATE / 10000
               IF WS-CRM-TARGET-YEAR > WS-CURRENT-YEAR THEN
                   COMPUTE WS-SOLVE-YEARS =
                     WS-CRM-TARGET-YEAR - WS-CURRENT-YEAR
               END-IF
               COMPUTE CRM-TARGET-AGE = WS-PREV-AGE + WS-SOLVE-YEARS
               MOVE WS-SOLVE-YEARS TO CRM-YEARS-TO-TARGET
           END-IF
           .
           EVALUATE TRUE
             WHEN WS-GOAL-FUNDED-AMOUNT NOT LESS THAN GOL-GOAL-AMOUNT
               MOVE "M" TO CRM-GOAL-STATUS
               MOVE WS-PREV-AGE TO CRM-PROJECTED-AGE
             WHEN WS-PREV-RATE - WS-PREV-FEE NOT GREATER THAN 0
               MOVE "N" TO CRM-GOAL-STATUS
             WHEN WS-GOAL-FUNDED-AMOUNT = 0
               MOVE "N" TO CRM-GOAL-STATUS
             WHEN OTHER
               MOVE "P" TO CRM-GOAL-STATUS
               MOVE WS-GOAL-AGE TO CRM-PROJECTED-AGE
               MOVE WS-YEARS-TO-GROW TO CRM-YEARS-TO-GOAL
           END-EVALUATE
           .
           IF CRM-GOAL-PROJECTED AND CRM-TARGET-AGE > 0
             AND WS-GOAL-AGE > CRM-TARGET-AGE THEN
               COMPUTE CRM-GAP-YEARS = WS-GOAL-AGE - CRM-TARGET-AGE
           END-IF
           .
           IF WS-SOLVE-YEARS > 0
             AND (CRM-GAP-YEARS > 0 OR CRM-GOAL-NEVER) THEN
               CALL "PINV4" USING WS-GOAL-FUNDED-AMOUNT,
                                  GOL-GOAL-AMOUNT,
                                  WS-SOLVE-YEARS,
                                  WS-PREV-RATE,
                                  WS-BATCH-COMPOUND-FREQ,
                                  WS-PREV-CURRENCY,
                                  WS-PREV-CONTRIB-GROWTH,
                                  WS-REQUIRED-CONTRIB,
                                  WS-REQUIRED-FORMAT
               MOVE WS-REQUIRED-CONTRIB TO CRM-REQUIRED-MONTHLY
           END-IF
           .
           IF WS-GOAL-FUNDED-AMOUNT < GOL-GOAL-AMOUNT THEN
               COMPUTE CRM-GAP-AMOUNT =
                 GOL-GOAL-AMOUNT - WS-GOAL-FUNDED-AMOUNT
           END-IF
           .
           PERFORM FINISH-CRM-DETAIL-PARA
           .

      *> THE TRAILER GOES ON ONLY ONCE THE CHECKPOINT HAS BEEN
      *> CLEARED, SO AN EXTRACT WITH A TRAILER IS ALWAYS COMPLETE.
       FINISH-CRM-EXTRACT-PARA.
           IF NOT CRM-EXTRACT-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO CRM-EXTRACT-RECORD
           MOVE "T" TO CRM-RECORD-TYPE
           MOVE WS-CRM-DETAIL-COUNT TO CRM-TRL-DETAIL-COUNT
           MOVE WS-CRM-CLIENT-COUNT TO CRM-TRL-CLIENT-COUNT
           MOVE WS-CRM-HASH TO CRM-TRL-AMOUNT-HASH
           .
           WRITE CRM-EXTRACT-RECORD
           .
           CLOSE CRM-EXTRACT-FILE
           .
           MOVE 0 TO WS-CRM-OPEN
           .
           DISPLAY "PINVBAT CRM EXTRACT: " WS-CRM-DETAIL-COUNT
             " CLIENT/GOAL RECORDS FOR " WS-CRM-CLIENT-COUNT
             " CLIENTS."
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PINVBAT" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           IF PARTITION-RUN THEN
               STRING "P" WS-PARTITION-INPUT DELIMITED BY SIZE
                 INTO RHS-STEP-QUALIFIER
           END-IF
           MOVE WS-RECORD-COUNT TO RHS-RECORDS-IN
           MOVE WS-RECORDS-WRITTEN TO RHS-RECORDS-OUT
           MOVE WS-RECORDS-WARNED TO RHS-RECORDS-REJECTED
           IF WS-RESTART-COUNT > 0 THEN
               MOVE "Y" TO RHS-RESTART-FLAG
           ELSE
               MOVE "N" TO RHS-RESTART-FLAG
           END-IF
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
