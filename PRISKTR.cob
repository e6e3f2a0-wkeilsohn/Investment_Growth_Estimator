       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRISKTR.
       AUTHOR. WILLIAM-KEILSOHN.
      *> WEEKLY BOOK-WIDE PROBABILITY-OF-SUCCESS RISK TIERING. RUNS
      *> AFTER THE WEEKLY FULL-SWEEP PINVBAT NIGHT AGAINST THAT
      *> NIGHT'S ACCEPTED TRANSACTIONS (TRANOK), SO EVERY ACTIVE
      *> CLIENT IS SEEN. FOR EACH CLIENT THE ACCOUNTS ARE POOLED
      *> INTO ONE COMBINED BALANCE, AND THE PLAN GOAL (TARGET = THE
      *> RETIREMENT AGE) AND EVERY ACTIVE NAMED GOAL ON THE GOALS
      *> FILE (TARGET = THE GOAL'S TARGET YEAR) ARE RUN THROUGH THE
      *> MONTE CARLO SIMULATION (PMONTE) AND THE HISTORICAL
      *> BACKTEST (PBKTEST) - THE SAME TWO THE ANALYST CAN ASK FOR
      *> IN P1 FOR ONE CLIENT AT A TIME.
      *> EACH NAMED GOAL IS SIMULATED ON ITS OWN MONEY, SPLIT BY
      *> PGOALFND FROM THE CLIENT'S EARMARKS ON FUNDFILE; THE PLAN
      *> GOAL ON WHATEVER THE NAMED GOALS LEAVE, TOGETHER WITH THE
      *> PLANNED MONTHLY CONTRIBUTIONS OF ALL THE ACCOUNTS, AS THE
      *> STATEMENT RUN SIMULATES IT.
      *> THE SUCCESS PERCENTAGE PLACES THE GOAL IN A RISK TIER:
      *> HIGH RISK BELOW THE LOWER LIMIT (DEFAULT 50), MEDIUM RISK
      *> UP TO AND INCLUDING THE UPPER LIMIT (DEFAULT 75), LOW RISK
      *> ABOVE IT. THE RESULT IS KEPT ON RISKHIST (ONE RECORD PER
      *> CLIENT AND GOAL), WHICH ALSO HOLDS THE PREVIOUS RUN'S TIER
      *> SO A GOAL THAT HAS DROPPED INTO A WORSE TIER IS FLAGGED.
      *> THE LISTING (RISKRPT) IS BY ADVISOR, WORST TIER FIRST.
      *> A GOAL THAT CANNOT BE SIMULATED (TOO LITTLE RETURNS
      *> HISTORY) KEEPS ITS LAST RESULT AND THE STEP ENDS WITH
      *> RETURN CODE 4.
      *> SYSIN CARRIES THE LOWER AND UPPER TIER LIMITS AS WHOLE
      *> PERCENTAGES (ZERO = THE DEFAULT).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANOK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL GOAL-FILE ASSIGN TO "GOALFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-GOAL-KEY
             FILE STATUS IS WS-GOAL-STATUS.
           SELECT OPTIONAL FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT RISK-HISTORY-FILE ASSIGN TO "RISKHIST"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RISK-KEY
             FILE STATUS IS WS-RISK-STATUS.
           SELECT RISK-WORK-FILE ASSIGN TO "RISKWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT RISK-SORTED-FILE ASSIGN TO "RISKSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISKRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT RISK-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD RISK-HISTORY-FILE.
           COPY RISKREC.
       FD RISK-WORK-FILE.
           COPY RISKREC REPLACING
             ==RISK-TIER-RECORD== BY ==RISK-WORK-RECORD==
             LEADING ==RSK== BY ==RWK==.
       FD RISK-SORTED-FILE.
           COPY RISKREC REPLACING
             ==RISK-TIER-RECORD== BY ==RISK-SORTED-RECORD==
             LEADING ==RSK== BY ==RSD==.
       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE PIC X(132).
       SD RISK-SORT-FILE.
           COPY RISKREC REPLACING
             ==RISK-TIER-RECORD== BY ==RISK-SORT-RECORD==
             LEADING ==RSK== BY ==RSR==.
       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE "00".
         88 TRAN-FILE-OK VALUE "00".
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOAL-STATUS PIC X(2) VALUE "00".
       01 WS-GOAL-OPEN PIC 9 VALUE 0.
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-SLOT PIC 9 VALUE 0.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-RISK-KEY PIC 9(7) VALUE 0.
       01 WS-RISK-STATUS PIC X(2) VALUE "00".
         88 RISK-FILE-OK VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-TRANSACTIONS VALUE 1.
       01 WS-SRTD-EOF PIC 9 VALUE 0.
         88 END-OF-RESULTS VALUE 1.
      *> RUN PARAMETERS.
       01 WS-LOWER-LIMIT PIC 9(3) VALUE 0.
       01 WS-UPPER-LIMIT PIC 9(3) VALUE 0.
       01 WS-DEFAULT-LOWER PIC 9(3) VALUE 50.
       01 WS-DEFAULT-UPPER PIC 9(3) VALUE 75.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> SIMULATION SETTINGS, AS THE STATEMENT RUN USES THEM.
       01 WS-MC-TRIALS PIC 9(5) VALUE 500.
       01 WS-MC-CONTRIBUTION PIC 9(8)V99 VALUE 0.
       01 WS-MC-FREQUENCY PIC 9(3) VALUE 12.
       01 WS-MC-CONTRIB-GROWTH PIC 99V9999 VALUE 0.
       01 WS-MC-SEED PIC 9(10) VALUE 0.
       01 WS-MC-SUCCESS PIC 9(3)V99 VALUE 0.
       01 WS-MC-P10-FORMAT PIC X(20) VALUE SPACES.
       01 WS-MC-P50-FORMAT PIC X(20) VALUE SPACES.
       01 WS-MC-P90-FORMAT PIC X(20) VALUE SPACES.
       01 WS-BT-TESTED PIC 9(3) VALUE 0.
       01 WS-BT-REACHED PIC 9(3) VALUE 0.
       01 WS-BT-BEST-FORMAT PIC X(20) VALUE SPACES.
       01 WS-BT-WORST-FORMAT PIC X(20) VALUE SPACES.
       01 WS-BT-MEDIAN-FORMAT PIC X(20) VALUE SPACES.
      *> THE CLIENT BEING POOLED FROM ITS ACCOUNT RECORDS.
       01 WS-HELD-CLIENT PIC 9(6) VALUE 0.
       01 WS-HELD-NAME PIC X(20) VALUE SPACES.
       01 WS-HELD-BIRTH-YEAR PIC 9(4) VALUE 0.
       01 WS-HELD-BIRTH-MONTH PIC 9(2) VALUE 0.
       01 WS-HELD-BIRTH-DAY PIC 9(2) VALUE 0.
       01 WS-HELD-GOAL-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-HELD-RETIRE-AGE PIC 9(3) VALUE 0.
       01 WS-HELD-FEE PIC 99V9999 VALUE 0.
       01 WS-HELD-CURRENCY PIC X VALUE "$".
       01 WS-HELD-ADVISOR PIC 9(4) VALUE 0.
       01 WS-HELD-COMBINED PIC 9(9)V99 VALUE 0.
       01 WS-HELD-CAPPED PIC 9(8)V99 VALUE 0.
       01 WS-HELD-AGE PIC 9(3) VALUE 0.
       01 WS-HELD-CONTRIB PIC 9(8)V99 VALUE 0.
       01 WS-HELD-CONTRIB-GROWTH PIC 99V9999 VALUE 0.
       01 WS-HELD-ACCOUNTS.
         05 WS-HELD-ACCT-BALANCE PIC 9(8)V99 OCCURS 9 TIMES.
      *> THE SPLIT OF THE COMBINED BALANCE OVER THE NAMED GOALS.
       01 WS-FUND-ACCT PIC 9(2) VALUE 0.
       01 WS-HELD-GOAL-COUNT PIC 9 VALUE 0.
       01 WS-PLAN-BALANCE PIC 9(8)V99 VALUE 0.
           COPY FUNDPARM.
      *> ONE GOAL.
       01 WS-GOAL-SEQ PIC 9 VALUE 0.
       01 WS-GOAL-NAME PIC X(10) VALUE SPACES.
       01 WS-GOAL-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-BALANCE PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-YEARS PIC 9(3) VALUE 0.
       01 WS-TARGET-YEAR PIC 9(4) VALUE 0.
       01 WS-NEW-TIER PIC X VALUE SPACE.
       01 WS-NEW-RANK PIC 9 VALUE 0.
       01 WS-RECORD-FOUND PIC 9 VALUE 0.
         88 RESULT-ON-FILE VALUE 1.
       01 WS-SAVED-PRIOR.
         05 WS-SAVED-PRIOR-TIER PIC X.
         05 WS-SAVED-PRIOR-RANK PIC 9.
         05 WS-SAVED-PRIOR-SUCCESS PIC 9(3)V99.
         05 WS-SAVED-PRIOR-DATE PIC 9(8).
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-PREV-TIER PIC X VALUE SPACE.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-ADV-COUNTS.
         05 WS-ADV-HIGH PIC 9(7) VALUE 0.
         05 WS-ADV-MEDIUM PIC 9(7) VALUE 0.
         05 WS-ADV-LOW PIC 9(7) VALUE 0.
         05 WS-ADV-DROPPED PIC 9(7) VALUE 0.
      *> RUN COUNTS.
       01 WS-TRAN-COUNT PIC 9(7) VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-GOALS-SIMULATED PIC 9(7) VALUE 0.
       01 WS-NO-YEARS-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-SIMULATED-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-BACKTEST-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITE-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-HIGH-COUNT PIC 9(7) VALUE 0.
       01 WS-MEDIUM-COUNT PIC 9(7) VALUE 0.
       01 WS-LOW-COUNT PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(7) VALUE 0.
       01 WS-NEW-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-MONEY-EDITED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-FORMATTED PIC X(14) VALUE SPACES.
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(44) VALUE
             "PROBABILITY-OF-SUCCESS RISK TIERS".
         05 FILLER PIC X(12) VALUE "HIGH BELOW ".
         05 WS-HDG-LOWER PIC ZZ9.
         05 FILLER PIC X(16) VALUE "%  LOW ABOVE ".
         05 WS-HDG-UPPER PIC ZZ9.
         05 FILLER PIC X(16) VALUE "%    RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-ADVISOR-LINE.
         05 FILLER PIC X(9) VALUE "ADVISOR: ".
         05 WS-ADL-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-BRANCH PIC X(10).
       01 WS-RPT-TIER-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-TRL-TEXT PIC X(60).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(19) VALUE "NAME".
         05 FILLER PIC X(11) VALUE "GOAL".
         05 FILLER PIC X(15) VALUE "       BALANCE".
         05 FILLER PIC X(15) VALUE "   GOAL AMOUNT".
         05 FILLER PIC X(5) VALUE "YRS".
         05 FILLER PIC X(8) VALUE "SUCCESS".
         05 FILLER PIC X(8) VALUE "WINDOWS".
         05 FILLER PIC X(21) VALUE "WORST HISTORICAL".
         05 FILLER PIC X(22) VALUE "NOTES".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(18).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-GOAL PIC X(10).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-BALANCE PIC X(14).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-GOAL-AMOUNT PIC X(14).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-YEARS PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-SUCCESS PIC ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-WINDOWS PIC X(7).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-WORST PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-NOTES PIC X(22).
       01 WS-WINDOWS-TEXT.
         05 WS-WIN-REACHED PIC ZZ9.
         05 FILLER PIC X VALUE "/".
         05 WS-WIN-TESTED PIC 999.
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(22) VALUE "ADVISOR TOTAL - HIGH ".
         05 WS-ADT-HIGH PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(9) VALUE "  MEDIUM ".
         05 WS-ADT-MEDIUM PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(6) VALUE "  LOW ".
         05 WS-ADT-LOW PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(18) VALUE "  DROPPED A TIER ".
         05 WS-ADT-DROPPED PIC Z,ZZZ,ZZ9.
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
           ACCEPT WS-LOWER-LIMIT
           ACCEPT WS-UPPER-LIMIT
           .
           IF WS-LOWER-LIMIT NOT NUMERIC OR WS-LOWER-LIMIT = 0 THEN
               MOVE WS-DEFAULT-LOWER TO WS-LOWER-LIMIT
           END-IF
           .
           IF WS-UPPER-LIMIT NOT NUMERIC OR WS-UPPER-LIMIT = 0 THEN
               MOVE WS-DEFAULT-UPPER TO WS-UPPER-LIMIT
           END-IF
           .
           IF WS-UPPER-LIMIT < WS-LOWER-LIMIT
             OR WS-UPPER-LIMIT > 100 THEN
               DISPLAY "PRISKTR TIER LIMITS " WS-LOWER-LIMIT " AND "
                 WS-UPPER-LIMIT " ARE NOT IN ORDER - THE DEFAULTS "
                 "ARE USED."
               MOVE WS-DEFAULT-LOWER TO WS-LOWER-LIMIT
               MOVE WS-DEFAULT-UPPER TO WS-UPPER-LIMIT
           END-IF
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM READ-TRANSACTION-PARA
           .
           PERFORM POOL-ACCOUNT-PARA
             UNTIL END-OF-TRANSACTIONS
           .
           PERFORM TIER-HELD-CLIENT-PARA
           .
           CLOSE TRANSACTION-FILE
           CLOSE RISK-HISTORY-FILE
           CLOSE RISK-WORK-FILE
           .
           IF GOAL-FILE-IS-OPEN THEN
               CLOSE GOAL-FILE
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               CLOSE FUNDING-FILE
           END-IF
           .
           SORT RISK-SORT-FILE
             ON ASCENDING KEY RSR-ADVISOR-CODE
             ON ASCENDING KEY RSR-TIER-RANK
             ON ASCENDING KEY RSR-SUCCESS-PERCENT
             ON ASCENDING KEY RSR-CLIENT-ID
             ON ASCENDING KEY RSR-GOAL-SEQ
             USING RISK-WORK-FILE
             GIVING RISK-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           DISPLAY "PRISKTR TIERED " WS-GOALS-SIMULATED " GOALS FOR "
             WS-CLIENT-COUNT " CLIENTS: " WS-HIGH-COUNT " HIGH, "
             WS-MEDIUM-COUNT " MEDIUM, " WS-LOW-COUNT " LOW RISK; "
             WS-DROPPED-COUNT " DROPPED A TIER."
           .
           IF WS-NOT-SIMULATED-COUNT > 0
             OR WS-WRITE-FAILED-COUNT > 0 THEN
               DISPLAY "*** " WS-NOT-SIMULATED-COUNT " GOALS COULD "
                 "NOT BE SIMULATED AND " WS-WRITE-FAILED-COUNT
                 " RESULTS COULD NOT BE KEPT - LAST WEEK'S TIER "
                 "STANDS FOR THEM. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       OPEN-FILES-PARA.
           OPEN INPUT TRANSACTION-FILE
           .
           IF NOT TRAN-FILE-OK THEN
               DISPLAY "PRISKTR COULD NOT OPEN THE ACCEPTED "
                 "TRANSACTION FILE. STATUS: " WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN I-O RISK-HISTORY-FILE
           .
           IF WS-RISK-STATUS = "35" THEN
               OPEN OUTPUT RISK-HISTORY-FILE
               CLOSE RISK-HISTORY-FILE
               OPEN I-O RISK-HISTORY-FILE
           END-IF
           .
           IF NOT RISK-FILE-OK THEN
               DISPLAY "PRISKTR COULD NOT OPEN THE RISK HISTORY "
                 "FILE. STATUS: " WS-RISK-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT GOAL-FILE
           .
           IF WS-GOAL-STATUS = "00" THEN
               MOVE 1 TO WS-GOAL-OPEN
           ELSE
               MOVE 0 TO WS-GOAL-OPEN
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
           OPEN OUTPUT RISK-WORK-FILE
           .

       READ-TRANSACTION-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
             NOT AT END
               ADD 1 TO WS-TRAN-COUNT
           END-READ
           .

      *> TRANOK IS IN CLIENT/ACCOUNT ORDER; A CLIENT'S ACCOUNTS
      *> ARE POOLED UNTIL THE CLIENT CHANGES, THEN ITS GOALS ARE
      *> TIERED ON THE COMBINED BALANCE. THE PLANNED MONTHLY
      *> CONTRIBUTIONS ARE POOLED THE SAME WAY.
       POOL-ACCOUNT-PARA.
           IF TRN-CLIENT-ID NOT = WS-HELD-CLIENT THEN
               PERFORM TIER-HELD-CLIENT-PARA
               MOVE TRN-CLIENT-ID TO WS-HELD-CLIENT
               MOVE TRN-CLIENT-NAME TO WS-HELD-NAME
               MOVE TRN-BIRTH-YEAR TO WS-HELD-BIRTH-YEAR
               MOVE TRN-BIRTH-MONTH TO WS-HELD-BIRTH-MONTH
               MOVE TRN-BIRTH-DAY TO WS-HELD-BIRTH-DAY
               MOVE TRN-GOAL-AMOUNT TO WS-HELD-GOAL-AMOUNT
               MOVE TRN-TARGET-RETIRE-AGE TO WS-HELD-RETIRE-AGE
               MOVE TRN-ANNUAL-FEE-RATE TO WS-HELD-FEE
               MOVE TRN-CURRENCY-SYMBOL TO WS-HELD-CURRENCY
               MOVE TRN-ADVISOR-CODE TO WS-HELD-ADVISOR
               MOVE 0 TO WS-HELD-COMBINED
               MOVE 0 TO WS-HELD-CONTRIB
               MOVE ZEROS TO WS-HELD-ACCOUNTS
           END-IF
           .
           ADD TRN-STARTING-AMOUNT TO WS-HELD-COMBINED
           .
           IF TRN-ACCOUNT-NUMBER > 0 THEN
               ADD TRN-STARTING-AMOUNT
                 TO WS-HELD-ACCT-BALANCE(TRN-ACCOUNT-NUMBER)
           END-IF
           .
           IF TRN-PLANNED-CONTRIB NUMERIC THEN
               ADD TRN-PLANNED-CONTRIB TO WS-HELD-CONTRIB
           END-IF
           .
           MOVE TRN-CONTRIB-GROWTH-RATE TO WS-HELD-CONTRIB-GROWTH
           .
           PERFORM READ-TRANSACTION-PARA
           .

       TIER-HELD-CLIENT-PARA.
           IF WS-HELD-CLIENT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CLIENT-COUNT
           .
           COMPUTE WS-HELD-CAPPED = WS-HELD-COMBINED
             ON SIZE ERROR
               MOVE 99999999.99 TO WS-HELD-CAPPED
               DISPLAY "*** CLIENT " WS-HELD-CLIENT " COMBINED "
                 "BALANCE EXCEEDS THE FIELD LIMIT - CAPPED FOR "
                 "THE SIMULATION. ***"
           END-COMPUTE
           .
           CALL "P_Age" USING WS-CURRENT-DAY,
                             WS-CURRENT-MONTH,
                             WS-CURRENT-YEAR,
                             WS-HELD-BIRTH-DAY,
                             WS-HELD-BIRTH-MONTH,
                             WS-HELD-BIRTH-YEAR,
                             WS-HELD-AGE
           .
           PERFORM FUND-HELD-GOALS-PARA
           .
      *> THE PLAN GOAL ON THE MASTER, WITH THE PLANNED
      *> CONTRIBUTIONS.
           MOVE 0 TO WS-GOAL-SEQ
           MOVE "PLAN" TO WS-GOAL-NAME
           MOVE WS-HELD-GOAL-AMOUNT TO WS-GOAL-AMOUNT
           MOVE WS-PLAN-BALANCE TO WS-GOAL-BALANCE
           MOVE WS-HELD-CONTRIB TO WS-MC-CONTRIBUTION
           MOVE WS-HELD-CONTRIB-GROWTH TO WS-MC-CONTRIB-GROWTH
           MOVE 0 TO WS-GOAL-YEARS
           .
           IF WS-HELD-RETIRE-AGE > WS-HELD-AGE THEN
               COMPUTE WS-GOAL-YEARS =
                 WS-HELD-RETIRE-AGE - WS-HELD-AGE
           END-IF
           .
           PERFORM TIER-GOAL-PARA
           .
      *> THE ACTIVE NAMED GOALS, EACH ON ITS SHARE OF THE SPLIT.
      *> THE PLANNED CONTRIBUTIONS ARE KEPT BY ACCOUNT, NOT BY
      *> GOAL, SO THEY STAY WITH THE PLAN GOAL.
           MOVE 0 TO WS-MC-CONTRIBUTION
           MOVE 0 TO WS-MC-CONTRIB-GROWTH
           .
           IF GOAL-FILE-IS-OPEN THEN
               PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
                 UNTIL WS-GOAL-SLOT > 5
                   COMPUTE WS-GOAL-KEY =
                     (WS-HELD-CLIENT * 10) + WS-GOAL-SLOT
                   READ GOAL-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT GOL-IS-INACTIVE THEN
                           PERFORM LOAD-NAMED-GOAL-PARA
                           PERFORM TIER-GOAL-PARA
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

      *> THE CLIENT'S ACTIVE NAMED GOALS SPLIT THE COMBINED
      *> BALANCE BY THE EARMARKS AND FUNDING ORDER, AS THE NIGHTLY
      *> RUN SPLITS IT; THE PLAN GOAL KEEPS WHAT IS LEFT OVER. A
      *> CLIENT WITH NO NAMED GOALS KEEPS IT ALL FOR THE PLAN.
       FUND-HELD-GOALS-PARA.
           INITIALIZE GOAL-FUNDING-AREA
           MOVE 0 TO WS-HELD-GOAL-COUNT
           MOVE WS-HELD-CAPPED TO WS-PLAN-BALANCE
           .
           IF NOT GOAL-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               COMPUTE WS-GOAL-KEY =
                 (WS-HELD-CLIENT * 10) + WS-GOAL-SLOT
               READ GOAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT GOL-IS-INACTIVE
                     AND GOL-GOAL-AMOUNT > 0 THEN
                       MOVE GOL-GOAL-AMOUNT
                         TO GFA-GOAL-AMOUNT(WS-GOAL-SLOT)
                       ADD 1 TO WS-HELD-GOAL-COUNT
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-HELD-GOAL-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-HELD-CAPPED TO GFA-CLIENT-BALANCE
           .
           PERFORM VARYING WS-FUND-ACCT FROM 1 BY 1
             UNTIL WS-FUND-ACCT > 9
               MOVE WS-HELD-ACCT-BALANCE(WS-FUND-ACCT)
                 TO GFA-ACCOUNT-BALANCE(WS-FUND-ACCT)
           END-PERFORM
           .
           IF FUNDING-FILE-IS-OPEN THEN
               MOVE WS-HELD-CLIENT TO WS-FUND-KEY
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
           MOVE GFA-UNASSIGNED TO WS-PLAN-BALANCE
           .

       LOAD-NAMED-GOAL-PARA.
           MOVE WS-GOAL-SLOT TO WS-GOAL-SEQ
           MOVE GOL-GOAL-NAME TO WS-GOAL-NAME
           MOVE GOL-GOAL-AMOUNT TO WS-GOAL-AMOUNT
           MOVE GFA-FUNDED(WS-GOAL-SLOT) TO WS-GOAL-BALANCE
           MOVE 0 TO WS-GOAL-YEARS
           .
           IF GOL-TARGET-DATE > 0 THEN
               COMPUTE WS-TARGET-YEAR = GOL-TARGET-DATE / 10000
               IF WS-TARGET-YEAR > WS-CURRENT-YEAR THEN
                   COMPUTE WS-GOAL-YEARS =
                     WS-TARGET-YEAR - WS-CURRENT-YEAR
               END-IF
           END-IF
           .

      *> A GOAL WITH NO AMOUNT OR NO TIME LEFT TO RUN HAS NOTHING
      *> TO SIMULATE. THE SEED IS FIXED BY CLIENT, GOAL AND DAY SO
      *> A RERUN REPRODUCES THE SAME RESULT.
       TIER-GOAL-PARA.
           IF WS-GOAL-AMOUNT = 0 OR WS-GOAL-YEARS = 0 THEN
               ADD 1 TO WS-NO-YEARS-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-MC-SEED =
             (((WS-HELD-CLIENT * 10) + WS-GOAL-SEQ) * 100)
             + WS-CURRENT-DAY
           .
           CALL "PMONTE" USING WS-GOAL-BALANCE,
                               WS-MC-CONTRIBUTION,
                               WS-MC-FREQUENCY,
                               WS-GOAL-YEARS,
                               WS-GOAL-AMOUNT,
                               WS-HELD-FEE,
                               WS-HELD-CURRENCY,
                               WS-MC-CONTRIB-GROWTH,
                               WS-MC-TRIALS,
                               WS-MC-SEED,
                               WS-MC-SUCCESS,
                               WS-MC-P10-FORMAT,
                               WS-MC-P50-FORMAT,
                               WS-MC-P90-FORMAT
           .
      *> PMONTE LEAVES THE PERCENTILES BLANK WHEN IT COULD NOT RUN.
           IF WS-MC-P50-FORMAT = SPACES THEN
               DISPLAY "*** CLIENT " WS-HELD-CLIENT " GOAL "
                 WS-GOAL-SEQ " COULD NOT BE SIMULATED. ***"
               ADD 1 TO WS-NOT-SIMULATED-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           CALL "PBKTEST" USING WS-GOAL-BALANCE,
                                WS-MC-CONTRIBUTION,
                                WS-MC-FREQUENCY,
                                WS-GOAL-YEARS,
                                WS-GOAL-AMOUNT,
                                WS-HELD-FEE,
                                WS-HELD-CURRENCY,
                                WS-MC-CONTRIB-GROWTH,
                                WS-BT-TESTED,
                                WS-BT-REACHED,
                                WS-BT-BEST-FORMAT,
                                WS-BT-WORST-FORMAT,
                                WS-BT-MEDIAN-FORMAT
           .
           IF WS-BT-TESTED = 0 THEN
               ADD 1 TO WS-NO-BACKTEST-COUNT
           END-IF
           .
           ADD 1 TO WS-GOALS-SIMULATED
           .
           EVALUATE TRUE
             WHEN WS-MC-SUCCESS < WS-LOWER-LIMIT
               MOVE "H" TO WS-NEW-TIER
               MOVE 1 TO WS-NEW-RANK
               ADD 1 TO WS-HIGH-COUNT
             WHEN WS-MC-SUCCESS > WS-UPPER-LIMIT
               MOVE "L" TO WS-NEW-TIER
               MOVE 3 TO WS-NEW-RANK
               ADD 1 TO WS-LOW-COUNT
             WHEN OTHER
               MOVE "M" TO WS-NEW-TIER
               MOVE 2 TO WS-NEW-RANK
               ADD 1 TO WS-MEDIUM-COUNT
           END-EVALUATE
           .
           PERFORM UPDATE-HISTORY-PARA
           .

      *> THE RESULT ON FILE BECOMES THE PRIOR ONE, UNLESS IT IS
      *> FROM TODAY - THEN THIS IS A RERUN AND THE PRIOR IT
      *> ALREADY CARRIES STILL STANDS.
       UPDATE-HISTORY-PARA.
           COMPUTE WS-RISK-KEY = (WS-HELD-CLIENT * 10) + WS-GOAL-SEQ
           .
           MOVE 0 TO WS-RECORD-FOUND
           MOVE SPACE TO WS-SAVED-PRIOR-TIER
           MOVE 0 TO WS-SAVED-PRIOR-RANK
           MOVE 0 TO WS-SAVED-PRIOR-SUCCESS
           MOVE 0 TO WS-SAVED-PRIOR-DATE
           .
           READ RISK-HISTORY-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 1 TO WS-RECORD-FOUND
               IF RSK-RUN-DATE = WS-TODAY-YYYYMMDD THEN
                   MOVE RSK-PRIOR-TIER TO WS-SAVED-PRIOR-TIER
                   MOVE RSK-PRIOR-RANK TO WS-SAVED-PRIOR-RANK
                   MOVE RSK-PRIOR-SUCCESS TO WS-SAVED-PRIOR-SUCCESS
                   MOVE RSK-PRIOR-RUN-DATE TO WS-SAVED-PRIOR-DATE
               ELSE
                   MOVE RSK-TIER TO WS-SAVED-PRIOR-TIER
                   MOVE RSK-TIER-RANK TO WS-SAVED-PRIOR-RANK
                   MOVE RSK-SUCCESS-PERCENT TO WS-SAVED-PRIOR-SUCCESS
                   MOVE RSK-RUN-DATE TO WS-SAVED-PRIOR-DATE
               END-IF
           END-READ
           .
           INITIALIZE RISK-TIER-RECORD
           .
           MOVE WS-HELD-CLIENT TO RSK-CLIENT-ID
           MOVE WS-GOAL-SEQ TO RSK-GOAL-SEQ
           MOVE WS-GOAL-NAME TO RSK-GOAL-NAME
           MOVE WS-HELD-NAME TO RSK-CLIENT-NAME
           MOVE WS-HELD-ADVISOR TO RSK-ADVISOR-CODE
           MOVE WS-HELD-CURRENCY TO RSK-CURRENCY-SYMBOL
           MOVE WS-GOAL-BALANCE TO RSK-CURRENT-BALANCE
           MOVE WS-GOAL-AMOUNT TO RSK-GOAL-AMOUNT
           MOVE WS-GOAL-YEARS TO RSK-YEARS-TO-GOAL
           MOVE WS-TODAY-YYYYMMDD TO RSK-RUN-DATE
           MOVE WS-MC-SUCCESS TO RSK-SUCCESS-PERCENT
           MOVE WS-BT-TESTED TO RSK-WINDOWS-TESTED
           MOVE WS-BT-REACHED TO RSK-WINDOWS-REACHED
           MOVE WS-BT-WORST-FORMAT TO RSK-WORST-ENDING
           MOVE WS-NEW-TIER TO RSK-TIER
           MOVE WS-NEW-RANK TO RSK-TIER-RANK
           MOVE WS-SAVED-PRIOR-TIER TO RSK-PRIOR-TIER
           MOVE WS-SAVED-PRIOR-RANK TO RSK-PRIOR-RANK
           MOVE WS-SAVED-PRIOR-SUCCESS TO RSK-PRIOR-SUCCESS
           MOVE WS-SAVED-PRIOR-DATE TO RSK-PRIOR-RUN-DATE
           .
           EVALUATE TRUE
             WHEN RSK-NO-PRIOR-RESULT
               MOVE "N" TO RSK-TIER-MOVE
               ADD 1 TO WS-NEW-COUNT
             WHEN RSK-TIER-RANK < RSK-PRIOR-RANK
               MOVE "D" TO RSK-TIER-MOVE
               ADD 1 TO WS-DROPPED-COUNT
             WHEN RSK-TIER-RANK > RSK-PRIOR-RANK
               MOVE "R" TO RSK-TIER-MOVE
               ADD 1 TO WS-RAISED-COUNT
             WHEN OTHER
               MOVE "S" TO RSK-TIER-MOVE
           END-EVALUATE
           .
           IF RESULT-ON-FILE THEN
               REWRITE RISK-TIER-RECORD
                 INVALID KEY
                   DISPLAY "*** RISK RESULT FOR CLIENT "
                     WS-HELD-CLIENT " GOAL " WS-GOAL-SEQ
                     " COULD NOT BE REWRITTEN. STATUS: "
                     WS-RISK-STATUS " ***"
                   ADD 1 TO WS-WRITE-FAILED-COUNT
               END-REWRITE
           ELSE
               WRITE RISK-TIER-RECORD
                 INVALID KEY
                   DISPLAY "*** RISK RESULT FOR CLIENT "
                     WS-HELD-CLIENT " GOAL " WS-GOAL-SEQ
                     " COULD NOT BE WRITTEN. STATUS: "
                     WS-RISK-STATUS " ***"
                   ADD 1 TO WS-WRITE-FAILED-COUNT
               END-WRITE
           END-IF
           .
           WRITE RISK-WORK-RECORD FROM RISK-TIER-RECORD
           .

      *> THE RESULTS IN ADVISOR ORDER, EACH ADVISOR'S GOALS UNDER
      *> A HEADING PER TIER, WORST TIER AND LOWEST SUCCESS FIRST.
       PRINT-LISTING-PARA.
           OPEN INPUT RISK-SORTED-FILE
           OPEN OUTPUT RISK-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-LOWER-LIMIT TO WS-HDG-LOWER
           MOVE WS-UPPER-LIMIT TO WS-HDG-UPPER
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE RISK-REPORT-LINE FROM WS-RPT-HEADING-1
           .
           PERFORM READ-SORTED-PARA
           .
           PERFORM PRINT-RESULT-PARA UNTIL END-OF-RESULTS
           .
           IF NOT NO-ADVISOR-PRINTED-YET THEN
               PERFORM PRINT-ADVISOR-TOTAL-PARA
           END-IF
           .
           PERFORM WRITE-TOTALS-PARA
           .
           CLOSE RISK-SORTED-FILE
           CLOSE RISK-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ RISK-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-RESULT-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR RSD-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           IF RSD-TIER NOT = WS-PREV-TIER THEN
               PERFORM PRINT-TIER-HEADING-PARA
           END-IF
           .
           MOVE SPACES TO WS-DET-NOTES
           MOVE RSD-CLIENT-ID TO WS-DET-CLIENT
           MOVE RSD-CLIENT-NAME TO WS-DET-NAME
           MOVE RSD-GOAL-NAME TO WS-DET-GOAL
           MOVE RSD-YEARS-TO-GOAL TO WS-DET-YEARS
           MOVE RSD-SUCCESS-PERCENT TO WS-DET-SUCCESS
           .
           MOVE RSD-CURRENT-BALANCE TO WS-MONEY-EDITED
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-DET-BALANCE
           .
           MOVE RSD-GOAL-AMOUNT TO WS-MONEY-EDITED
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-DET-GOAL-AMOUNT
           .
           IF RSD-WINDOWS-TESTED = 0 THEN
               MOVE "   -" TO WS-DET-WINDOWS
               MOVE "SHORT HISTORY" TO WS-DET-WORST
           ELSE
               MOVE RSD-WINDOWS-REACHED TO WS-WIN-REACHED
               MOVE RSD-WINDOWS-TESTED TO WS-WIN-TESTED
               MOVE WS-WINDOWS-TEXT TO WS-DET-WINDOWS
               MOVE RSD-WORST-ENDING TO WS-DET-WORST
           END-IF
           .
           EVALUATE TRUE
             WHEN RSD-TIER-DROPPED
               STRING "*** DROPPED FROM " DELIMITED BY SIZE
                 RSD-PRIOR-TIER DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO WS-DET-NOTES
               ADD 1 TO WS-ADV-DROPPED
             WHEN RSD-TIER-RAISED
               STRING "UP FROM " DELIMITED BY SIZE
                 RSD-PRIOR-TIER DELIMITED BY SIZE
                 INTO WS-DET-NOTES
             WHEN RSD-TIER-NEW
               MOVE "FIRST RESULT" TO WS-DET-NOTES
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
           WRITE RISK-REPORT-LINE FROM WS-RPT-DETAIL
           .
           EVALUATE TRUE
             WHEN RSD-TIER-HIGH
               ADD 1 TO WS-ADV-HIGH
             WHEN RSD-TIER-MEDIUM
               ADD 1 TO WS-ADV-MEDIUM
             WHEN OTHER
               ADD 1 TO WS-ADV-LOW
           END-EVALUATE
           .
           PERFORM READ-SORTED-PARA
           .

       FORMAT-MONEY-PARA.
           MOVE SPACES TO WS-MONEY-FORMATTED
           .
           STRING RSD-CURRENCY-SYMBOL DELIMITED BY SIZE
             FUNCTION TRIM(WS-MONEY-EDITED) DELIMITED BY SIZE
             INTO WS-MONEY-FORMATTED
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE RSD-ADVISOR-CODE TO WS-PREV-ADVISOR
           MOVE SPACE TO WS-PREV-TIER
           INITIALIZE WS-ADV-COUNTS
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
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           .

       PRINT-TIER-HEADING-PARA.
           MOVE RSD-TIER TO WS-PREV-TIER
           .
           MOVE SPACES TO WS-TRL-TEXT
           .
           EVALUATE TRUE
             WHEN RSD-TIER-HIGH
               STRING "H - HIGH RISK: SUCCESS BELOW "
                 DELIMITED BY SIZE
                 WS-HDG-LOWER DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO WS-TRL-TEXT
             WHEN RSD-TIER-MEDIUM
               STRING "M - MEDIUM RISK: SUCCESS "
                 DELIMITED BY SIZE
                 WS-HDG-LOWER DELIMITED BY SIZE
                 "% TO " DELIMITED BY SIZE
                 WS-HDG-UPPER DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO WS-TRL-TEXT
             WHEN OTHER
               STRING "L - LOW RISK: SUCCESS ABOVE "
                 DELIMITED BY SIZE
                 WS-HDG-UPPER DELIMITED BY SIZE
                 "%" DELIMITED BY SIZE
                 INTO WS-TRL-TEXT
           END-EVALUATE
           .
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE FROM WS-RPT-TIER-LINE
           WRITE RISK-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           MOVE WS-ADV-HIGH TO WS-ADT-HIGH
           MOVE WS-ADV-MEDIUM TO WS-ADT-MEDIUM
           MOVE WS-ADV-LOW TO WS-ADT-LOW
           MOVE WS-ADV-DROPPED TO WS-ADT-DROPPED
           WRITE RISK-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           .
           MOVE "ACCEPTED TRANSACTIONS READ:" TO WS-TOT-LABEL
           MOVE WS-TRAN-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "GOALS WITH NO AMOUNT OR TIME LEFT:" TO WS-TOT-LABEL
           MOVE WS-NO-YEARS-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "GOALS NOT SIMULATED:" TO WS-TOT-LABEL
           MOVE WS-NOT-SIMULATED-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "GOALS TIERED:" TO WS-TOT-LABEL
           MOVE WS-GOALS-SIMULATED TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  HIGH RISK:" TO WS-TOT-LABEL
           MOVE WS-HIGH-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  MEDIUM RISK:" TO WS-TOT-LABEL
           MOVE WS-MEDIUM-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  LOW RISK:" TO WS-TOT-LABEL
           MOVE WS-LOW-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  DROPPED A TIER SINCE THE LAST RUN:" TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  RAISED A TIER SINCE THE LAST RUN:" TO WS-TOT-LABEL
           MOVE WS-RAISED-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  FIRST RESULT ON FILE:" TO WS-TOT-LABEL
           MOVE WS-NEW-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  TOO LITTLE HISTORY TO BACKTEST:" TO WS-TOT-LABEL
           MOVE WS-NO-BACKTEST-COUNT TO WS-TOT-COUNT
           WRITE RISK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
