             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-PLAN-KEY
             FILE STATUS IS WS-PLAN-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-REV-KEY
             FILE STATUS IS WS-REV-STATUS.
           SELECT OPTIONAL FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
           SELECT CONTRIBUTION-FILE ASSIGN TO "CTRBFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CTRB-KEY
             FILE STATUS IS WS-CTRB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY GOALREC.
       FD PLAN-FILE.
           COPY PLANREC.
       FD REVIEW-FILE.
           COPY REVREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD CONTRIBUTION-FILE.
           COPY CTRBREC.
       WORKING-STORAGE SECTION.
       01 WS-CTRB-KEY PIC 9(7) VALUE 0.
       01 WS-CTRB-STATUS PIC X(2) VALUE "00".
         88 CTRB-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-CTRB-OPEN PIC 9 VALUE 0.
         88 CONTRIBUTION-FILE-IS-OPEN VALUE 1.
       01 WS-CTRB-SLOT PIC 9(2) VALUE 0.
       01 WS-CONTRIB-ASKED PIC 9 VALUE 0.
         88 CONTRIB-WAS-ASKED VALUE 1.
      *> THE SESSION'S CONTRIBUTION AS A MONTHLY AMOUNT, THE AMOUNT
      *> ON FILE FOR THE ACCOUNT(S) BEING PROJECTED, AND THE OTHER
      *> ACCOUNTS' AMOUNTS THAT COUNT TOWARD THE SAME LIMIT.
       01 WS-PLANNED-MONTHLY PIC 9(6)V99 VALUE 0.
       01 WS-PLANNED-ON-FILE PIC 9(7)V99 VALUE 0.
       01 WS-PLANNED-OTHERS PIC 9(7)V99 VALUE 0.
       01 WS-PLANNED-FORMAT PIC X(20) VALUE SPACES.
       01 WS-BREACH-IDX PIC 9(2) VALUE 0.
       01 WS-BREACH-AMOUNT-FMT PIC X(20) VALUE SPACES.
       01 WS-BREACH-LIMIT-FMT PIC X(20) VALUE SPACES.
           COPY CLIMPARM.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-GOALS-FUNDED PIC 9 VALUE 0.
         88 GOALS-ARE-FUNDED VALUE 1.
       01 WS-GOAL-FUNDED-AMOUNT PIC 9(8)V99 VALUE 0.
      *> THE MONEY THE PLAN (GOAL 1) IS WORKED UP ON.
       01 WS-PLAN-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-SEQ PIC 9 VALUE 0.
       01 WS-GOAL-FUNDED-FORMAT PIC X(20) VALUE SPACES.
           COPY FUNDPARM.
       01 WS-REV-KEY PIC 9(6) VALUE 0.
       01 WS-REV-STATUS PIC X(2) VALUE "00".
         88 REV-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-REV-OPEN PIC 9 VALUE 0.
         88 REVIEW-FILE-IS-OPEN VALUE 1.
       01 WS-REV-OUTCOME PIC X VALUE SPACE.
       01 WS-REV-DUE-DATE.
         05 WS-REV-DUE-YEAR PIC 9(4).
         05 WS-REV-DUE-MONTH PIC 9(2).
         05 WS-REV-DUE-DAY PIC 9(2).
       01 WS-REV-DUE-EDITED PIC 9999/99/99.
      *> THE CLIENT'S RISK PROFILE: LOADED FROM THE MASTER, OR
      *> TAKEN FRESH FROM THE QUESTIONNAIRE (PRSKQST).
       01 WS-RISK-SCORE PIC 9(2) VALUE 0.
       01 WS-RISK-BAND PIC 9 VALUE 0.
         88 RISK-BAND-ON-FILE VALUE 1 THRU 5.
       01 WS-RISK-ANSWERED-DATE PIC 9(8) VALUE 0.
       01 WS-RISK-DATE-EDITED PIC 9999/99/99.
           COPY RQSTPARM.
       01 WS-PLAN-KEY PIC 9(6) VALUE 0.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
         88 PLAN-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-COUNT PIC 9 VALUE 0.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
      *> POOLED ACCOUNT AND HOUSEHOLD TOTALS ARE CARRIED WIDER
      *> THAN A SINGLE BALANCE SO THE ROLL-UP CANNOT SILENTLY
      *> TRUNCATE; MOVES BACK INTO 9(8)V99 FIELDS GO THROUGH A
       01 WS-CLIENT-FOUND PIC 9 VALUE 0.
         88 CLIENT-FOUND VALUE 1.
         88 CLIENT-NOT-FOUND VALUE 0.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "P1".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "C".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
       01 STARTING_AMOUNT PIC 9(8)V99 VALUE ZEROS.
       01 ENDING_AMOUNT PIC 9(8)V99 VALUE ZEROS.
       01 DIFFERENCE_AMOUNT PIC S9(8)V99 VALUE ZEROS.
           10 WS-GOAL-YEARS-ENTRY PIC 9(3).
           10 WS-GOAL-NAME-ENTRY PIC X(10).
           10 WS-GOAL-TARGET-ENTRY PIC 9(8).
           10 WS-GOAL-SEQ-ENTRY PIC 9.
       01 WS-DRAW-BALANCE PIC 9(8)V99 VALUE 0.
       01 WS-ANNUAL-WITHDRAWAL PIC 9(8)V99 VALUE 0.
       01 WS-YEARS-LASTED PIC 9(3) VALUE 0.
           .
           PERFORM OPEN-PLAN-PARA
           .
           PERFORM OPEN-REVIEW-PARA
           .
           PERFORM OPEN-FUNDING-PARA
           .
           PERFORM OPEN-CONTRIBUTION-PARA
           .
           PERFORM OPEN-REPORT-PARA
           .
           PERFORM OPEN-AUDIT-PARA
           .
           PERFORM FEE-RATE-PARA
           .
           PERFORM RISK-PROFILE-PARA
           .
           PERFORM ALLOCATION-PARA
           .
           PERFORM TAX-PARA
           .
           PERFORM INVEST-PARA UNTIL USER_SATISFIED = 0
           .
           PERFORM RECORD-REVIEW-PARA
           .
           PERFORM CLOSE-CLIENT-PARA
           .
           PERFORM CLOSE-ACCOUNT-PARA
           .
           PERFORM CLOSE-PLAN-PARA
           .
           PERFORM CLOSE-REVIEW-PARA
           .
           PERFORM CLOSE-FUNDING-PARA
           .
           PERFORM CLOSE-CONTRIBUTION-PARA
           .
           PERFORM CLOSE-REPORT-PARA
           .
           PERFORM CLOSE-AUDIT-PARA
           MOVE 0 TO WS-OFFSET-COLA-RATE
           MOVE 0 TO WS-SAVED-GOAL-COUNT
           MOVE 0 TO WS-CONTRIB-GROWTH-RATE
           MOVE 0 TO WS-RISK-SCORE
           MOVE 0 TO WS-RISK-BAND
           MOVE 0 TO WS-RISK-ANSWERED-DATE
           .

       OPEN-RATES-PARA.
                           MOVE GOL-TARGET-DATE TO
                             WS-GOAL-TARGET-ENTRY
                               (WS-SAVED-GOAL-COUNT)
                           MOVE WS-GOAL-IDX TO
                             WS-GOAL-SEQ-ENTRY(WS-SAVED-GOAL-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
                 UNTIL WS-GOAL-IDX > WS-GOAL-COUNT
                   COMPUTE WS-GOAL-KEY =
                     (WS-CLIENT-ID * 10) + WS-GOAL-IDX
                   READ GOAL-FILE
                     INVALID KEY
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                       MOVE "A" TO WS-CHG-ACTION
                     NOT INVALID KEY
                       MOVE CLIENT-GOAL-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE "C" TO WS-CHG-ACTION
                   END-READ
                   MOVE WS-CLIENT-ID TO GOL-CLIENT-ID
                   MOVE WS-GOAL-IDX TO GOL-GOAL-SEQ
                   MOVE WS-GOAL-NAME-ENTRY(WS-GOAL-IDX) TO
                     INVALID KEY
                       REWRITE CLIENT-GOAL-RECORD
                   END-WRITE
                   PERFORM JOURNAL-GOAL-PARA
               END-PERFORM
      *> SLOTS BEYOND THE KEYED COUNT ARE DEACTIVATED SO A
      *> SHORTER RE-KEYED LIST FULLY REPLACES THE OLD ONE.
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT GOL-IS-INACTIVE THEN
                           MOVE CLIENT-GOAL-RECORD TO
                             WS-CHG-BEFORE-IMAGE
                           MOVE "I" TO GOL-STATUS-FLAG
                           REWRITE CLIENT-GOAL-RECORD
                           MOVE "C" TO WS-CHG-ACTION
                           PERFORM JOURNAL-GOAL-PARA
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       OPEN-REVIEW-PARA.
           OPEN I-O REVIEW-FILE
           .
           IF REV-RECORD-NOT-FOUND THEN
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF
           .
           IF WS-REV-STATUS = "00" THEN
               MOVE 1 TO WS-REV-OPEN
           ELSE
               MOVE 0 TO WS-REV-OPEN
           END-IF
           .

       CLOSE-REVIEW-PARA.
           IF REVIEW-FILE-IS-OPEN THEN
               CLOSE REVIEW-FILE
           END-IF
           .

      *> THE GOAL FUNDING FILE IS KEPT BY PCLTMNT AND ONLY READ
      *> HERE.
       OPEN-FUNDING-PARA.
           OPEN INPUT FUNDING-FILE
           .
           IF WS-FUND-STATUS = "00" THEN
               MOVE 1 TO WS-FUND-OPEN
           ELSE
               MOVE 0 TO WS-FUND-OPEN
           END-IF
           .

       CLOSE-FUNDING-PARA.
           IF FUNDING-FILE-IS-OPEN THEN
               CLOSE FUNDING-FILE
           END-IF
           .

       OPEN-CONTRIBUTION-PARA.
           OPEN I-O CONTRIBUTION-FILE
           .
           IF CTRB-RECORD-NOT-FOUND THEN
               OPEN OUTPUT CONTRIBUTION-FILE
               CLOSE CONTRIBUTION-FILE
               OPEN I-O CONTRIBUTION-FILE
           END-IF
           .
           IF WS-CTRB-STATUS = "00" THEN
               MOVE 1 TO WS-CTRB-OPEN
           ELSE
               MOVE 0 TO WS-CTRB-OPEN
           END-IF
           .

       CLOSE-CONTRIBUTION-PARA.
           IF CONTRIBUTION-FILE-IS-OPEN THEN
               CLOSE CONTRIBUTION-FILE
           END-IF
           .

      *> THE PLANNED CONTRIBUTION IS KEPT PER ACCOUNT, IN THE SAME
      *> SLOT AS THE ACCOUNT (SLOT 0 FOR A CLIENT WITH NO ACCOUNT
      *> RECORDS). FOR THE COMBINED TOTAL OF SEVERAL ACCOUNTS THE
      *> AMOUNT ON FILE IS THE SUM OF THEIRS. THE OTHER ACCOUNTS'
      *> AMOUNTS ARE KEPT APART FOR THE LIMIT CHECK.
       LOAD-PLANNED-CONTRIB-PARA.
           MOVE 0 TO WS-PLANNED-ON-FILE
           MOVE 0 TO WS-PLANNED-OTHERS
           .
           IF NOT CONTRIBUTION-FILE-IS-OPEN OR NOT CLIENT-FOUND THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ACCT-COUNT = 0 THEN
               MOVE 0 TO WS-CTRB-SLOT
               PERFORM READ-PLANNED-CONTRIB-PARA
               IF WS-CTRB-STATUS = "00" THEN
                   MOVE PCB-MONTHLY-AMOUNT TO WS-PLANNED-ON-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-CTRB-SLOT FROM 1 BY 1
             UNTIL WS-CTRB-SLOT > 9
               PERFORM READ-PLANNED-CONTRIB-PARA
               IF WS-CTRB-STATUS = "00" THEN
                   IF COMBINED-TOTAL-SELECTED
                     OR WS-CTRB-SLOT = WS-SELECTED-ACCOUNT THEN
                       ADD PCB-MONTHLY-AMOUNT TO WS-PLANNED-ON-FILE
                   ELSE
                       ADD PCB-MONTHLY-AMOUNT TO WS-PLANNED-OTHERS
                   END-IF
               END-IF
           END-PERFORM
           .

       READ-PLANNED-CONTRIB-PARA.
           COMPUTE WS-CTRB-KEY = (WS-CLIENT-ID * 10) + WS-CTRB-SLOT
           .
           READ CONTRIBUTION-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PCB-MONTHLY-AMOUNT NOT NUMERIC THEN
                   MOVE 0 TO PCB-MONTHLY-AMOUNT
               END-IF
           END-READ
           .

      *> THE CONTRIBUTION KEYED THIS SESSION IS PER COMPOUNDING
      *> PERIOD; IT IS HELD MONTHLY ON FILE AND FOR THE LIMIT CHECK.
      *> EVERY YEAR FROM NOW TO THE TARGET AGE IS CHECKED WITH THE
      *> CONTRIBUTION STEPPED UP BY THE GROWTH RATE, AND EACH YEAR
      *> OVER THE LIMIT IS SHOWN. A COMBINED HOUSEHOLD IS NOT
      *> CHECKED - THE LIMIT IS PER CLIENT.
       CHECK-CONTRIB-LIMIT-PARA.
           COMPUTE WS-PLANNED-MONTHLY ROUNDED =
             MONTHLY_CONTRIBUTION * COMPOUND_FREQUENCY / 12
             ON SIZE ERROR
               MOVE 999999.99 TO WS-PLANNED-MONTHLY
           END-COMPUTE
           .
           IF HOUSEHOLD-COMBINED-SELECTED
             OR NOT (TAX-IS-DEFERRED OR TAX-IS-FREE)
             OR WS-PLANNED-MONTHLY = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-TAX-TREATMENT TO CLA-TAX-TREATMENT
           MOVE BIRTH_YEAR TO CLA-BIRTH-YEAR
           MOVE WS-CURRENT-YEAR TO CLA-FIRST-YEAR
           MOVE WS-CONTRIB-GROWTH-RATE TO CLA-GROWTH-RATE
           COMPUTE CLA-MONTHLY-CONTRIB =
             WS-PLANNED-MONTHLY + WS-PLANNED-OTHERS
           .
           IF TARGET_RETIRE_AGE > AGE THEN
               IF TARGET_RETIRE_AGE - AGE > 60 THEN
                   MOVE 60 TO CLA-YEARS
               ELSE
                   COMPUTE CLA-YEARS = TARGET_RETIRE_AGE - AGE
               END-IF
           ELSE
               MOVE 1 TO CLA-YEARS
           END-IF
           .
           CALL "PCONLIM" USING CONTRIB-LIMIT-AREA
           .
           IF NOT CLA-HAS-LIMITS THEN
               DISPLAY "NO CONTRIBUTION LIMITS ARE ON FILE FOR THIS "
                 "TAX TREATMENT - THE CONTRIBUTION IS NOT CHECKED."
               EXIT PARAGRAPH
           END-IF
           .
           IF CLA-BREACH-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "*** THE PLANNED CONTRIBUTIONS EXCEED THE ANNUAL "
             "LIMIT IN " CLA-BREACH-COUNT " YEAR(S): ***"
           .
           PERFORM VARYING WS-BREACH-IDX FROM 1 BY 1
             UNTIL WS-BREACH-IDX > CLA-BREACH-COUNT
               MOVE CLA-BREACH-AMOUNT(WS-BREACH-IDX) TO WS-MONEY-RAW
               PERFORM FORMAT-MONEY-PARA
               MOVE WS-MONEY-FORMATTED TO WS-BREACH-AMOUNT-FMT
               MOVE CLA-BREACH-LIMIT(WS-BREACH-IDX) TO WS-MONEY-RAW
               PERFORM FORMAT-MONEY-PARA
               MOVE WS-MONEY-FORMATTED TO WS-BREACH-LIMIT-FMT
               DISPLAY "    " CLA-BREACH-YEAR(WS-BREACH-IDX) ": "
                 FUNCTION TRIM(WS-BREACH-AMOUNT-FMT)
                 " AGAINST A LIMIT OF "
                 FUNCTION TRIM(WS-BREACH-LIMIT-FMT)
           END-PERFORM
           .
           IF WS-PLANNED-OTHERS > 0 THEN
               DISPLAY "    (INCLUDING THE CLIENT'S OTHER ACCOUNTS' "
                 "PLANNED CONTRIBUTIONS.)"
           END-IF
           .

      *> THE SESSION'S CONTRIBUTION IS KEPT AS THE ACCOUNT'S PLANNED
      *> CONTRIBUTION FOR THE NIGHTLY RUN AND THE LETTERS. THE
      *> COMBINED TOTAL OF SEVERAL ACCOUNTS CANNOT SAY HOW IT IS
      *> SPLIT, SO IT IS NOT SAVED.
       SAVE-CONTRIBUTION-PARA.
           IF NOT CONTRIB-WAS-ASKED
             OR NOT CONTRIBUTION-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ACCT-COUNT > 0 AND COMBINED-TOTAL-SELECTED THEN
               IF WS-PLANNED-MONTHLY NOT = WS-PLANNED-ON-FILE THEN
                   DISPLAY "PLANNED CONTRIBUTIONS ARE KEPT PER "
                     "ACCOUNT - PROJECT A SINGLE ACCOUNT TO RECORD "
                     "ONE."
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-SELECTED-ACCOUNT TO WS-CTRB-SLOT
           PERFORM READ-PLANNED-CONTRIB-PARA
           .
           IF WS-CTRB-STATUS = "00" THEN
               IF PCB-MONTHLY-AMOUNT = WS-PLANNED-MONTHLY THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE PLANNED-CONTRIBUTION-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "C" TO WS-CHG-ACTION
           ELSE
               IF WS-PLANNED-MONTHLY = 0 THEN
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE PLANNED-CONTRIBUTION-RECORD
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE "A" TO WS-CHG-ACTION
           END-IF
           .
           MOVE WS-CLIENT-ID TO PCB-CLIENT-ID
           MOVE WS-CTRB-SLOT TO PCB-ACCOUNT-NUMBER
           MOVE WS-PLANNED-MONTHLY TO PCB-MONTHLY-AMOUNT
           COMPUTE PCB-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           IF WS-CHG-ACTION = "A" THEN
               WRITE PLANNED-CONTRIBUTION-RECORD
                 INVALID KEY
                   DISPLAY "THE PLANNED CONTRIBUTION COULD NOT BE "
                     "SAVED. STATUS: " WS-CTRB-STATUS
                   EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE PLANNED-CONTRIBUTION-RECORD
                 INVALID KEY
                   DISPLAY "THE PLANNED CONTRIBUTION COULD NOT BE "
                     "SAVED. STATUS: " WS-CTRB-STATUS
                   EXIT PARAGRAPH
               END-REWRITE
           END-IF
           .
           MOVE PLANNED-CONTRIBUTION-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "P" TO WS-CHG-RECORD-TYPE
           PERFORM JOURNAL-CHANGE-PARA
           .

      *> AT THE END OF THE INTERVIEW THE ANALYST SAYS WHETHER IT
      *> WAS THE CLIENT'S ANNUAL REVIEW. IF SO THE REVIEW RECORD IS
      *> STAMPED WITH TODAY, THE OPERATOR AND THE OUTCOME, THE NEXT
      *> REVIEW FALLS DUE A YEAR OUT, AND THE CHANGE IS JOURNALED -
      *> THE JOURNAL IS THE HISTORY OF EVERY REVIEW HELD.
       RECORD-REVIEW-PARA.
           IF NOT REVIEW-FILE-IS-OPEN
             OR NOT CLIENT-FOUND
             OR WS-CLIENT-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-USER-RECOGNIZED
           .
           PERFORM UNTIL ANSWER-RECOGNIZED
               DISPLAY "WAS THIS THE CLIENT'S ANNUAL REVIEW? [Y/n] "
                 WITH NO ADVANCING
               ACCEPT USER_ANSWER
               CALL "PUser" USING USER_ANSWER,
                                  USER_AGREE,
                                  WS-USER-RECOGNIZED
               IF ANSWER-NOT-RECOGNIZED THEN
                   DISPLAY "PLEASE ANSWER Y OR N."
               END-IF
           END-PERFORM
           .
           IF USER_AGREE NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACE TO WS-REV-OUTCOME
           .
           PERFORM UNTIL WS-REV-OUTCOME = "N" OR "U" OR "R" OR "F"
               DISPLAY "REVIEW OUTCOME (N=NO CHANGE, U=PLAN UPDATED, "
                 "R=REBALANCE, F=FOLLOW-UP NEEDED): "
                 WITH NO ADVANCING
               ACCEPT WS-REV-OUTCOME
               MOVE FUNCTION UPPER-CASE(WS-REV-OUTCOME) TO
                 WS-REV-OUTCOME
           END-PERFORM
           .
           MOVE WS-CLIENT-ID TO WS-REV-KEY
           .
           READ REVIEW-FILE
             INVALID KEY
               INITIALIZE CLIENT-REVIEW-RECORD
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE "A" TO WS-CHG-ACTION
             NOT INVALID KEY
               MOVE CLIENT-REVIEW-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "C" TO WS-CHG-ACTION
           END-READ
           .
           MOVE WS-CLIENT-ID TO REV-CLIENT-ID
           COMPUTE REV-LAST-REVIEW-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE WS-REV-DUE-YEAR = WS-CURRENT-YEAR + 1
           MOVE WS-CURRENT-MONTH TO WS-REV-DUE-MONTH
           MOVE WS-CURRENT-DAY TO WS-REV-DUE-DAY
           .
           IF WS-REV-DUE-MONTH = 2 AND WS-REV-DUE-DAY = 29 THEN
               MOVE 28 TO WS-REV-DUE-DAY
           END-IF
           .
           MOVE WS-REV-DUE-DATE TO REV-NEXT-DUE-DATE
           MOVE OPERATOR_SIGN_ON TO REV-REVIEWER-ID
           MOVE WS-REV-OUTCOME TO REV-OUTCOME
           .
           IF REV-REVIEW-COUNT < 999 THEN
               ADD 1 TO REV-REVIEW-COUNT
           END-IF
           .
           IF WS-CHG-ACTION = "A" THEN
               WRITE CLIENT-REVIEW-RECORD
                 INVALID KEY
                   DISPLAY "THE REVIEW COULD NOT BE RECORDED. "
                     "STATUS: " WS-REV-STATUS
                   EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE CLIENT-REVIEW-RECORD
                 INVALID KEY
                   DISPLAY "THE REVIEW COULD NOT BE RECORDED. "
                     "STATUS: " WS-REV-STATUS
                   EXIT PARAGRAPH
               END-REWRITE
           END-IF
           .
           MOVE CLIENT-REVIEW-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "R" TO WS-CHG-RECORD-TYPE
           PERFORM JOURNAL-CHANGE-PARA
           .
           MOVE REV-NEXT-DUE-DATE TO WS-REV-DUE-EDITED
           DISPLAY "REVIEW RECORDED FOR CLIENT " WS-CLIENT-ID
             ". NEXT REVIEW DUE " WS-REV-DUE-EDITED "."
           .

       OPEN-ACCOUNT-PARA.
           OPEN I-O ACCOUNT-FILE
           .
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE STARTING_AMOUNT TO ACM-STARTING-AMOUNT
                   REWRITE CLIENT-ACCOUNT-RECORD
                   MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
                   MOVE "A" TO WS-CHG-RECORD-TYPE
                   MOVE "C" TO WS-CHG-ACTION
                   PERFORM JOURNAL-CHANGE-PARA
               END-READ
           END-IF
           .
               MOVE CLM-OFFSET-COLA-RATE TO WS-OFFSET-COLA-RATE
               MOVE CLM-CONTRIB-GROWTH-RATE TO
                 WS-CONTRIB-GROWTH-RATE
               MOVE CLM-RISK-SCORE TO WS-RISK-SCORE
               MOVE CLM-RISK-BAND TO WS-RISK-BAND
               MOVE CLM-RISK-ANSWERED-DATE TO WS-RISK-ANSWERED-DATE
               PERFORM LOAD-GOALS-PARA
               PERFORM LOAD-ACCOUNTS-PARA
               PERFORM SELECT-ACCOUNT-PARA
           .
           PERFORM UPDATE-ACCOUNT-PARA
           .
      *> THE MASTER IS RE-READ SO THE JOURNAL'S BEFORE IMAGE IS
      *> THE RECORD AS IT STANDS ON FILE, NOT WHATEVER A NAME OR
      *> HOUSEHOLD SEARCH LAST LEFT IN THE BUFFER.
           IF CLIENT-FOUND THEN
               READ CLIENT-MASTER-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "C" TO WS-CHG-ACTION
           ELSE
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE "A" TO WS-CHG-ACTION
           END-IF
           .
           MOVE WS-CLIENT-ID TO CLM-CLIENT-ID
           MOVE BIRTH_YEAR TO CLM-BIRTH-YEAR
           MOVE BIRTH_MONTH TO CLM-BIRTH-MONTH
           MOVE WS-OFFSET-START-AGE TO CLM-OFFSET-START-AGE
           MOVE WS-OFFSET-COLA-RATE TO CLM-OFFSET-COLA-RATE
           MOVE WS-CONTRIB-GROWTH-RATE TO CLM-CONTRIB-GROWTH-RATE
           MOVE WS-RISK-SCORE TO CLM-RISK-SCORE
           MOVE WS-RISK-BAND TO CLM-RISK-BAND
           MOVE WS-RISK-ANSWERED-DATE TO CLM-RISK-ANSWERED-DATE
           COMPUTE CLM-LAST-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
               MOVE 1 TO WS-CLIENT-FOUND
           END-IF
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "C" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .
           PERFORM SAVE-CONTRIBUTION-PARA
           .

      *> EVERY ADD OR CHANGE TO A MASTER, ACCOUNT OR GOAL RECORD
      *> IS PASSED TO PCHGJRN WITH ITS BEFORE AND AFTER IMAGES FOR
      *> THE CLIENT'S FIELD-LEVEL CHANGE HISTORY.
       JOURNAL-GOAL-PARA.
           MOVE CLIENT-GOAL-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "G" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       JOURNAL-CHANGE-PARA.
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                OPERATOR_SIGN_ON,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .

       CLOSE-CLIENT-PARA.
           CLOSE CLIENT-MASTER-FILE
           END-IF
           .

      *> THE RISK QUESTIONNAIRE COMES BEFORE THE ALLOCATION SO
      *> THE ANALYST HAS THE CLIENT'S BAND IN FRONT OF THEM WHEN
      *> IT IS KEYED. A SAVED QUESTIONNAIRE MAY BE KEPT; A CLIENT
      *> WITH NONE IS OFFERED ONE, AND ONE NOT TAKEN NOW LEAVES
      *> THE CLIENT UNASSESSED FOR THE NIGHTLY SUITABILITY CHECK
      *> TO LIST. NEW ANSWERS ARE DATED TODAY AND SAVED WITH THE
      *> REST OF THE PROFILE.
       RISK-PROFILE-PARA.
           MOVE 0 TO WS-USER-RECOGNIZED
           .
           IF CLIENT-FOUND AND RISK-BAND-ON-FILE THEN
               MOVE WS-RISK-ANSWERED-DATE TO WS-RISK-DATE-EDITED
               DISPLAY "RISK QUESTIONNAIRE ON FILE: BAND "
                 WS-RISK-BAND " ("
                 FUNCTION TRIM(RISK-BAND-NAME(WS-RISK-BAND))
                 "), SCORE " WS-RISK-SCORE ", ANSWERED "
                 WS-RISK-DATE-EDITED "."
               PERFORM UNTIL ANSWER-RECOGNIZED
                   DISPLAY "KEEP THE SAVED RISK QUESTIONNAIRE? [Y/n] "
                     WITH NO ADVANCING
                   ACCEPT USER_ANSWER
                   CALL "PUser" USING USER_ANSWER,
                                      USER_AGREE,
                                      WS-USER-RECOGNIZED
                   IF ANSWER-NOT-RECOGNIZED THEN
                       DISPLAY "PLEASE ANSWER Y OR N."
                   END-IF
               END-PERFORM
               IF USER_AGREE = 1 THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM UNTIL ANSWER-RECOGNIZED
                   DISPLAY "TAKE THE CLIENT THROUGH THE RISK "
                     "TOLERANCE QUESTIONNAIRE NOW? [Y/n] "
                     WITH NO ADVANCING
                   ACCEPT USER_ANSWER
                   CALL "PUser" USING USER_ANSWER,
                                      USER_AGREE,
                                      WS-USER-RECOGNIZED
                   IF ANSWER-NOT-RECOGNIZED THEN
                       DISPLAY "PLEASE ANSWER Y OR N."
                   END-IF
               END-PERFORM
               IF USER_AGREE NOT = 1 THEN
                   DISPLAY "NO RISK QUESTIONNAIRE ON FILE - THE "
                     "CLIENT WILL BE LISTED AS NOT ASSESSED."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .
           CALL "PRSKQST" USING RISK-QUESTIONNAIRE-AREA
           .
           IF RQA-WAS-COMPLETED THEN
               MOVE RQA-SCORE TO WS-RISK-SCORE
               MOVE RQA-BAND TO WS-RISK-BAND
               COMPUTE WS-RISK-ANSWERED-DATE =
                 (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
                 + WS-CURRENT-DAY
           END-IF
           .

       ALLOCATION-PARA.
           IF CLIENT-FOUND AND ALLOCATION-ON-FILE THEN
               MOVE 0 TO WS-USER-RECOGNIZED
                       DISPLAY "PLEASE ANSWER Y OR N."
                   END-IF
               END-PERFORM
               PERFORM LOAD-PLANNED-CONTRIB-PARA
               IF USER_AGREE = 1 THEN
                   IF WS-PLANNED-ON-FILE > 0 THEN
                       MOVE WS-PLANNED-ON-FILE TO WS-MONEY-RAW
                       PERFORM FORMAT-MONEY-PARA
                       MOVE WS-MONEY-FORMATTED TO WS-PLANNED-FORMAT
                       DISPLAY "PLANNED MONTHLY CONTRIBUTION ON "
                         "FILE: " FUNCTION TRIM(WS-PLANNED-FORMAT)
                   END-IF
                   DISPLAY "PLEASE ENTER THE " WS-PERIOD-LABEL
                     " CONTRIBUTION AMOUNT: " WITH NO ADVANCING
                   ACCEPT MONTHLY_CONTRIBUTION
               ELSE
                   MOVE 0 TO MONTHLY_CONTRIBUTION
               END-IF
               MOVE 1 TO WS-CONTRIB-ASKED
               PERFORM CHECK-CONTRIB-LIMIT-PARA
               CALL "PINV1" USING STARTING_AMOUNT,
                                  ENDING_AMOUNT,
                                  INVEST_PERIODS_ELAPSED,
               DISPLAY "ENTER ITS TARGET DATE AS YYYYMMDD "
                 "(0 IF NONE): " WITH NO ADVANCING
               ACCEPT WS-GOAL-TARGET-ENTRY(WS-GOAL-IDX)
               MOVE WS-GOAL-IDX TO WS-GOAL-SEQ-ENTRY(WS-GOAL-IDX)
           END-PERFORM
           .
           PERFORM SAVE-GOALS-PARA
               END-IF
           END-PERFORM
           .
           MOVE 0 TO WS-GOALS-FUNDED
           .
           IF USER_AGREE = 1 THEN
               MOVE 1 TO WS-GOALS-FUNDED
               IF WS-SAVED-GOAL-COUNT > 0 THEN
                   MOVE WS-SAVED-GOAL-COUNT TO WS-GOAL-COUNT
                   DISPLAY WS-GOAL-COUNT " NAMED GOALS ARE ON "
               MOVE GOAL_AMOUNT TO WS-GOAL-AMT(1)
               MOVE "RETIRE" TO WS-GOAL-NAME-ENTRY(1)
               MOVE 0 TO WS-GOAL-TARGET-ENTRY(1)
               MOVE 0 TO WS-GOAL-SEQ-ENTRY(1)
               MOVE GOAL_AMOUNT TO WS-MONEY-RAW
               PERFORM FORMAT-MONEY-PARA
               MOVE WS-MONEY-FORMATTED TO GOAL_FORMAT
               ACCEPT WS-INFLATION-RATE
           END-IF
           .
           IF GOALS-ARE-FUNDED THEN
               PERFORM FUND-GOALS-PARA
           END-IF
           .
           DISPLAY "GOAL BREAKDOWN:"
           .
           PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
             UNTIL WS-GOAL-IDX > WS-GOAL-COUNT
               MOVE ENDING_AMOUNT TO WS-GOAL-FUNDED-AMOUNT
               MOVE WS-GOAL-SEQ-ENTRY(WS-GOAL-IDX) TO WS-GOAL-SEQ
               IF GOALS-ARE-FUNDED AND WS-GOAL-SEQ > 0 THEN
                   MOVE GFA-FUNDED(WS-GOAL-SEQ)
                     TO WS-GOAL-FUNDED-AMOUNT
               END-IF
               CALL "PINV2" USING WS-GOAL-FUNDED-AMOUNT,
                                  WS-GOAL-AMT(WS-GOAL-IDX),
                                  AGE,
                                  WS-GOAL-AGE-ENTRY(WS-GOAL-IDX),
                 " - YEARS TO GOAL: "
                 WS-GOAL-YEARS-ENTRY(WS-GOAL-IDX)
                 " PROJECTED AGE: " WS-GOAL-AGE-ENTRY(WS-GOAL-IDX)
               IF GOALS-ARE-FUNDED AND WS-GOAL-SEQ > 0 THEN
                   PERFORM SHOW-GOAL-FUNDING-PARA
               END-IF
               IF TARGET_RETIRE_AGE > 0 AND
                 WS-GOAL-AGE-ENTRY(WS-GOAL-IDX) > TARGET_RETIRE_AGE
                 THEN
           .
           MOVE WS-GOAL-YEARS-ENTRY(1) TO YEARS_TO_GROW
           .
      *> THE PLAN ITSELF (THE BASELINE, THE CONTRIBUTION SOLVE,
      *> THE SCHEDULE AND THE ODDS) IS WORKED UP AGAINST THE
      *> FIRST GOAL ON THAT GOAL'S OWN SHARE OF THE SPLIT, NOT ON
      *> MONEY THE OTHER NAMED GOALS ALREADY COUNT ON. THE NIGHTLY
      *> DRIFT CHECK RE-MEASURES THE BASELINE THE SAME WAY.
           MOVE ENDING_AMOUNT TO WS-PLAN-AMOUNT
           .
           MOVE WS-GOAL-SEQ-ENTRY(1) TO WS-GOAL-SEQ
           .
           IF GOALS-ARE-FUNDED AND WS-GOAL-SEQ > 0 THEN
               MOVE GFA-FUNDED(WS-GOAL-SEQ) TO WS-PLAN-AMOUNT
           END-IF
           .
           PERFORM SOLVE-CONTRIB-PARA
           .
           IF YEARS_TO_GROW > 0 THEN
           END-IF
           .

      *> SPLITS THE BALANCE BEING PROJECTED OVER THE NAMED GOALS
      *> BY THE CLIENT'S EARMARKS AND FUNDING ORDER (PGOALFND). A
      *> SINGLE ACCOUNT PICKED FOR THE INTERVIEW BRINGS ONLY ITS
      *> OWN EARMARKS; THE COMBINED TOTAL IS SHARED OVER EVERY
      *> ACTIVE ACCOUNT ON THE SUB-FILE BY ITS BALANCE.
       FUND-GOALS-PARA.
           INITIALIZE GOAL-FUNDING-AREA
           .
           PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
             UNTIL WS-GOAL-IDX > WS-GOAL-COUNT
               MOVE WS-GOAL-SEQ-ENTRY(WS-GOAL-IDX) TO WS-GOAL-SEQ
               IF WS-GOAL-SEQ > 0 AND WS-GOAL-SEQ < 6 THEN
                   MOVE WS-GOAL-AMT(WS-GOAL-IDX)
                     TO GFA-GOAL-AMOUNT(WS-GOAL-SEQ)
               END-IF
           END-PERFORM
           .
           MOVE ENDING_AMOUNT TO GFA-CLIENT-BALANCE
           .
           IF ACCOUNT-FILE-IS-OPEN AND WS-CLIENT-ID > 0 THEN
               IF WS-SELECTED-ACCOUNT > 0 THEN
                   MOVE ENDING_AMOUNT
                     TO GFA-ACCOUNT-BALANCE(WS-SELECTED-ACCOUNT)
               ELSE
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                     UNTIL WS-ACCT-IDX > 9
                       COMPUTE WS-ACCT-KEY =
                         (WS-CLIENT-ID * 10) + WS-ACCT-IDX
                       READ ACCOUNT-FILE
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           IF NOT ACM-IS-INACTIVE THEN
                               MOVE ACM-STARTING-AMOUNT TO
                                 GFA-ACCOUNT-BALANCE(WS-ACCT-IDX)
                           END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN AND WS-CLIENT-ID > 0 THEN
               MOVE WS-CLIENT-ID TO WS-FUND-KEY
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

       SHOW-GOAL-FUNDING-PARA.
           MOVE WS-GOAL-FUNDED-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-GOAL-FUNDED-FORMAT
           .
           MOVE GFA-SHORTFALL(WS-GOAL-SEQ) TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           .
           DISPLAY "  FUNDED WITH: "
             FUNCTION TRIM(WS-GOAL-FUNDED-FORMAT)
             "  SHORTFALL: " FUNCTION TRIM(WS-MONEY-FORMATTED)
           .

       MONTE-PARA.
           MOVE 0 TO WS-USER-RECOGNIZED
           .
                 (WS-CLIENT-ID * 10000)
                 + (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY
               MOVE 1000 TO WS-MC-TRIALS
               CALL "PMONTE" USING WS-PLAN-AMOUNT,
                                   MONTHLY_CONTRIBUTION,
                                   COMPOUND_FREQUENCY,
                                   YEARS_TO_GROW,
           END-PERFORM
           .
           IF USER_AGREE = 1 THEN
               CALL "PBKTEST" USING WS-PLAN-AMOUNT,
                                    MONTHLY_CONTRIBUTION,
                                    COMPOUND_FREQUENCY,
                                    YEARS_TO_GROW,
           .
           IF USER_AGREE = 1 THEN
               CALL "PINVSCH" USING WS-CLIENT-ID,
                                    WS-PLAN-AMOUNT,
                                    PERCENT_CHANGE_YEAR,
                                    YEARS_TO_GROW,
                                    COMPOUND_FREQUENCY,
                     "GOAL: " WITH NO ADVANCING
                   ACCEPT WS-SOLVE-YEARS
               END-IF
               CALL "PINV4" USING WS-PLAN-AMOUNT,
                                  WS-GOAL-AMT(1),
                                  WS-SOLVE-YEARS,
                                  PERCENT_CHANGE_YEAR,
           .
           MOVE 0 TO MONTHLY_CONTRIBUTION
           .
           MOVE 0 TO WS-CONTRIB-ASKED
           MOVE 0 TO WS-PLANNED-MONTHLY
           .
           MOVE WS-SHOP-DEFAULT-COMPOUND-FREQ TO COMPOUND_FREQUENCY
           .
           MOVE "MONTHLY" TO WS-PERIOD-LABEL
