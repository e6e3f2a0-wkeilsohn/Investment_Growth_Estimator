      *> PROJECTION, STATEMENT OR ACTION-LIST ENTRY ALL WEEK),
      *> LETS THE OPERATOR CORRECT THE FAILING FIELD, AND MARKS
      *> THE RECORD FOR RESUBMISSION INTO THE NEXT NIGHTLY EDIT.
      *> A NEW CLIENT OR ACCOUNT PARKED BY THE ONBOARDING LOAD IS
      *> CORRECTED THE SAME WAY FROM ITS OWN FIELD LIST AND GOES
      *> BACK THROUGH THE NEXT PONBLOAD RUN INSTEAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01 WS-PICK-CLIENT PIC 9(6) VALUE 0.
       01 WS-PICK-ACCOUNT PIC 9(1) VALUE 0.
       01 WS-FIELD-PICK PIC 9 VALUE 0.
       01 WS-REKEY-SWITCH PIC 9 VALUE 0.
         88 FIELD-WAS-REKEYED VALUE 1.
      *> WORKING VIEW OF THE SUSPENDED TRANSACTION IMAGE, IN THE
      *> TRANREC LAYOUT, SO A SINGLE FIELD CAN BE RE-KEYED.
           COPY TRANREC REPLACING
             ==CLIENT-TRANSACTION-RECORD== BY
             ==WS-SUSP-TRAN==
             LEADING ==TRN== BY ==STX==.
      *> WORKING VIEW OF A SUSPENDED ONBOARDING IMAGE.
           COPY ONBREC.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           DISPLAY "FAILING FIELD: " SUS-FIELD-NAME
           DISPLAY "REASON ......: " SUS-REASON
           .
           IF SUS-IS-ONBOARDING THEN
               MOVE 1 TO WS-REKEY-SWITCH
               MOVE SUS-TRAN-IMAGE TO ONBOARDING-RECORD
               IF ONB-IS-CLIENT THEN
                   PERFORM CORRECT-ONBOARD-CLIENT-PARA
               ELSE
                   PERFORM CORRECT-ONBOARD-ACCOUNT-PARA
               END-IF
               MOVE ONBOARDING-RECORD TO SUS-TRAN-IMAGE
           ELSE
               MOVE 1 TO WS-REKEY-SWITCH
               MOVE SUS-TRAN-IMAGE TO WS-SUSP-TRAN
               PERFORM CORRECT-FIELD-PARA
               MOVE SPACES TO SUS-TRAN-IMAGE
               MOVE WS-SUSP-TRAN TO SUS-TRAN-IMAGE
           END-IF
           .
      *> AN UNRECOGNIZED CHOICE LEAVES THE RECORD AS IT WAS, STILL
      *> OPEN IN SUSPENSE.
           IF NOT FIELD-WAS-REKEYED THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "R" TO SUS-STATUS
           .
           REWRITE SUSPENSE-RECORD
           .
           IF SUS-IS-ONBOARDING THEN
               DISPLAY "RECORD MARKED FOR RESUBMISSION INTO THE NEXT "
                 "ONBOARDING LOAD."
           ELSE
               DISPLAY "RECORD MARKED FOR RESUBMISSION INTO THE NEXT "
                 "NIGHTLY EDIT."
           END-IF
           .

       CORRECT-FIELD-PARA.
               ACCEPT STX-CONTRIB-GROWTH-RATE
             WHEN OTHER
               DISPLAY "CHOICE NOT RECOGNIZED - NOTHING RE-KEYED."
               MOVE 0 TO WS-REKEY-SWITCH
           END-EVALUATE
           .

       CORRECT-ONBOARD-CLIENT-PARA.
           DISPLAY "NEW CLIENT " ONB-CLIENT-ID "  "
             FUNCTION TRIM(ONB-LAST-NAME) ", "
             FUNCTION TRIM(ONB-FIRST-NAME)
           DISPLAY "WHICH FIELD WOULD YOU LIKE TO RE-KEY?"
           DISPLAY "  1=CLIENT NAME  2=BIRTH DATE  3=GOAL AMOUNT"
           DISPLAY "  4=TARGET AGE  5=FEE RATE  6=CONTRIB GROWTH RATE"
           DISPLAY "  7=ALLOCATION  8=TAX TREATMENT  9=ADVISOR"
           DISPLAY "  0=HOUSEHOLD"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-FIELD-PICK
           .
           EVALUATE WS-FIELD-PICK
             WHEN 1
               DISPLAY "ENTER THE CLIENT'S LAST NAME: "
                 WITH NO ADVANCING
               ACCEPT ONB-LAST-NAME
               DISPLAY "ENTER THE CLIENT'S FIRST NAME: "
                 WITH NO ADVANCING
               ACCEPT ONB-FIRST-NAME
             WHEN 2
               DISPLAY "ENTER BIRTH YEAR: " WITH NO ADVANCING
               ACCEPT ONB-BIRTH-YEAR
               DISPLAY "ENTER BIRTH MONTH: " WITH NO ADVANCING
               ACCEPT ONB-BIRTH-MONTH
               DISPLAY "ENTER BIRTH DAY: " WITH NO ADVANCING
               ACCEPT ONB-BIRTH-DAY
             WHEN 3
               DISPLAY "ENTER GOAL AMOUNT: " WITH NO ADVANCING
               ACCEPT ONB-GOAL-AMOUNT
             WHEN 4
               DISPLAY "ENTER TARGET RETIREMENT AGE: "
                 WITH NO ADVANCING
               ACCEPT ONB-TARGET-RETIRE-AGE
             WHEN 5
               DISPLAY "ENTER ANNUAL FEE RATE AS A DECIMAL: "
                 WITH NO ADVANCING
               ACCEPT ONB-ANNUAL-FEE-RATE
             WHEN 6
               DISPLAY "ENTER ANNUAL CONTRIBUTION GROWTH RATE AS "
                 "A DECIMAL: " WITH NO ADVANCING
               ACCEPT ONB-CONTRIB-GROWTH-RATE
             WHEN 7
               DISPLAY "EQUITY PERCENT: " WITH NO ADVANCING
               ACCEPT ONB-EQUITY-PCT
               DISPLAY "BOND PERCENT: " WITH NO ADVANCING
               ACCEPT ONB-BOND-PCT
               DISPLAY "CASH PERCENT: " WITH NO ADVANCING
               ACCEPT ONB-CASH-PCT
             WHEN 8
               DISPLAY "ENTER TAX TREATMENT (T=TAXABLE, "
                 "D=TAX-DEFERRED, F=TAX-FREE): " WITH NO ADVANCING
               ACCEPT ONB-TAX-TREATMENT
             WHEN 9
               DISPLAY "ENTER ADVISOR CODE (0 IF UNASSIGNED): "
                 WITH NO ADVANCING
               ACCEPT ONB-ADVISOR-CODE
             WHEN 0
               DISPLAY "ENTER HOUSEHOLD ID (0 IF NOT LINKED): "
                 WITH NO ADVANCING
               ACCEPT ONB-HOUSEHOLD-ID
             WHEN OTHER
               DISPLAY "CHOICE NOT RECOGNIZED - NOTHING RE-KEYED."
               MOVE 0 TO WS-REKEY-SWITCH
           END-EVALUATE
           .

       CORRECT-ONBOARD-ACCOUNT-PARA.
           DISPLAY "NEW ACCOUNT FOR CLIENT " ONB-CLIENT-ID
           DISPLAY "WHICH FIELD WOULD YOU LIKE TO RE-KEY?"
           DISPLAY "  1=ACCOUNT NUMBER  2=ACCOUNT NAME  "
             "3=STARTING AMOUNT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-FIELD-PICK
           .
           EVALUATE WS-FIELD-PICK
             WHEN 1
               DISPLAY "ENTER ACCOUNT NUMBER (0 = NEXT FREE): "
                 WITH NO ADVANCING
               ACCEPT ONB-ACCOUNT-NUMBER
             WHEN 2
               DISPLAY "ENTER ACCOUNT NAME: " WITH NO ADVANCING
               ACCEPT ONB-ACCOUNT-NAME
             WHEN 3
               DISPLAY "ENTER STARTING AMOUNT: " WITH NO ADVANCING
               ACCEPT ONB-ACCOUNT-AMOUNT
             WHEN OTHER
               DISPLAY "CHOICE NOT RECOGNIZED - NOTHING RE-KEYED."
               MOVE 0 TO WS-REKEY-SWITCH
           END-EVALUATE
           .
