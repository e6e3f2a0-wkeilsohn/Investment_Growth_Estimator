      *> ITSELF, VALIDATES EVERY RATE AGAINST THE SHOP POLICY
      *> BOUNDS, AND WRITES AN UPDATE JOURNAL LINE (WHO, WHEN,
      *> WHICH FIELD, OLD AND NEW VALUE) FOR EVERY CHANGE, SINCE
      *> THESE ASSUMPTIONS END UP ON CLIENT LETTERS. SCENARIO RATE
      *> CHANGES AND NEW HISTORY YEARS DO NOT TAKE EFFECT HERE:
      *> THEY ARE HELD AS PENDING CHANGE REQUESTS (PPENDWR) AND
      *> ARE APPLIED, RENUMBERED AND JOURNALED BY PAPPROV WHEN A
      *> SECOND, DIFFERENT SUPERVISOR APPROVES THEM.
      *> THE LIFE-EXPECTANCY DIVISORS BEHIND THE REQUIRED MINIMUM
      *> DISTRIBUTION RUN ARE MAINTAINED HERE TOO, AGE BY AGE,
      *> AND LIKE THE MARKET HOLIDAYS TAKE EFFECT AT ONCE WITH A
      *> JOURNAL LINE FOR EVERY CHANGE. SO DO THE NAMED MARKET
      *> SHOCK SCENARIOS THE STRESS TEST (PSTRESS) APPLIES TO THE
      *> BOOK: THEY ARE WHAT-IF INPUTS, NOT ASSUMPTIONS THAT REACH
      *> A CLIENT LETTER. THE ANNUAL CONTRIBUTION LIMITS BY TAX
      *> TREATMENT AND YEAR (WITH THE CATCH-UP AGE AND AMOUNT) ARE
      *> LEGAL FIGURES, NOT ASSUMPTIONS, AND ALSO TAKE EFFECT AT
      *> ONCE; THEIR DOLLAR AMOUNTS ARE JOURNALED IN UNITS OF
      *> $10,000 SO THEY FIT THE JOURNAL'S RATE COLUMNS.
      *> THE SUITABILITY RANGES (THE LOWEST AND HIGHEST EQUITY
      *> PERCENT SUITABLE FOR EACH RISK BAND AND TIME HORIZON,
      *> SUITREF) ARE COMPLIANCE POLICY THAT THE NIGHTLY
      *> SUITABILITY CHECK APPLIES, NOT PROJECTION ASSUMPTIONS,
      *> AND TAKE EFFECT AT ONCE; THEIR PERCENTAGES ARE JOURNALED
      *> AS FRACTIONS (60 PERCENT AS 0.6000) SO 100 FITS THE
      *> JOURNAL'S RATE COLUMNS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HOLF-STATUS.
           SELECT LIFE-EXPECTANCY-FILE ASSIGN TO "LEXPREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-LEX-KEY
             FILE STATUS IS WS-LEX-STATUS.
           SELECT SHOCK-FILE ASSIGN TO "SHOCKREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-SHK-KEY
             FILE STATUS IS WS-SHK-STATUS.
           SELECT CONTRIB-LIMIT-FILE ASSIGN TO "CLIMREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLR-KEY
             FILE STATUS IS WS-CLR-STATUS.
           SELECT SUITABILITY-FILE ASSIGN TO "SUITREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-SUT-KEY
             FILE STATUS IS WS-SUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATES-FILE.
           COPY OPERREC.
       FD HOLIDAY-FILE.
           COPY HOLREC.
       FD LIFE-EXPECTANCY-FILE.
           COPY LEXPREC.
       FD SHOCK-FILE.
           COPY SHOCKREC.
       FD CONTRIB-LIMIT-FILE.
           COPY CLIMREC.
       FD SUITABILITY-FILE.
           COPY SUITREC.
       FD RATE-JOURNAL-FILE.
       01 RATE-JOURNAL-RECORD.
           05 RJR-RUN-DATE            PIC 9(8).
         88 RATES-REQUEST VALUE "R" "r".
         88 HISTORY-REQUEST VALUE "H" "h".
         88 HOLIDAY-REQUEST VALUE "D" "d".
         88 DIVISOR-REQUEST VALUE "L" "l".
         88 SHOCK-REQUEST VALUE "S" "s".
         88 LIMIT-REQUEST VALUE "C" "c".
         88 SUITABILITY-REQUEST VALUE "B" "b".
         88 QUIT-REQUEST VALUE "Q" "q".
       01 WS-DONE-SWITCH PIC 9 VALUE 0.
         88 MAINTENANCE-DONE VALUE 1.
       01 WS-LAST-YEAR PIC 9(4) VALUE 0.
       01 WS-NEW-YEAR PIC 9(4) VALUE 0.
       01 WS-NEW-RETURN PIC S99V9999 VALUE 0.
       01 WS-HOLF-STATUS PIC X(2) VALUE "00".
         88 HOLF-NOT-FOUND VALUE "35".
       01 WS-NEW-HOLIDAY PIC 9(8) VALUE 0.
       01 WS-LEX-KEY PIC 9(3) VALUE 0.
       01 WS-LEX-STATUS PIC X(2) VALUE "00".
         88 LEX-FILE-OK VALUE "00".
         88 LEX-NOT-FOUND VALUE "23" "35".
       01 WS-LEX-ON-FILE PIC 9 VALUE 0.
       01 WS-OLD-DIVISOR PIC 99V9 VALUE 0.
       01 WS-NEW-DIVISOR PIC 99V9 VALUE 0.
       01 WS-RATE-CHANGES PIC 9 VALUE 0.
       01 WS-SHK-KEY PIC 9(3) VALUE 0.
       01 WS-SHK-STATUS PIC X(2) VALUE "00".
         88 SHK-FILE-OK VALUE "00".
         88 SHK-NOT-FOUND VALUE "23" "35".
       01 WS-SHK-ON-FILE PIC 9 VALUE 0.
       01 WS-SHK-NAME PIC X(20) VALUE SPACES.
       01 WS-SHK-REMOVE PIC X VALUE "N".
         88 SHOCK-REMOVAL-WANTED VALUE "Y" "y".
       01 WS-SHOCK-MINIMUM PIC S99V9999 VALUE -1.0000.
       01 WS-SHOCK-MAXIMUM PIC S99V9999 VALUE 1.0000.
       01 WS-OLD-SHOCKS.
         05 WS-OLD-EQUITY-SHOCK PIC S99V9999.
         05 WS-OLD-BOND-SHOCK PIC S99V9999.
         05 WS-OLD-CASH-SHOCK PIC S99V9999.
       01 WS-NEW-SHOCKS.
         05 WS-NEW-EQUITY-SHOCK PIC S99V9999.
         05 WS-NEW-BOND-SHOCK PIC S99V9999.
         05 WS-NEW-CASH-SHOCK PIC S99V9999.
       01 WS-CLR-KEY PIC 9(5) VALUE 0.
       01 WS-CLR-STATUS PIC X(2) VALUE "00".
         88 CLR-FILE-OK VALUE "00".
         88 CLR-NOT-FOUND VALUE "23" "35".
       01 WS-CLR-EOF PIC 9 VALUE 0.
         88 END-OF-LIMITS VALUE 1.
       01 WS-CLR-ON-FILE PIC 9 VALUE 0.
       01 WS-CLR-TREATMENT PIC X VALUE SPACE.
         88 CLR-TREATMENT-VALID VALUE "D" "F".
       01 WS-CLR-YEAR PIC 9(4) VALUE 0.
       01 WS-OLD-LIMIT PIC 9(6)V99 VALUE 0.
       01 WS-NEW-LIMIT PIC 9(6)V99 VALUE 0.
       01 WS-OLD-CATCH-UP-AGE PIC 9(3) VALUE 0.
       01 WS-NEW-CATCH-UP-AGE PIC 9(3) VALUE 0.
       01 WS-OLD-CATCH-UP-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-NEW-CATCH-UP-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-SUT-KEY PIC 9(2) VALUE 0.
       01 WS-SUT-STATUS PIC X(2) VALUE "00".
         88 SUT-FILE-OK VALUE "00".
         88 SUT-NOT-FOUND VALUE "23" "35".
       01 WS-SUT-EOF PIC 9 VALUE 0.
         88 END-OF-RANGES VALUE 1.
       01 WS-SUT-ON-FILE PIC 9 VALUE 0.
       01 WS-SUT-BAND PIC 9 VALUE 0.
         88 SUT-BAND-VALID VALUE 1 THRU 5.
       01 WS-SUT-HORIZON PIC 9 VALUE 0.
         88 SUT-HORIZON-ENTERED VALUE 1 THRU 4.
       01 WS-SUT-REMOVE PIC X VALUE "N".
         88 RANGE-REMOVAL-WANTED VALUE "Y" "y".
       01 WS-OLD-EQUITY-MIN PIC 9(3) VALUE 0.
       01 WS-OLD-EQUITY-MAX PIC 9(3) VALUE 0.
       01 WS-NEW-EQUITY-MIN PIC 9(3) VALUE 0.
       01 WS-NEW-EQUITY-MAX PIC 9(3) VALUE 0.
       01 WS-RATE-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-SAVE-SWITCH PIC 9 VALUE 0.
         88 RECORD-SAVED VALUE 1.
           COPY PENDREC.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
       REQUEST-PARA.
           DISPLAY "RATES AND HISTORY MAINTENANCE - ENTER REQUEST"
           DISPLAY "(R=SCENARIO RATES, H=APPEND A HISTORY YEAR, "
             "D=ADD A MARKET HOLIDAY, L=LIFE-EXPECTANCY DIVISOR, "
             "S=MARKET SHOCK SCENARIO, C=CONTRIBUTION LIMIT, "
             "B=SUITABILITY BAND RANGE, Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-CODE
           .
           EVALUATE TRUE
               PERFORM HISTORY-APPEND-PARA
             WHEN HOLIDAY-REQUEST
               PERFORM HOLIDAY-APPEND-PARA
             WHEN DIVISOR-REQUEST
               PERFORM DIVISOR-MAINT-PARA
             WHEN SHOCK-REQUEST
               PERFORM SHOCK-MAINT-PARA
             WHEN LIMIT-REQUEST
               PERFORM LIMIT-MAINT-PARA
             WHEN SUITABILITY-REQUEST
               PERFORM SUITABILITY-MAINT-PARA
             WHEN QUIT-REQUEST
               MOVE 1 TO WS-DONE-SWITCH
             WHEN OTHER
               MOVE WS-SCENARIO-PICK TO WS-RATE-KEY
               READ RATES-FILE
                 INVALID KEY
                   MOVE SPACES TO WS-RATE-BEFORE-IMAGE
                   MOVE WS-SCENARIO-PICK TO RATE-SCENARIO-ID
                   MOVE 0 TO RATE-HISTORICAL-RETURN
                   MOVE 0 TO RATE-EQUITY-RETURN
                   MOVE 0 TO RATE-BOND-RETURN
                   MOVE 0 TO RATE-CASH-RETURN
                 NOT INVALID KEY
                   MOVE RATE-RECORD TO WS-RATE-BEFORE-IMAGE
               END-READ
               MOVE 0 TO WS-RATE-CHANGES
               PERFORM AMEND-SCENARIO-PARA
               IF WS-RATE-CHANGES = 0 THEN
                   DISPLAY "NO RATE CHANGED FOR SCENARIO "
                     WS-SCENARIO-PICK "."
               ELSE
                   PERFORM HOLD-SCENARIO-PARA
               END-IF
           END-IF
           .
           CLOSE RATES-FILE
           .

       HOLD-SCENARIO-PARA.
           INITIALIZE PENDING-CHANGE-RECORD
           .
           MOVE "R" TO PND-REQUEST-TYPE
           MOVE WS-SCENARIO-PICK TO PND-KEY-VALUE
           MOVE OPERATOR_SIGN_ON TO PND-REQUESTED-BY
           MOVE WS-RATE-BEFORE-IMAGE TO PND-BEFORE-IMAGE
           MOVE RATE-RECORD TO PND-AFTER-IMAGE
           .
           CALL "PPENDWR" USING PENDING-CHANGE-RECORD
           .
           IF PND-REQUEST-ID > 0 THEN
               DISPLAY "SCENARIO " WS-SCENARIO-PICK " CHANGES HELD "
                 "AS REQUEST " PND-REQUEST-ID " FOR A SECOND "
                 "SUPERVISOR'S APPROVAL."
           ELSE
               DISPLAY "THE SCENARIO CHANGES COULD NOT BE HELD FOR "
                 "APPROVAL. NOTHING HAS CHANGED."
           END-IF
           .

       SCENARIO-NAME-PARA.
           EVALUATE WS-RATE-KEY
             WHEN 1
           PERFORM ACCEPT-RATE-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO RATE-HISTORICAL-RETURN
               ADD 1 TO WS-RATE-CHANGES
           END-IF
           .
           MOVE "EQUITY RETURN" TO RJR-FIELD-NAME
           PERFORM ACCEPT-RATE-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO RATE-EQUITY-RETURN
               ADD 1 TO WS-RATE-CHANGES
           END-IF
           .
           MOVE "BOND RETURN" TO RJR-FIELD-NAME
           PERFORM ACCEPT-RATE-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO RATE-BOND-RETURN
               ADD 1 TO WS-RATE-CHANGES
           END-IF
           .
           MOVE "CASH RETURN" TO RJR-FIELD-NAME
           PERFORM ACCEPT-RATE-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO RATE-CASH-RETURN
               ADD 1 TO WS-RATE-CHANGES
           END-IF
           .

               EXIT PARAGRAPH
           END-IF
           .
           CLOSE HISTORY-FILE
           .
      *> THE BEFORE IMAGE CARRIES THE COUNT AND LATEST YEAR AS
      *> THEY STAND NOW, SO APPROVAL CAN TELL IF ANOTHER YEAR HAS
      *> BEEN APPENDED IN THE MEANTIME.
           INITIALIZE PENDING-CHANGE-RECORD
           .
           MOVE WS-HIST-COUNT TO HIST-SEQUENCE
           MOVE WS-LAST-YEAR TO HIST-YEAR
           MOVE 0 TO HIST-ANNUAL-RETURN
           MOVE HISTORY-RECORD TO PND-BEFORE-IMAGE
           .
           COMPUTE HIST-SEQUENCE = WS-HIST-COUNT + 1
           MOVE WS-NEW-YEAR TO HIST-YEAR
           MOVE WS-NEW-RETURN TO HIST-ANNUAL-RETURN
           MOVE HISTORY-RECORD TO PND-AFTER-IMAGE
           .
           MOVE "H" TO PND-REQUEST-TYPE
           MOVE WS-NEW-YEAR TO PND-KEY-VALUE
           MOVE OPERATOR_SIGN_ON TO PND-REQUESTED-BY
           .
           CALL "PPENDWR" USING PENDING-CHANGE-RECORD
           .
           IF PND-REQUEST-ID > 0 THEN
               DISPLAY "YEAR " WS-NEW-YEAR " HELD AS REQUEST "
                 PND-REQUEST-ID " FOR A SECOND SUPERVISOR'S "
                 "APPROVAL."
           ELSE
               DISPLAY "THE NEW YEAR COULD NOT BE HELD FOR "
                 "APPROVAL. NOTHING APPENDED."
           END-IF
           .

      *> APPENDS A MARKET HOLIDAY TO THE BUSINESS-DAY CALENDAR
             "CALENDAR."
           .

      *> ADDS, AMENDS OR (WITH A ZERO DIVISOR) REMOVES THE
      *> DIVISOR FOR ONE AGE. THE OLD AND NEW DIVISORS GO ON THE
      *> JOURNAL KEYED BY THE AGE.
       DIVISOR-MAINT-PARA.
           OPEN I-O LIFE-EXPECTANCY-FILE
           .
           IF LEX-NOT-FOUND THEN
               OPEN OUTPUT LIFE-EXPECTANCY-FILE
               CLOSE LIFE-EXPECTANCY-FILE
               OPEN I-O LIFE-EXPECTANCY-FILE
           END-IF
           .
           IF NOT LEX-FILE-OK THEN
               DISPLAY "THE LIFE-EXPECTANCY FILE COULD NOT BE "
                 "OPENED. STATUS: " WS-LEX-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE AGE (1-120, 0 TO LEAVE): "
             WITH NO ADVANCING
           ACCEPT WS-LEX-KEY
           .
           IF WS-LEX-KEY = 0 OR WS-LEX-KEY > 120 THEN
               CLOSE LIFE-EXPECTANCY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           READ LIFE-EXPECTANCY-FILE
             INVALID KEY
               MOVE 0 TO WS-LEX-ON-FILE
               MOVE 0 TO WS-OLD-DIVISOR
               DISPLAY "AGE " WS-LEX-KEY " HAS NO DIVISOR ON FILE."
             NOT INVALID KEY
               MOVE 1 TO WS-LEX-ON-FILE
               MOVE LEX-DIVISOR TO WS-OLD-DIVISOR
               DISPLAY "AGE " WS-LEX-KEY " DIVISOR " LEX-DIVISOR
                 " LAST CHANGED " LEX-CHANGED-DATE " BY "
                 LEX-CHANGED-BY
           END-READ
           .
           DISPLAY "ENTER THE NEW DIVISOR (E.G. 26.5, ZERO TO "
             "REMOVE THE AGE): " WITH NO ADVANCING
           ACCEPT WS-NEW-DIVISOR
           .
           IF WS-NEW-DIVISOR = WS-OLD-DIVISOR THEN
               DISPLAY "NO CHANGE."
               CLOSE LIFE-EXPECTANCY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-SAVE-SWITCH
           .
           EVALUATE TRUE
             WHEN WS-NEW-DIVISOR = 0
               DELETE LIFE-EXPECTANCY-FILE RECORD
                 INVALID KEY
                   DISPLAY "THE DIVISOR COULD NOT BE REMOVED. "
                     "STATUS: " WS-LEX-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-DELETE
             WHEN WS-LEX-ON-FILE = 1
               MOVE WS-NEW-DIVISOR TO LEX-DIVISOR
               PERFORM STAMP-DIVISOR-PARA
               REWRITE LIFE-EXPECTANCY-RECORD
                 INVALID KEY
                   DISPLAY "THE DIVISOR COULD NOT BE UPDATED. "
                     "STATUS: " WS-LEX-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-REWRITE
             WHEN OTHER
               INITIALIZE LIFE-EXPECTANCY-RECORD
               MOVE WS-LEX-KEY TO LEX-AGE
               MOVE WS-NEW-DIVISOR TO LEX-DIVISOR
               PERFORM STAMP-DIVISOR-PARA
               WRITE LIFE-EXPECTANCY-RECORD
                 INVALID KEY
                   DISPLAY "THE DIVISOR COULD NOT BE ADDED. "
                     "STATUS: " WS-LEX-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-WRITE
           END-EVALUATE
           .
           CLOSE LIFE-EXPECTANCY-FILE
           .
           IF NOT RECORD-SAVED THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "RMD DIVISOR" TO RJR-FIELD-NAME
           MOVE WS-OLD-DIVISOR TO RJR-OLD-VALUE
           MOVE WS-NEW-DIVISOR TO WS-NEW-RATE
           PERFORM WRITE-JOURNAL-PARA
           .
           DISPLAY "AGE " WS-LEX-KEY " DIVISOR NOW " WS-NEW-DIVISOR
             "."
           .

       STAMP-DIVISOR-PARA.
           COMPUTE LEX-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           MOVE OPERATOR_SIGN_ON TO LEX-CHANGED-BY
           .

      *> ADDS, AMENDS OR REMOVES ONE SHOCK SCENARIO. EACH CLASS
      *> SHOCK THAT CHANGES GOES ON THE JOURNAL KEYED BY THE
      *> SCENARIO NUMBER; A REMOVAL IS JOURNALED ONCE.
       SHOCK-MAINT-PARA.
           OPEN I-O SHOCK-FILE
           .
           IF SHK-NOT-FOUND THEN
               OPEN OUTPUT SHOCK-FILE
               CLOSE SHOCK-FILE
               OPEN I-O SHOCK-FILE
           END-IF
           .
           IF NOT SHK-FILE-OK THEN
               DISPLAY "THE SHOCK SCENARIO FILE COULD NOT BE "
                 "OPENED. STATUS: " WS-SHK-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-SHK-KEY FROM 1 BY 1
             UNTIL WS-SHK-KEY > 99
               READ SHOCK-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   DISPLAY WS-SHK-KEY " " SHK-SCENARIO-NAME
                     "  EQ " SHK-EQUITY-SHOCK
                     "  BD " SHK-BOND-SHOCK
                     "  CA " SHK-CASH-SHOCK
               END-READ
           END-PERFORM
           .
           DISPLAY "ENTER THE SCENARIO NUMBER (1-99, 0 TO LEAVE): "
             WITH NO ADVANCING
           ACCEPT WS-SHK-KEY
           .
           IF WS-SHK-KEY = 0 OR WS-SHK-KEY > 99 THEN
               CLOSE SHOCK-FILE
               EXIT PARAGRAPH
           END-IF
           .
           READ SHOCK-FILE
             INVALID KEY
               MOVE 0 TO WS-SHK-ON-FILE
               INITIALIZE SHOCK-SCENARIO-RECORD
               MOVE WS-SHK-KEY TO SHK-SCENARIO-ID
               DISPLAY "SCENARIO " WS-SHK-KEY " IS NEW."
             NOT INVALID KEY
               MOVE 1 TO WS-SHK-ON-FILE
               DISPLAY "SCENARIO " WS-SHK-KEY " " SHK-SCENARIO-NAME
                 " LAST CHANGED " SHK-CHANGED-DATE " BY "
                 SHK-CHANGED-BY
           END-READ
           .
           IF WS-SHK-ON-FILE = 1 THEN
               DISPLAY "REMOVE THIS SCENARIO (Y/N): "
                 WITH NO ADVANCING
               ACCEPT WS-SHK-REMOVE
               IF SHOCK-REMOVAL-WANTED THEN
                   PERFORM REMOVE-SHOCK-PARA
                   CLOSE SHOCK-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .
           DISPLAY "ENTER THE SCENARIO NAME [" SHK-SCENARIO-NAME
             "] (BLANK KEEPS IT): " WITH NO ADVANCING
           MOVE SPACES TO WS-SHK-NAME
           ACCEPT WS-SHK-NAME
           .
           IF WS-SHK-NAME = SPACES THEN
               MOVE SHK-SCENARIO-NAME TO WS-SHK-NAME
           END-IF
           .
           IF WS-SHK-NAME = SPACES THEN
               DISPLAY "A SCENARIO NEEDS A NAME. NOTHING CHANGED."
               CLOSE SHOCK-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SHK-EQUITY-SHOCK TO WS-OLD-EQUITY-SHOCK
           MOVE SHK-BOND-SHOCK TO WS-OLD-BOND-SHOCK
           MOVE SHK-CASH-SHOCK TO WS-OLD-CASH-SHOCK
           MOVE WS-OLD-SHOCKS TO WS-NEW-SHOCKS
           .
           MOVE "SHOCK EQUITY" TO RJR-FIELD-NAME
           MOVE WS-OLD-EQUITY-SHOCK TO RJR-OLD-VALUE
           PERFORM ACCEPT-SHOCK-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO WS-NEW-EQUITY-SHOCK
           END-IF
           .
           MOVE "SHOCK BOND" TO RJR-FIELD-NAME
           MOVE WS-OLD-BOND-SHOCK TO RJR-OLD-VALUE
           PERFORM ACCEPT-SHOCK-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO WS-NEW-BOND-SHOCK
           END-IF
           .
           MOVE "SHOCK CASH" TO RJR-FIELD-NAME
           MOVE WS-OLD-CASH-SHOCK TO RJR-OLD-VALUE
           PERFORM ACCEPT-SHOCK-PARA
           IF WS-RATE-VALID = 1 THEN
               MOVE WS-NEW-RATE TO WS-NEW-CASH-SHOCK
           END-IF
           .
           MOVE WS-SHK-NAME TO SHK-SCENARIO-NAME
           MOVE WS-NEW-EQUITY-SHOCK TO SHK-EQUITY-SHOCK
           MOVE WS-NEW-BOND-SHOCK TO SHK-BOND-SHOCK
           MOVE WS-NEW-CASH-SHOCK TO SHK-CASH-SHOCK
           COMPUTE SHK-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           MOVE OPERATOR_SIGN_ON TO SHK-CHANGED-BY
           .
           MOVE 0 TO WS-SAVE-SWITCH
           IF WS-SHK-ON-FILE = 1 THEN
               REWRITE SHOCK-SCENARIO-RECORD
                 INVALID KEY
                   DISPLAY "THE SCENARIO COULD NOT BE UPDATED. "
                     "STATUS: " WS-SHK-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-REWRITE
           ELSE
               WRITE SHOCK-SCENARIO-RECORD
                 INVALID KEY
                   DISPLAY "THE SCENARIO COULD NOT BE ADDED. "
                     "STATUS: " WS-SHK-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-WRITE
           END-IF
           .
           CLOSE SHOCK-FILE
           .
           IF NOT RECORD-SAVED THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-NEW-EQUITY-SHOCK NOT = WS-OLD-EQUITY-SHOCK THEN
               MOVE "SHOCK EQUITY" TO RJR-FIELD-NAME
               MOVE WS-OLD-EQUITY-SHOCK TO RJR-OLD-VALUE
               MOVE WS-NEW-EQUITY-SHOCK TO WS-NEW-RATE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF WS-NEW-BOND-SHOCK NOT = WS-OLD-BOND-SHOCK THEN
               MOVE "SHOCK BOND" TO RJR-FIELD-NAME
               MOVE WS-OLD-BOND-SHOCK TO RJR-OLD-VALUE
               MOVE WS-NEW-BOND-SHOCK TO WS-NEW-RATE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF WS-NEW-CASH-SHOCK NOT = WS-OLD-CASH-SHOCK THEN
               MOVE "SHOCK CASH" TO RJR-FIELD-NAME
               MOVE WS-OLD-CASH-SHOCK TO RJR-OLD-VALUE
               MOVE WS-NEW-CASH-SHOCK TO WS-NEW-RATE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           DISPLAY "SCENARIO " WS-SHK-KEY " " WS-SHK-NAME
             " SAVED."
           .

       REMOVE-SHOCK-PARA.
           DELETE SHOCK-FILE RECORD
             INVALID KEY
               DISPLAY "THE SCENARIO COULD NOT BE REMOVED. "
                 "STATUS: " WS-SHK-STATUS
               EXIT PARAGRAPH
           END-DELETE
           .
           MOVE "SHOCK REMOVED" TO RJR-FIELD-NAME
           MOVE SHK-EQUITY-SHOCK TO RJR-OLD-VALUE
           MOVE 0 TO WS-NEW-RATE
           PERFORM WRITE-JOURNAL-PARA
           .
           DISPLAY "SCENARIO " WS-SHK-KEY " REMOVED."
           .

      *> A SHOCK CAN TAKE A CLASS TO NOTHING BUT NOT BELOW IT.
       ACCEPT-SHOCK-PARA.
           MOVE 0 TO WS-RATE-VALID
           .
           DISPLAY "ENTER " RJR-FIELD-NAME " AS A DECIMAL [CURRENT "
             RJR-OLD-VALUE "]: " WITH NO ADVANCING
           ACCEPT WS-NEW-RATE
           .
           IF WS-NEW-RATE = RJR-OLD-VALUE THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-NEW-RATE < WS-SHOCK-MINIMUM
             OR WS-NEW-RATE > WS-SHOCK-MAXIMUM THEN
               DISPLAY "THE SHOCK " WS-NEW-RATE " IS OUTSIDE "
                 WS-SHOCK-MINIMUM " TO " WS-SHOCK-MAXIMUM
                 ". THE OLD VALUE IS KEPT."
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-RATE-VALID
           .

      *> ADDS, AMENDS OR REMOVES THE CONTRIBUTION LIMIT FOR ONE TAX
      *> TREATMENT AND YEAR. EACH FIGURE THAT CHANGES GOES ON THE
      *> JOURNAL KEYED BY THE YEAR; A REMOVAL IS JOURNALED ONCE.
       LIMIT-MAINT-PARA.
           OPEN I-O CONTRIB-LIMIT-FILE
           .
           IF CLR-NOT-FOUND THEN
               OPEN OUTPUT CONTRIB-LIMIT-FILE
               CLOSE CONTRIB-LIMIT-FILE
               OPEN I-O CONTRIB-LIMIT-FILE
           END-IF
           .
           IF NOT CLR-FILE-OK THEN
               DISPLAY "THE CONTRIBUTION LIMIT FILE COULD NOT BE "
                 "OPENED. STATUS: " WS-CLR-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM LIST-LIMITS-PARA
           .
           DISPLAY "ENTER THE TAX TREATMENT (D=TAX-DEFERRED, "
             "F=TAX-FREE, BLANK TO LEAVE): " WITH NO ADVANCING
           MOVE SPACE TO WS-CLR-TREATMENT
           ACCEPT WS-CLR-TREATMENT
           MOVE FUNCTION UPPER-CASE(WS-CLR-TREATMENT) TO
             WS-CLR-TREATMENT
           .
           IF NOT CLR-TREATMENT-VALID THEN
               CLOSE CONTRIB-LIMIT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE YEAR (0 TO LEAVE): " WITH NO ADVANCING
           ACCEPT WS-CLR-YEAR
           .
           IF WS-CLR-YEAR < 1900 THEN
               CLOSE CONTRIB-LIMIT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-CLR-TREATMENT = "D" THEN
               COMPUTE WS-CLR-KEY = 10000 + WS-CLR-YEAR
           ELSE
               COMPUTE WS-CLR-KEY = 20000 + WS-CLR-YEAR
           END-IF
           .
           READ CONTRIB-LIMIT-FILE
             INVALID KEY
               MOVE 0 TO WS-CLR-ON-FILE
               INITIALIZE CONTRIB-LIMIT-RECORD
               MOVE WS-CLR-TREATMENT TO CLR-TAX-TREATMENT
               MOVE WS-CLR-YEAR TO CLR-LIMIT-YEAR
               DISPLAY WS-CLR-TREATMENT " " WS-CLR-YEAR
                 " HAS NO LIMIT ON FILE."
             NOT INVALID KEY
               MOVE 1 TO WS-CLR-ON-FILE
               DISPLAY WS-CLR-TREATMENT " " WS-CLR-YEAR
                 " LIMIT " CLR-ANNUAL-LIMIT
                 "  CATCH-UP " CLR-CATCH-UP-AMOUNT " FROM AGE "
                 CLR-CATCH-UP-AGE
               DISPLAY "LAST CHANGED " CLR-CHANGED-DATE " BY "
                 CLR-CHANGED-BY
           END-READ
           .
           MOVE CLR-ANNUAL-LIMIT TO WS-OLD-LIMIT
           MOVE CLR-CATCH-UP-AGE TO WS-OLD-CATCH-UP-AGE
           MOVE CLR-CATCH-UP-AMOUNT TO WS-OLD-CATCH-UP-AMOUNT
           .
           DISPLAY "ENTER THE ANNUAL LIMIT IN WHOLE DOLLARS (ZERO "
             "TO REMOVE THE YEAR): " WITH NO ADVANCING
           ACCEPT WS-NEW-LIMIT
           .
           IF WS-NEW-LIMIT = 0 THEN
               IF WS-CLR-ON-FILE = 1 THEN
                   PERFORM REMOVE-LIMIT-PARA
               ELSE
                   DISPLAY "NO CHANGE."
               END-IF
               CLOSE CONTRIB-LIMIT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE CATCH-UP AGE (0 FOR NONE) [CURRENT "
             WS-OLD-CATCH-UP-AGE "]: " WITH NO ADVANCING
           ACCEPT WS-NEW-CATCH-UP-AGE
           .
           IF WS-NEW-CATCH-UP-AGE > 99 THEN
               DISPLAY "THE CATCH-UP AGE MAY NOT EXCEED 99. THE OLD "
                 "VALUE IS KEPT."
               MOVE WS-OLD-CATCH-UP-AGE TO WS-NEW-CATCH-UP-AGE
           END-IF
           .
           MOVE 0 TO WS-NEW-CATCH-UP-AMOUNT
           IF WS-NEW-CATCH-UP-AGE > 0 THEN
               DISPLAY "ENTER THE CATCH-UP AMOUNT IN WHOLE DOLLARS "
                 "[CURRENT " WS-OLD-CATCH-UP-AMOUNT "]: "
                 WITH NO ADVANCING
               ACCEPT WS-NEW-CATCH-UP-AMOUNT
           END-IF
           .
           IF WS-NEW-LIMIT = WS-OLD-LIMIT
             AND WS-NEW-CATCH-UP-AGE = WS-OLD-CATCH-UP-AGE
             AND WS-NEW-CATCH-UP-AMOUNT = WS-OLD-CATCH-UP-AMOUNT THEN
               DISPLAY "NO CHANGE."
               CLOSE CONTRIB-LIMIT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-NEW-LIMIT TO CLR-ANNUAL-LIMIT
           MOVE WS-NEW-CATCH-UP-AGE TO CLR-CATCH-UP-AGE
           MOVE WS-NEW-CATCH-UP-AMOUNT TO CLR-CATCH-UP-AMOUNT
           COMPUTE CLR-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           MOVE OPERATOR_SIGN_ON TO CLR-CHANGED-BY
           .
           MOVE 0 TO WS-SAVE-SWITCH
           IF WS-CLR-ON-FILE = 1 THEN
               REWRITE CONTRIB-LIMIT-RECORD
                 INVALID KEY
                   DISPLAY "THE LIMIT COULD NOT BE UPDATED. "
                     "STATUS: " WS-CLR-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-REWRITE
           ELSE
               WRITE CONTRIB-LIMIT-RECORD
                 INVALID KEY
                   DISPLAY "THE LIMIT COULD NOT BE ADDED. "
                     "STATUS: " WS-CLR-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-WRITE
           END-IF
           .
           CLOSE CONTRIB-LIMIT-FILE
           .
           IF NOT RECORD-SAVED THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-NEW-LIMIT NOT = WS-OLD-LIMIT THEN
               MOVE SPACES TO RJR-FIELD-NAME
               STRING "CONTRIB LIMIT $10K " WS-CLR-TREATMENT
                 DELIMITED BY SIZE INTO RJR-FIELD-NAME
               COMPUTE RJR-OLD-VALUE ROUNDED = WS-OLD-LIMIT / 10000
               COMPUTE WS-NEW-RATE ROUNDED = WS-NEW-LIMIT / 10000
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF WS-NEW-CATCH-UP-AGE NOT = WS-OLD-CATCH-UP-AGE THEN
               MOVE SPACES TO RJR-FIELD-NAME
               STRING "CATCH-UP AGE " WS-CLR-TREATMENT
                 DELIMITED BY SIZE INTO RJR-FIELD-NAME
               MOVE WS-OLD-CATCH-UP-AGE TO RJR-OLD-VALUE
               MOVE WS-NEW-CATCH-UP-AGE TO WS-NEW-RATE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF WS-NEW-CATCH-UP-AMOUNT NOT = WS-OLD-CATCH-UP-AMOUNT THEN
               MOVE SPACES TO RJR-FIELD-NAME
               STRING "CATCH-UP AMT $10K " WS-CLR-TREATMENT
                 DELIMITED BY SIZE INTO RJR-FIELD-NAME
               COMPUTE RJR-OLD-VALUE ROUNDED =
                 WS-OLD-CATCH-UP-AMOUNT / 10000
               COMPUTE WS-NEW-RATE ROUNDED =
                 WS-NEW-CATCH-UP-AMOUNT / 10000
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           DISPLAY WS-CLR-TREATMENT " " WS-CLR-YEAR " LIMIT SAVED."
           .

       REMOVE-LIMIT-PARA.
           DELETE CONTRIB-LIMIT-FILE RECORD
             INVALID KEY
               DISPLAY "THE LIMIT COULD NOT BE REMOVED. "
                 "STATUS: " WS-CLR-STATUS
               EXIT PARAGRAPH
           END-DELETE
           .
           MOVE SPACES TO RJR-FIELD-NAME
           STRING "LIMIT REMOVED " WS-CLR-TREATMENT
             DELIMITED BY SIZE INTO RJR-FIELD-NAME
           COMPUTE RJR-OLD-VALUE ROUNDED = WS-OLD-LIMIT / 10000
           MOVE 0 TO WS-NEW-RATE
           PERFORM WRITE-JOURNAL-PARA
           .
           DISPLAY WS-CLR-TREATMENT " " WS-CLR-YEAR " LIMIT REMOVED."
           .

       LIST-LIMITS-PARA.
           MOVE 0 TO WS-CLR-EOF
           MOVE 10000 TO WS-CLR-KEY
           .
           START CONTRIB-LIMIT-FILE KEY NOT LESS THAN WS-CLR-KEY
             INVALID KEY
               MOVE 1 TO WS-CLR-EOF
           END-START
           .
           PERFORM UNTIL END-OF-LIMITS
               READ CONTRIB-LIMIT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-CLR-EOF
                 NOT AT END
                   DISPLAY CLR-TAX-TREATMENT " " CLR-LIMIT-YEAR
                     "  LIMIT " CLR-ANNUAL-LIMIT
                     "  CATCH-UP " CLR-CATCH-UP-AMOUNT
                     " FROM AGE " CLR-CATCH-UP-AGE
               END-READ
           END-PERFORM
           .

      *> ONE RANGE PER RISK BAND AND HORIZON. A BAND AND HORIZON
      *> WITH NO RANGE ON FILE IS NOT CHECKED BY THE NIGHTLY RUN,
      *> WHICH COUNTS SUCH CLIENTS ON ITS TOTALS.
       SUITABILITY-MAINT-PARA.
           OPEN I-O SUITABILITY-FILE
           .
           IF SUT-NOT-FOUND THEN
               OPEN OUTPUT SUITABILITY-FILE
               CLOSE SUITABILITY-FILE
               OPEN I-O SUITABILITY-FILE
           END-IF
           .
           IF NOT SUT-FILE-OK THEN
               DISPLAY "THE SUITABILITY RANGE FILE COULD NOT BE "
                 "OPENED. STATUS: " WS-SUT-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM LIST-RANGES-PARA
           .
           DISPLAY "ENTER THE RISK BAND (1=CONSERVATIVE TO "
             "5=AGGRESSIVE, 0 TO LEAVE): " WITH NO ADVANCING
           MOVE 0 TO WS-SUT-BAND
           ACCEPT WS-SUT-BAND
           .
           IF NOT SUT-BAND-VALID THEN
               CLOSE SUITABILITY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE HORIZON - YEARS TO THE TARGET AGE "
             "(1=UNDER 5, 2=5-9, 3=10-19, 4=20 OR MORE, 0 TO "
             "LEAVE): " WITH NO ADVANCING
           MOVE 0 TO WS-SUT-HORIZON
           ACCEPT WS-SUT-HORIZON
           .
           IF NOT SUT-HORIZON-ENTERED THEN
               CLOSE SUITABILITY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-SUT-KEY = (WS-SUT-BAND * 10) + WS-SUT-HORIZON
           .
           READ SUITABILITY-FILE
             INVALID KEY
               MOVE 0 TO WS-SUT-ON-FILE
               INITIALIZE SUITABILITY-RECORD
               MOVE WS-SUT-BAND TO SUT-RISK-BAND
               MOVE WS-SUT-HORIZON TO SUT-HORIZON
               DISPLAY "BAND " WS-SUT-BAND " HORIZON " WS-SUT-HORIZON
                 " HAS NO RANGE ON FILE."
             NOT INVALID KEY
               MOVE 1 TO WS-SUT-ON-FILE
               DISPLAY "BAND " WS-SUT-BAND " HORIZON " WS-SUT-HORIZON
                 " EQUITY " SUT-EQUITY-MIN " TO " SUT-EQUITY-MAX
                 " PERCENT"
               DISPLAY "LAST CHANGED " SUT-CHANGED-DATE " BY "
                 SUT-CHANGED-BY
           END-READ
           .
           MOVE SUT-EQUITY-MIN TO WS-OLD-EQUITY-MIN
           MOVE SUT-EQUITY-MAX TO WS-OLD-EQUITY-MAX
           .
           IF WS-SUT-ON-FILE = 1 THEN
               DISPLAY "REMOVE THIS RANGE (Y/N): " WITH NO ADVANCING
               MOVE "N" TO WS-SUT-REMOVE
               ACCEPT WS-SUT-REMOVE
               IF RANGE-REMOVAL-WANTED THEN
                   PERFORM REMOVE-RANGE-PARA
                   CLOSE SUITABILITY-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .
           DISPLAY "ENTER THE LOWEST SUITABLE EQUITY PERCENT "
             "[CURRENT " WS-OLD-EQUITY-MIN "]: " WITH NO ADVANCING
           ACCEPT WS-NEW-EQUITY-MIN
           DISPLAY "ENTER THE HIGHEST SUITABLE EQUITY PERCENT "
             "[CURRENT " WS-OLD-EQUITY-MAX "]: " WITH NO ADVANCING
           ACCEPT WS-NEW-EQUITY-MAX
           .
           IF WS-NEW-EQUITY-MAX > 100
             OR WS-NEW-EQUITY-MIN > WS-NEW-EQUITY-MAX THEN
               DISPLAY "THE RANGE MUST RUN FROM A LOWER TO A HIGHER "
                 "PERCENT, NO HIGHER THAN 100. NOTHING CHANGED."
               CLOSE SUITABILITY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-SUT-ON-FILE = 1
             AND WS-NEW-EQUITY-MIN = WS-OLD-EQUITY-MIN
             AND WS-NEW-EQUITY-MAX = WS-OLD-EQUITY-MAX THEN
               DISPLAY "NO CHANGE."
               CLOSE SUITABILITY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-NEW-EQUITY-MIN TO SUT-EQUITY-MIN
           MOVE WS-NEW-EQUITY-MAX TO SUT-EQUITY-MAX
           COMPUTE SUT-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           MOVE OPERATOR_SIGN_ON TO SUT-CHANGED-BY
           .
           MOVE 0 TO WS-SAVE-SWITCH
           IF WS-SUT-ON-FILE = 1 THEN
               REWRITE SUITABILITY-RECORD
                 INVALID KEY
                   DISPLAY "THE RANGE COULD NOT BE UPDATED. "
                     "STATUS: " WS-SUT-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-REWRITE
           ELSE
               WRITE SUITABILITY-RECORD
                 INVALID KEY
                   DISPLAY "THE RANGE COULD NOT BE ADDED. "
                     "STATUS: " WS-SUT-STATUS
                 NOT INVALID KEY
                   MOVE 1 TO WS-SAVE-SWITCH
               END-WRITE
           END-IF
           .
           CLOSE SUITABILITY-FILE
           .
           IF NOT RECORD-SAVED THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-SUT-ON-FILE = 0
             OR WS-NEW-EQUITY-MIN NOT = WS-OLD-EQUITY-MIN THEN
               MOVE "SUIT EQUITY MIN" TO RJR-FIELD-NAME
               COMPUTE RJR-OLD-VALUE = WS-OLD-EQUITY-MIN / 100
               COMPUTE WS-NEW-RATE = WS-NEW-EQUITY-MIN / 100
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF WS-SUT-ON-FILE = 0
             OR WS-NEW-EQUITY-MAX NOT = WS-OLD-EQUITY-MAX THEN
               MOVE "SUIT EQUITY MAX" TO RJR-FIELD-NAME
               COMPUTE RJR-OLD-VALUE = WS-OLD-EQUITY-MAX / 100
               COMPUTE WS-NEW-RATE = WS-NEW-EQUITY-MAX / 100
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           DISPLAY "BAND " WS-SUT-BAND " HORIZON " WS-SUT-HORIZON
             " RANGE SAVED."
           .

       REMOVE-RANGE-PARA.
           DELETE SUITABILITY-FILE RECORD
             INVALID KEY
               DISPLAY "THE RANGE COULD NOT BE REMOVED. "
                 "STATUS: " WS-SUT-STATUS
               EXIT PARAGRAPH
           END-DELETE
           .
           MOVE "SUIT RANGE REMOVED" TO RJR-FIELD-NAME
           COMPUTE RJR-OLD-VALUE = WS-OLD-EQUITY-MAX / 100
           MOVE 0 TO WS-NEW-RATE
           PERFORM WRITE-JOURNAL-PARA
           .
           DISPLAY "BAND " WS-SUT-BAND " HORIZON " WS-SUT-HORIZON
             " RANGE REMOVED."
           .

       LIST-RANGES-PARA.
           MOVE 0 TO WS-SUT-EOF
           MOVE 11 TO WS-SUT-KEY
           .
           START SUITABILITY-FILE KEY NOT LESS THAN WS-SUT-KEY
             INVALID KEY
               MOVE 1 TO WS-SUT-EOF
           END-START
           .
           PERFORM UNTIL END-OF-RANGES
               READ SUITABILITY-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-SUT-EOF
                 NOT AT END
                   DISPLAY "BAND " SUT-RISK-BAND
                     "  HORIZON " SUT-HORIZON
                     "  EQUITY " SUT-EQUITY-MIN
                     " TO " SUT-EQUITY-MAX " PERCENT"
               END-READ
           END-PERFORM
           .

       COUNT-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-LAST-YEAR
           END-PERFORM
           .

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           MOVE OPERATOR_SIGN_ON TO RJR-OPERATOR-ID
           .
           EVALUATE RJR-FIELD-NAME
             WHEN "MARKET HOLIDAY"
               COMPUTE RJR-KEY-VALUE =
                 FUNCTION MOD(WS-NEW-HOLIDAY, 10000)
             WHEN "RMD DIVISOR"
               MOVE WS-LEX-KEY TO RJR-KEY-VALUE
             WHEN "SHOCK EQUITY"
             WHEN "SHOCK BOND"
             WHEN "SHOCK CASH"
             WHEN "SHOCK REMOVED"
               MOVE WS-SHK-KEY TO RJR-KEY-VALUE
             WHEN "CONTRIB LIMIT $10K D"
             WHEN "CONTRIB LIMIT $10K F"
             WHEN "CATCH-UP AGE D"
             WHEN "CATCH-UP AGE F"
             WHEN "CATCH-UP AMT $10K D"
             WHEN "CATCH-UP AMT $10K F"
             WHEN "LIMIT REMOVED D"
             WHEN "LIMIT REMOVED F"
               MOVE WS-CLR-YEAR TO RJR-KEY-VALUE
             WHEN "SUIT EQUITY MIN"
             WHEN "SUIT EQUITY MAX"
             WHEN "SUIT RANGE REMOVED"
               MOVE WS-SUT-KEY TO RJR-KEY-VALUE
             WHEN OTHER
               MOVE WS-SCENARIO-PICK TO RJR-KEY-VALUE
           END-EVALUATE
