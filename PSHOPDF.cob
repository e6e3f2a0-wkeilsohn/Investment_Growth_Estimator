       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSHOPDF.
       AUTHOR. WILLIAM-KEILSOHN.
      *> SHOP-WIDE DEFAULTS MAINTENANCE. THE NEW VALUES ARE NOT
      *> WRITTEN TO SHOPDFLT HERE: THEY ARE HELD AS A PENDING
      *> CHANGE REQUEST (PPENDWR) WITH THE RECORD AS IT STANDS
      *> TODAY, AND TAKE EFFECT ONLY WHEN A SECOND, DIFFERENT
      *> SUPERVISOR APPROVES THEM FROM THE PAPPROV QUEUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01 WS-CURRENT-TAX-RATE PIC 99V9999 VALUE 0.
       01 WS-CURRENT-RPT-RETENTION PIC 9(5) VALUE 90.
       01 WS-CURRENT-CONTRIB-GROWTH PIC 99V9999 VALUE 0.
       01 WS-CURRENT-DRIFT-TOLERANCE PIC 9(3) VALUE 5.
       01 WS-CURRENT-MOVE-PCT PIC 9(3) VALUE 10.
       01 WS-CURRENT-MOVE-AMT PIC 9(8)V99 VALUE 5000.
       01 WS-CURRENT-RISK-MAX-DAYS PIC 9(4) VALUE 365.
       01 WS-DFLT-BEFORE-IMAGE PIC X(150) VALUE SPACES.
           COPY PENDREC.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
               MOVE 0 TO WS-CURRENT-CONTRIB-GROWTH
           END-IF
           .
           DISPLAY "CURRENT ALLOCATION DRIFT TOLERANCE IN "
             "PERCENTAGE POINTS: " WS-CURRENT-DRIFT-TOLERANCE
           .
           DISPLAY "ENTER NEW DRIFT TOLERANCE IN PERCENTAGE POINTS: "
             WITH NO ADVANCING
           .
           ACCEPT WS-CURRENT-DRIFT-TOLERANCE
           .
           IF WS-CURRENT-DRIFT-TOLERANCE = 0
             OR WS-CURRENT-DRIFT-TOLERANCE > 50 THEN
               DISPLAY "THE DRIFT TOLERANCE MUST BE 1 TO 50 POINTS. "
                 "SETTING TO 5."
               MOVE 5 TO WS-CURRENT-DRIFT-TOLERANCE
           END-IF
           .
           DISPLAY "CURRENT FEED MOVEMENT TOLERANCE PERCENT: "
             WS-CURRENT-MOVE-PCT
           .
           DISPLAY "ENTER NEW FEED MOVEMENT TOLERANCE PERCENT: "
             WITH NO ADVANCING
           .
           ACCEPT WS-CURRENT-MOVE-PCT
           .
           IF WS-CURRENT-MOVE-PCT = 0
             OR WS-CURRENT-MOVE-PCT > 100 THEN
               DISPLAY "THE MOVEMENT TOLERANCE MUST BE 1 TO 100 "
                 "PERCENT. SETTING TO 10."
               MOVE 10 TO WS-CURRENT-MOVE-PCT
           END-IF
           .
           DISPLAY "CURRENT FEED MOVEMENT TOLERANCE AMOUNT: "
             WS-CURRENT-MOVE-AMT
           .
           DISPLAY "ENTER NEW FEED MOVEMENT TOLERANCE AMOUNT "
             "(0 FOR PERCENT ONLY): " WITH NO ADVANCING
           .
           ACCEPT WS-CURRENT-MOVE-AMT
           .
           DISPLAY "CURRENT RISK QUESTIONNAIRE MAXIMUM AGE IN DAYS: "
             WS-CURRENT-RISK-MAX-DAYS
           .
           DISPLAY "ENTER NEW RISK QUESTIONNAIRE MAXIMUM AGE IN "
             "DAYS: " WITH NO ADVANCING
           .
           ACCEPT WS-CURRENT-RISK-MAX-DAYS
           .
           IF WS-CURRENT-RISK-MAX-DAYS < 30
             OR WS-CURRENT-RISK-MAX-DAYS > 1825 THEN
               DISPLAY "THE QUESTIONNAIRE AGE MUST BE 30 TO 1825 "
                 "DAYS. SETTING TO 365."
               MOVE 365 TO WS-CURRENT-RISK-MAX-DAYS
           END-IF
           .
           PERFORM SAVE-DEFAULTS-PARA
           .
           IF PND-REQUEST-ID > 0 THEN
               DISPLAY "SHOP-WIDE DEFAULT CHANGES BY "
                 OPERATOR_SIGN_ON " HELD AS REQUEST " PND-REQUEST-ID
                 " FOR A SECOND SUPERVISOR'S APPROVAL."
           ELSE
               DISPLAY "THE DEFAULT CHANGES COULD NOT BE HELD FOR "
                 "APPROVAL. NOTHING HAS CHANGED."
           END-IF
           .
           GOBACK
           .
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SHOP-DEFAULTS-RECORD TO WS-DFLT-BEFORE-IMAGE
                   MOVE SHOP-DEFAULT-GOAL-AMOUNT TO WS-CURRENT-GOAL
                   MOVE SHOP-DEFAULT-COMPOUND-FREQUENCY TO
                     WS-CURRENT-COMPOUND-FREQ
                       MOVE SHOP-DEFAULT-CONTRIB-GROWTH TO
                         WS-CURRENT-CONTRIB-GROWTH
                   END-IF
                   IF SHOP-DRIFT-TOLERANCE-PCT NUMERIC
                     AND SHOP-DRIFT-TOLERANCE-PCT > 0 THEN
                       MOVE SHOP-DRIFT-TOLERANCE-PCT TO
                         WS-CURRENT-DRIFT-TOLERANCE
                   END-IF
                   IF SHOP-MOVE-TOLERANCE-PCT NUMERIC
                     AND SHOP-MOVE-TOLERANCE-PCT > 0 THEN
                       MOVE SHOP-MOVE-TOLERANCE-PCT TO
                         WS-CURRENT-MOVE-PCT
                   END-IF
                   IF SHOP-MOVE-TOLERANCE-AMT NUMERIC THEN
                       MOVE SHOP-MOVE-TOLERANCE-AMT TO
                         WS-CURRENT-MOVE-AMT
                   END-IF
                   IF SHOP-RISK-QUEST-MAX-DAYS NUMERIC
                     AND SHOP-RISK-QUEST-MAX-DAYS > 0 THEN
                       MOVE SHOP-RISK-QUEST-MAX-DAYS TO
                         WS-CURRENT-RISK-MAX-DAYS
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           MOVE WS-CURRENT-CONTRIB-GROWTH TO
             SHOP-DEFAULT-CONTRIB-GROWTH
           .
           MOVE WS-CURRENT-DRIFT-TOLERANCE TO SHOP-DRIFT-TOLERANCE-PCT
           .
           MOVE WS-CURRENT-MOVE-PCT TO SHOP-MOVE-TOLERANCE-PCT
           .
           MOVE WS-CURRENT-MOVE-AMT TO SHOP-MOVE-TOLERANCE-AMT
           .
           MOVE WS-CURRENT-RISK-MAX-DAYS TO SHOP-RISK-QUEST-MAX-DAYS
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           MOVE OPERATOR_SIGN_ON TO SHOP-LAST-UPDATED-BY
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           INITIALIZE PENDING-CHANGE-RECORD
           .
           MOVE "D" TO PND-REQUEST-TYPE
           MOVE 0 TO PND-KEY-VALUE
           MOVE OPERATOR_SIGN_ON TO PND-REQUESTED-BY
           MOVE WS-DFLT-BEFORE-IMAGE TO PND-BEFORE-IMAGE
           MOVE SHOP-DEFAULTS-RECORD TO PND-AFTER-IMAGE
           .
           CALL "PPENDWR" USING PENDING-CHANGE-RECORD
           .
