       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINVSTM.
       AUTHOR. WILLIAM-KEILSOHN.
      *> EACH LETTER GOES WHERE THE CLIENT'S CONTACT RECORD
      *> (CONTFILE) SAYS: PRINTED FOR MAIL WITH THE ADDRESS BLOCK
      *> ON STMTFILE, OR TO THE E-DELIVERY OUTPUT ON ESTMFILE. A
      *> DO-NOT-CONTACT CLIENT, OR ONE WHOSE MAIL HAS COME BACK AND
      *> WHO IS NOT ON E-DELIVERY, GETS NO LETTER. EVERY LETTER
      *> HELD BACK OR SENT WITHOUT A USABLE ADDRESS IS LISTED ON
      *> STMTEXC FOR THE SERVICE DESK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STMT-STATUS.
           SELECT EMAIL-STATEMENT-FILE ASSIGN TO "ESTMFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ESTM-STATUS.
           SELECT STATEMENT-EXCEPTION-FILE ASSIGN TO "STMTEXC"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SEXC-STATUS.
           SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CONT-KEY
             FILE STATUS IS WS-CONT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
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
             RELATIVE KEY IS WS-PLAN-KEY
             FILE STATUS IS WS-PLAN-STATUS.
           SELECT OPTIONAL RMD-FILE ASSIGN TO "RMDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RMD-KEY
             FILE STATUS IS WS-RMD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY SHOPDFLT.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).
       FD EMAIL-STATEMENT-FILE.
       01 EMAIL-STATEMENT-LINE PIC X(80).
       FD STATEMENT-EXCEPTION-FILE.
       01 STATEMENT-EXCEPTION-LINE PIC X(132).
       FD CONTACT-FILE.
           COPY CONTREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD PLAN-FILE.
           COPY PLANREC.
       FD RMD-FILE.
           COPY RMDREC.
       WORKING-STORAGE SECTION.
       01 WS-ESTM-STATUS PIC X(2) VALUE "00".
       01 WS-SEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CONT-KEY PIC 9(6) VALUE 0.
       01 WS-CONT-STATUS PIC X(2) VALUE "00".
       01 WS-CONT-OPEN PIC 9 VALUE 0.
         88 CONTACT-FILE-IS-OPEN VALUE 1.
       01 WS-CONT-FOUND PIC 9 VALUE 0.
         88 CONTACT-WAS-FOUND VALUE 1.
       01 WS-CONT-MEMBER-IDX PIC 9(2) VALUE 0.
      *> HOW THE CURRENT LETTER GOES OUT. A CLIENT'S SECOND AND
      *> LATER ACCOUNT LETTERS REUSE THE FIRST LETTER'S ROUTE, SO
      *> THE CLIENT IS LISTED ON THE EXCEPTIONS ONCE.
       01 WS-LETTER-ROUTE PIC X VALUE "M".
         88 LETTER-BY-MAIL VALUE "M".
         88 LETTER-BY-EMAIL VALUE "E".
         88 LETTER-SUPPRESSED VALUE "S".
       01 WS-ROUTE-CLIENT PIC 9(6) VALUE 0.
       01 WS-ROUTE-JOINT PIC 9 VALUE 0.
       01 WS-EMAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-ADDRESS-NAME PIC X(40) VALUE SPACES.
       01 WS-ADDRESS-CITY-LINE PIC X(40) VALUE SPACES.
       01 WS-STMT-EMAIL-LINE.
         05 FILLER PIC X(24) VALUE "DELIVERED BY E-MAIL TO: ".
         05 WS-STMT-EMAIL-ADDRESS PIC X(40).
       01 WS-RETURNED-DATE-EDITED PIC 9999/99/99.
       01 WS-EXC-HEADING-1.
         05 FILLER PIC X(42) VALUE
             "STATEMENT DELIVERY EXCEPTIONS".
         05 FILLER PIC X(10) VALUE "RUN DATE: ".
         05 WS-EXC-HDG-YEAR PIC 9(4).
         05 FILLER PIC X VALUE "/".
         05 WS-EXC-HDG-MONTH PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 WS-EXC-HDG-DAY PIC 9(2).
       01 WS-EXC-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(22) VALUE "NAME".
         05 FILLER PIC X(36) VALUE "REASON".
         05 FILLER PIC X(22) VALUE "DETAIL".
         05 FILLER PIC X(22) VALUE "ACTION".
       01 WS-EXC-DETAIL.
         05 WS-EXC-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-EXC-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-EXC-REASON PIC X(34).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-EXC-TEXT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-EXC-ACTION PIC X(20).
       01 WS-EXC-TOTAL-LINE.
         05 WS-EXC-TOT-LABEL PIC X(40).
         05 WS-EXC-TOT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-PLAN-KEY PIC 9(6) VALUE 0.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-PLAN-OPEN PIC 9 VALUE 0.
         05 WS-STMT-PLAN-FRESH PIC ZZ9.
         05 FILLER PIC X(14) VALUE " VS BASELINE ".
         05 WS-STMT-PLAN-BASE PIC ZZ9.
       01 WS-RMD-KEY PIC 9(6) VALUE 0.
       01 WS-RMD-STATUS PIC X(2) VALUE "00".
       01 WS-RMD-OPEN PIC 9 VALUE 0.
         88 RMD-FILE-IS-OPEN VALUE 1.
       01 WS-RMD-CLIENT PIC 9(6) VALUE 0.
       01 WS-RMD-MEMBER-IDX PIC 9(2) VALUE 0.
       01 WS-RMD-YEAR-EDITED PIC 9(4).
       01 WS-RMD-DIVISOR-EDITED PIC Z9.9.
       01 WS-RMD-DATE-EDITED PIC 9999/99/99.
       01 WS-RMD-AMOUNT-FMT PIC X(20) VALUE SPACES.
       01 WS-RMD-BALANCE-FMT PIC X(20) VALUE SPACES.
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOALF-STATUS PIC X(2) VALUE "00".
       01 WS-GOALF-OPEN PIC 9 VALUE 0.
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-SLOT PIC 9 VALUE 0.
       01 WS-GOAL-SHOWN PIC 9 VALUE 0.
       01 WS-GOAL-FUNDED-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-FUND-ACCT PIC 9(2) VALUE 0.
       01 WS-CLIENT-ACCOUNTS.
         05 WS-ACCT-BALANCE PIC 9(8)V99 OCCURS 9 TIMES.
           COPY FUNDPARM.
       01 WS-GOAL-AGE-WORK PIC 9(3) VALUE 0.
       01 WS-GOAL-YEARS-WORK PIC 9(3) VALUE 0.
       01 WS-STMT-GOALS-HEADING PIC X(30) VALUE
         05 WS-STMT-GI-TARGET PIC 9(8).
         05 FILLER PIC X(17) VALUE "  PROJECTED AGE: ".
         05 WS-STMT-GI-AGE PIC ZZ9.
       01 WS-STMT-GOAL-FUND-LINE.
         05 FILLER PIC X(14) VALUE SPACES.
         05 FILLER PIC X(8) VALUE "FUNDED: ".
         05 WS-STMT-GF-FUNDED PIC X(20).
         05 FILLER PIC X(13) VALUE "  SHORTFALL: ".
         05 WS-STMT-GF-SHORTFALL PIC X(20).
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-TRANSACTIONS VALUE 1.
       01 WS-STATEMENT-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAN-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SHOP-DEFAULT-INFLATION PIC 99V9999 VALUE 0.
       01 WS-SHOP-TAX-RATE PIC 99V9999 VALUE 0.
       01 WS-EFFECTIVE-TAX-RATE PIC 99V9999 VALUE 0.
       01 WS-SAVED-IMAGE PIC X(100) VALUE SPACES.
       01 WS-CLIENT-COMBINED PIC 9(11)V99 VALUE 0.
       01 WS-CLIENT-CAPPED PIC 9(8)V99 VALUE 0.
      *> THE MONEY THE PLAN GOAL IS PROJECTED ON: THE CAPPED
      *> BALANCE, LESS WHATEVER THE NAMED GOALS TAKE.
       01 WS-PLAN-AMOUNT PIC 9(8)V99 VALUE 0.
      *> THE MONEY AND FRESH GOAL AGE AN ACCEPTED BASELINE IS
      *> RE-MEASURED WITH.
       01 WS-BASELINE-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-BASELINE-FRESH-AGE PIC 9(3) VALUE 0.
       01 WS-BASELINE-YEARS PIC 9(3) VALUE 0.
       01 WS-CLIENT-SECTIONS PIC 9 VALUE 0.
         88 CLIENT-SECTIONS-WANTED VALUE 1.
       01 WS-CLIENT-GOAL-AGE PIC 9(3) VALUE 0.
       01 WS-HH-COUNT PIC 9(3) VALUE 0.
       01 WS-HH-IDX PIC 9(3) VALUE 0.
       01 WS-HH-FOUND-IDX PIC 9(3) VALUE 0.
      *> MEMBERS LISTED PER HOUSEHOLD FOR THE JOINT LETTER'S
      *> CONTACT AND DISTRIBUTION PARAGRAPHS. A LARGER HOUSEHOLD
      *> IS STILL POOLED IN FULL BUT IS REPORTED ON THE CONSOLE.
       01 WS-HH-MEMBER-MAX PIC 9(2) VALUE 10.
       01 WS-HOUSEHOLD-TABLE.
         05 WS-HH-ENTRY OCCURS 500 TIMES.
           10 WS-HH-ID PIC 9(6).
           10 WS-HH-ADVISOR PIC 9(4).
           10 WS-HH-TAX PIC X(1).
           10 WS-HH-NAME PIC X(20).
           10 WS-HH-MEMBER-LIST.
             15 WS-HH-MEMBER-ID PIC 9(6) OCCURS 10 TIMES.
       01 WS-HH-LETTER-NAME PIC X(20) VALUE SPACES.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PINVSTM WROTE " WS-STATEMENT-COUNT " STATEMENTS ("
             WS-EMAIL-COUNT " BY E-MAIL), SUPPRESSED "
             WS-SUPPRESSED-COUNT "."
           .
           IF WS-STATEMENT-COUNT = 0 OR WS-EXCEPTION-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

               DISPLAY "PINVSTM COULD NOT OPEN THE TRANSACTION FILE. "
                 "STATUS: " WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           END-IF
           .
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EMAIL-STATEMENT-FILE
           OPEN OUTPUT STATEMENT-EXCEPTION-FILE
           .
           MOVE WS-CURRENT-YEAR TO WS-EXC-HDG-YEAR
           MOVE WS-CURRENT-MONTH TO WS-EXC-HDG-MONTH
           MOVE WS-CURRENT-DAY TO WS-EXC-HDG-DAY
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-HEADING-1
           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-COLUMN-LINE
           .
           OPEN INPUT CONTACT-FILE
           .
           IF WS-CONT-STATUS = "00" THEN
               MOVE 1 TO WS-CONT-OPEN
           ELSE
               MOVE 0 TO WS-CONT-OPEN
               DISPLAY "PINVSTM: NO CLIENT CONTACT FILE - EVERY "
                 "LETTER IS PRINTED UNADDRESSED AND LISTED."
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
               MOVE 0 TO WS-PLAN-OPEN
           END-IF
           .
           OPEN INPUT RMD-FILE
           .
           IF WS-RMD-STATUS = "00" THEN
               MOVE 1 TO WS-RMD-OPEN
           ELSE
               MOVE 0 TO WS-RMD-OPEN
           END-IF
           .

       CLOSE-FILES-PARA.
           PERFORM WRITE-EXCEPTION-TOTALS-PARA
           .
           CLOSE TRANSACTION-FILE
           CLOSE STATEMENT-FILE
           CLOSE EMAIL-STATEMENT-FILE
           CLOSE STATEMENT-EXCEPTION-FILE
           .
           IF CONTACT-FILE-IS-OPEN THEN
               CLOSE CONTACT-FILE
           END-IF
           .
           IF RATES-IS-OPEN THEN
               CLOSE RATES-FILE
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
           .
           IF RMD-FILE-IS-OPEN THEN
               CLOSE RMD-FILE
           END-IF
           .

       LOAD-DEFAULTS-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           READ TRANSACTION-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
             NOT AT END
               ADD 1 TO WS-TRAN-READ-COUNT
           END-READ
           .

           MOVE CLIENT-TRANSACTION-RECORD TO WS-SAVED-IMAGE
           .
           MOVE 0 TO WS-CLIENT-COMBINED
           MOVE ZEROS TO WS-CLIENT-ACCOUNTS
           MOVE 0 TO WS-MC-CONTRIBUTION
           .
      *> THE MONTE CARLO SECTION RUNS ON THE CLIENT AS A WHOLE, SO
      *> IT TAKES THE PLANNED CONTRIBUTIONS OF ALL THE ACCOUNTS.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
             UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO
                 CLIENT-TRANSACTION-RECORD
               ADD TRN-STARTING-AMOUNT TO WS-CLIENT-COMBINED
               IF TRN-PLANNED-CONTRIB NUMERIC THEN
                   ADD TRN-PLANNED-CONTRIB TO WS-MC-CONTRIBUTION
               END-IF
               MOVE TRN-CONTRIB-GROWTH-RATE TO WS-MC-CONTRIB-GROWTH
               IF TRN-ACCOUNT-NUMBER > 0 THEN
                   ADD TRN-STARTING-AMOUNT
                     TO WS-ACCT-BALANCE(TRN-ACCOUNT-NUMBER)
               END-IF
           END-PERFORM
           .
           COMPUTE WS-CLIENT-CAPPED = WS-CLIENT-COMBINED
           .
      *> THE CLIENT-LEVEL SECTIONS PROJECT THE COMBINED BALANCE
      *> AGAINST THE CLIENT GOAL, NOT THIS LETTER'S SINGLE
      *> ACCOUNT SLICE - AND ONLY THE PART OF IT THE NAMED GOALS
      *> DO NOT TAKE.
           IF CLIENT-SECTIONS-WANTED THEN
               PERFORM FUND-PLAN-AND-GOALS-PARA
               CALL "PINV2" USING WS-PLAN-AMOUNT,
                                  TRN-GOAL-AMOUNT,
                                  WS-AGE,
                                  WS-CLIENT-GOAL-AGE,
               COMPUTE WS-MC-SEED =
                 (TRN-CLIENT-ID * 10000)
                 + (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY
               CALL "PMONTE" USING WS-PLAN-AMOUNT,
                                   WS-MC-CONTRIBUTION,
                                   WS-MC-FREQUENCY,
                                   WS-CLIENT-YEARS,
               MOVE 1 TO WS-MC-RAN
           END-IF
           .
           PERFORM RESOLVE-DELIVERY-PARA
           .
           IF LETTER-SUPPRESSED THEN
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM WRITE-LETTER-PARA
           .
           ADD 1 TO WS-STATEMENT-COUNT
           .
           IF LETTER-BY-EMAIL THEN
               ADD 1 TO WS-EMAIL-COUNT
           END-IF
           .

      *> DECIDES HOW THIS LETTER GOES OUT FROM THE CONTACT RECORD.
      *> A JOINT LETTER USES THE FIRST MEMBER WITH A CONTACT
      *> RECORD. DO-NOT-CONTACT STOPS EVERY LETTER; RETURNED MAIL
      *> STOPS ONLY THE PRINTED ONE, SO AN E-DELIVERY CLIENT STILL
      *> GETS THE E-MAIL. E-DELIVERY WITH NO E-MAIL ADDRESS FALLS
      *> BACK TO THE PRINTED LETTER.
       RESOLVE-DELIVERY-PARA.
           IF TRN-CLIENT-ID = WS-ROUTE-CLIENT
             AND WS-JOINT-LETTER = WS-ROUTE-JOINT THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE TRN-CLIENT-ID TO WS-ROUTE-CLIENT
           MOVE WS-JOINT-LETTER TO WS-ROUTE-JOINT
           MOVE "M" TO WS-LETTER-ROUTE
           MOVE 0 TO WS-CONT-FOUND
           .
           IF CONTACT-FILE-IS-OPEN THEN
               IF WRITING-JOINT-LETTER THEN
                   PERFORM VARYING WS-CONT-MEMBER-IDX FROM 1 BY 1
                     UNTIL WS-CONT-MEMBER-IDX > WS-HH-MEMBER-MAX
                     OR CONTACT-WAS-FOUND
                       IF WS-HH-MEMBER-ID(WS-HH-IDX, WS-CONT-MEMBER-IDX)
                         > 0 THEN
                           MOVE WS-HH-MEMBER-ID
                             (WS-HH-IDX, WS-CONT-MEMBER-IDX)
                             TO WS-CONT-KEY
                           PERFORM READ-CONTACT-PARA
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE TRN-CLIENT-ID TO WS-CONT-KEY
                   PERFORM READ-CONTACT-PARA
               END-IF
           END-IF
           .
           IF NOT CONTACT-WAS-FOUND THEN
               INITIALIZE CLIENT-CONTACT-RECORD
               MOVE "NO CONTACT RECORD ON FILE" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               MOVE "PRINTED UNADDRESSED" TO WS-EXC-ACTION
               PERFORM WRITE-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF CON-IS-DO-NOT-CONTACT THEN
               MOVE "S" TO WS-LETTER-ROUTE
               MOVE "DO NOT CONTACT" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               MOVE "SUPPRESSED" TO WS-EXC-ACTION
               PERFORM WRITE-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF CON-DELIVER-BY-EMAIL THEN
               IF CON-EMAIL-ADDRESS NOT = SPACES THEN
                   MOVE "E" TO WS-LETTER-ROUTE
                   EXIT PARAGRAPH
               END-IF
               MOVE "E-DELIVERY WITH NO E-MAIL ADDRESS" TO
                 WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               MOVE "PRINTED FOR MAIL" TO WS-EXC-ACTION
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           .
           IF CON-MAIL-RETURNED THEN
               MOVE "S" TO WS-LETTER-ROUTE
               MOVE "MAIL RETURNED - ADDRESS UNKNOWN" TO WS-EXC-REASON
               MOVE CON-RETURNED-DATE TO WS-RETURNED-DATE-EDITED
               MOVE SPACES TO WS-EXC-TEXT
               STRING "RETURNED " WS-RETURNED-DATE-EDITED
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               MOVE "SUPPRESSED" TO WS-EXC-ACTION
               PERFORM WRITE-EXCEPTION-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF CON-ADDRESS-LINE-1 = SPACES THEN
               MOVE "NO MAILING ADDRESS ON FILE" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-TEXT
               MOVE "PRINTED UNADDRESSED" TO WS-EXC-ACTION
               PERFORM WRITE-EXCEPTION-PARA
           END-IF
           .

       READ-CONTACT-PARA.
           READ CONTACT-FILE
             INVALID KEY
               MOVE 0 TO WS-CONT-FOUND
             NOT INVALID KEY
               MOVE 1 TO WS-CONT-FOUND
           END-READ
           .

       WRITE-EXCEPTION-PARA.
           MOVE TRN-CLIENT-ID TO WS-EXC-CLIENT
           MOVE TRN-CLIENT-NAME TO WS-EXC-NAME
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT
           .

       WRITE-EXCEPTION-TOTALS-PARA.
           MOVE SPACES TO STATEMENT-EXCEPTION-LINE
           WRITE STATEMENT-EXCEPTION-LINE
           .
           MOVE "LETTERS PRINTED FOR MAIL" TO WS-EXC-TOT-LABEL
           COMPUTE WS-EXC-TOT-COUNT =
             WS-STATEMENT-COUNT - WS-EMAIL-COUNT
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE
           .
           MOVE "LETTERS SENT BY E-MAIL" TO WS-EXC-TOT-LABEL
           MOVE WS-EMAIL-COUNT TO WS-EXC-TOT-COUNT
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE
           .
           MOVE "LETTERS SUPPRESSED" TO WS-EXC-TOT-LABEL
           MOVE WS-SUPPRESSED-COUNT TO WS-EXC-TOT-COUNT
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE
           .
           MOVE "DELIVERY EXCEPTIONS LISTED" TO WS-EXC-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-EXC-TOT-COUNT
           WRITE STATEMENT-EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE
           .

       TALLY-HOUSEHOLD-PARA.
           MOVE 0 TO WS-HH-FOUND-IDX
               MOVE 0 TO WS-HH-LAST-CLIENT(WS-HH-FOUND-IDX)
               MOVE 0 TO WS-HH-TOTAL(WS-HH-FOUND-IDX)
               MOVE 0 TO WS-HH-GOAL(WS-HH-FOUND-IDX)
               INITIALIZE WS-HH-MEMBER-LIST(WS-HH-FOUND-IDX)
               MOVE TRN-PERCENT-RATE TO WS-HH-RATE(WS-HH-FOUND-IDX)
               MOVE TRN-ANNUAL-FEE-RATE TO WS-HH-FEE(WS-HH-FOUND-IDX)
               MOVE TRN-CURRENCY-SYMBOL TO
               ADD 1 TO WS-HH-MEMBERS(WS-HH-FOUND-IDX)
               MOVE TRN-CLIENT-ID TO
                 WS-HH-LAST-CLIENT(WS-HH-FOUND-IDX)
               IF WS-HH-MEMBERS(WS-HH-FOUND-IDX) > WS-HH-MEMBER-MAX
                 THEN
                   DISPLAY "*** HOUSEHOLD " TRN-HOUSEHOLD-ID
                     " HAS MORE THAN " WS-HH-MEMBER-MAX " MEMBERS - "
                     "CLIENT " TRN-CLIENT-ID " IS POOLED BUT ITS "
                     "CONTACT AND DISTRIBUTION PARAGRAPH ARE LEFT "
                     "OFF THE JOINT LETTER. ***"
               ELSE
                   MOVE TRN-CLIENT-ID TO WS-HH-MEMBER-ID
                     (WS-HH-FOUND-IDX, WS-HH-MEMBERS(WS-HH-FOUND-IDX))
               END-IF
           END-IF
           .

           .
           PERFORM WRITE-BLANK-PARA
           .
           PERFORM WRITE-ADDRESS-BLOCK-PARA
           .
           MOVE TRN-CLIENT-ID TO WS-STMT-CLIENT-ID
           MOVE WS-STMT-CLIENT-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           IF TRN-ACCOUNT-NUMBER > 0 THEN
               MOVE TRN-ACCOUNT-NUMBER TO WS-STMT-ACCOUNT
               MOVE WS-STMT-ACCOUNT-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .
           MOVE TRN-CLIENT-NAME TO WS-STMT-CLIENT-NAME
           MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE WS-BIRTH-DAY-COMMON TO WS-STMT-BIRTHDAY
           MOVE WS-STMT-BIRTH-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           IF ADVISOR-FILE-IS-OPEN AND TRN-ADVISOR-CODE > 0 THEN
                 NOT INVALID KEY
                   MOVE ADV-ADVISOR-NAME TO WS-STMT-ADV-NAME
                   MOVE ADV-BRANCH TO WS-STMT-ADV-BRANCH
                   MOVE WS-STMT-ADVISOR-LINE TO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE-PARA
                   ADD 1 TO WS-LINES-WRITTEN
               END-READ
           END-IF
           ELSE
               MOVE "DEAR CLIENT:" TO STATEMENT-LINE
           END-IF
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE "HERE IS THE CURRENT PROJECTION FOR YOUR INVESTMENT "
             TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE "GOAL, PREPARED FROM OUR MOST RECENT NIGHTLY REVIEW."
             TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM WRITE-BLANK-PARA
           MOVE TRN-STARTING-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-STMT-BALANCE
           MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE TRN-GOAL-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-STMT-GOAL
           MOVE WS-STMT-GOAL-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM WRITE-BLANK-PARA
           .
           MOVE "PROJECTED OUTCOMES OVER YOUR YEARS TO GOAL:"
             TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM VARYING WS-SCENARIO-IDX FROM 1 BY 1
                 WS-STMT-SCEN-GOAL
               MOVE WS-SCENARIO-NET-GOAL-FMT(WS-SCENARIO-IDX) TO
                 WS-STMT-SCEN-NET
               MOVE WS-STMT-SCENARIO-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               IF WS-EFFECTIVE-TAX-RATE > 0 THEN
                   MOVE WS-SCENARIO-AFTER-TAX-FMT(WS-SCENARIO-IDX)
                     TO WS-STMT-SCEN-AFTER-TAX
                   MOVE WS-STMT-AFTER-TAX-LINE TO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE-PARA
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-PERFORM
           .
           IF WS-REAL-GOAL-FORMAT NOT = SPACES THEN
               MOVE WS-REAL-GOAL-FORMAT TO WS-STMT-REAL-GOAL
               MOVE WS-STMT-REAL-GOAL-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .
           IF WS-YEARS-TO-GROW > 0 THEN
               MOVE WS-GOAL-AGE TO WS-STMT-GOAL-AGE
               MOVE WS-STMT-GOAL-AGE-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           ELSE
               IF TRN-STARTING-AMOUNT NOT LESS THAN TRN-GOAL-AMOUNT
                   MOVE "YOUR GOAL CANNOT BE REACHED AT THE ASSUMED "
                     TO STATEMENT-LINE
               END-IF
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               IF TRN-STARTING-AMOUNT LESS THAN TRN-GOAL-AMOUNT THEN
                   MOVE "RATE - PLEASE SPEAK WITH YOUR ADVISOR."
                     TO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE-PARA
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-IF
               PERFORM WRITE-PLAN-STATUS-PARA
           END-IF
           .
      *> A JOINT LETTER CARRIES THE DISTRIBUTION PARAGRAPH OF
      *> EACH MEMBER WHO HAS ONE, SINCE NO MEMBER GETS A LETTER
      *> OF THEIR OWN.
           IF CLIENT-SECTIONS-WANTED THEN
               IF WRITING-JOINT-LETTER THEN
                   PERFORM VARYING WS-RMD-MEMBER-IDX FROM 1 BY 1
                     UNTIL WS-RMD-MEMBER-IDX > WS-HH-MEMBER-MAX
                       MOVE WS-HH-MEMBER-ID
                         (WS-HH-IDX, WS-RMD-MEMBER-IDX)
                         TO WS-RMD-CLIENT
                       IF WS-RMD-CLIENT > 0 THEN
                           PERFORM WRITE-RMD-SECTION-PARA
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE TRN-CLIENT-ID TO WS-RMD-CLIENT
                   PERFORM WRITE-RMD-SECTION-PARA
               END-IF
           END-IF
           .
           IF SIMULATION-RAN THEN
               MOVE WS-MC-SUCCESS TO WS-STMT-ODDS-PCT
               MOVE WS-STMT-ODDS-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               MOVE WS-MC-P50-FORMAT TO WS-STMT-MEDIAN
               MOVE WS-STMT-MEDIAN-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .
           PERFORM WRITE-BLANK-PARA
           .
           MOVE WS-STMT-FOOTER-1 TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE WS-STMT-FOOTER-2 TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE WS-STMT-FOOTER-3 TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE WS-STMT-FOOTER-4 TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM WRITE-BLANK-PARA
             UNTIL WS-LINES-WRITTEN NOT LESS THAN WS-LINES-PER-PAGE
           .

      *> THE CLIENT'S ACTIVE NAMED GOALS ARE READ ONCE PER
      *> CLIENT AND THE BALANCE IS SPLIT OVER THEM: THE ACCOUNTS
      *> EARMARKED TO EACH ON THE FUNDING FILE PLUS ITS TURN OF
      *> THE UNASSIGNED MONEY IN FUNDING PRIORITY ORDER. THE PLAN
      *> GOAL GETS ONLY WHAT IS LEFT OVER. THE JOINT HOUSEHOLD
      *> LETTER SKIPS THE NAMED GOALS - THE SHARED GOAL IS THE
      *> ONE SHOWN, ON THE WHOLE POOLED BALANCE.
       FUND-PLAN-AND-GOALS-PARA.
           INITIALIZE GOAL-FUNDING-AREA
           MOVE 0 TO WS-GOAL-SHOWN
           MOVE WS-CLIENT-CAPPED TO WS-PLAN-AMOUNT
           .
           IF NOT GOAL-FILE-IS-OPEN OR WRITING-JOINT-LETTER THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               COMPUTE WS-GOAL-KEY =
                 NOT INVALID KEY
                   IF NOT GOL-IS-INACTIVE
                     AND GOL-GOAL-AMOUNT > 0 THEN
                       MOVE GOL-GOAL-AMOUNT
                         TO GFA-GOAL-AMOUNT(WS-GOAL-SLOT)
                       ADD 1 TO WS-GOAL-SHOWN
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-GOAL-SHOWN = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM FUND-CLIENT-GOALS-PARA
           .
           MOVE GFA-UNASSIGNED TO WS-PLAN-AMOUNT
           .

      *> PER-GOAL SECTION, PRINTED ONCE PER CLIENT. EACH NAMED
      *> GOAL FUNDED ABOVE IS PROJECTED ON ITS OWN MONEY AND
      *> SHOWS WHAT FUNDS IT AND ITS SHORTFALL.
       WRITE-GOAL-SECTION-PARA.
           IF NOT GOAL-FILE-IS-OPEN OR WS-GOAL-SHOWN = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM WRITE-BLANK-PARA
           MOVE WS-STMT-GOALS-HEADING TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               IF GFA-GOAL-AMOUNT(WS-GOAL-SLOT) > 0 THEN
                   COMPUTE WS-GOAL-KEY =
                     (TRN-CLIENT-ID * 10) + WS-GOAL-SLOT
                   READ GOAL-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE GFA-FUNDED(WS-GOAL-SLOT)
                         TO WS-GOAL-FUNDED-AMOUNT
                       PERFORM WRITE-GOAL-ITEM-PARA
                   END-READ
               END-IF
           END-PERFORM
           .

      *> A CLIENT WITH NO FUNDING RECORD HAS ITS WHOLE BALANCE
      *> GIVEN TO THE GOALS IN SEQUENCE ORDER.
       FUND-CLIENT-GOALS-PARA.
           MOVE WS-CLIENT-CAPPED TO GFA-CLIENT-BALANCE
           .
           PERFORM VARYING WS-FUND-ACCT FROM 1 BY 1
             UNTIL WS-FUND-ACCT > 9
               MOVE WS-ACCT-BALANCE(WS-FUND-ACCT)
                 TO GFA-ACCOUNT-BALANCE(WS-FUND-ACCT)
           END-PERFORM
           .
           IF FUNDING-FILE-IS-OPEN THEN
               MOVE TRN-CLIENT-ID TO WS-FUND-KEY
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

       WRITE-GOAL-ITEM-PARA.
           CALL "PINV2" USING WS-GOAL-FUNDED-AMOUNT,
                              GOL-GOAL-AMOUNT,
                              WS-AGE,
                              WS-GOAL-AGE-WORK,
           MOVE GOL-TARGET-DATE TO WS-STMT-GI-TARGET
           MOVE WS-GOAL-AGE-WORK TO WS-STMT-GI-AGE
           .
           MOVE WS-STMT-GOAL-ITEM-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           .
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE WS-GOAL-FUNDED-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-STMT-GF-FUNDED
           .
           MOVE GFA-SHORTFALL(WS-GOAL-SLOT) TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-STMT-GF-SHORTFALL
           .
           MOVE WS-STMT-GOAL-FUND-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           .
           ADD 1 TO WS-LINES-WRITTEN
           .

      *> AHEAD-OF/BEHIND-PLAN LINE AGAINST THE ACCEPTED
      *> BASELINE, SO THE CLIENT SEES DRIFT WITHOUT THE ADVISOR
      *> RECONSTRUCTING IT FROM OLD PRINTED REPORTS. A CLIENT
      *> WITH NAMED GOALS ACCEPTED THE BASELINE AGAINST THE FIRST
      *> ONE, SO IT IS RE-MEASURED ON THAT GOAL'S FUNDING, AS THE
      *> NIGHTLY DRIFT CHECK DOES.
       WRITE-PLAN-STATUS-PARA.
           IF NOT PLAN-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-CLIENT-GOAL-AGE TO WS-BASELINE-FRESH-AGE
           .
           IF WS-GOAL-SHOWN > 0 THEN
               PERFORM VARYING WS-GOAL-SLOT FROM 5 BY -1
                 UNTIL WS-GOAL-SLOT < 1
                   IF GFA-GOAL-AMOUNT(WS-GOAL-SLOT) > 0 THEN
                       MOVE GFA-FUNDED(WS-GOAL-SLOT)
                         TO WS-BASELINE-AMOUNT
                   END-IF
               END-PERFORM
               CALL "PINV2" USING WS-BASELINE-AMOUNT,
                                  PLN-GOAL-AMOUNT,
                                  WS-AGE,
                                  WS-BASELINE-FRESH-AGE,
                                  WS-BASELINE-YEARS,
                                  TRN-PERCENT-RATE,
                                  TRN-ANNUAL-FEE-RATE
           END-IF
           .
           IF WS-BASELINE-FRESH-AGE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           EVALUATE TRUE
             WHEN WS-BASELINE-FRESH-AGE < PLN-GOAL-AGE
               MOVE "YOU ARE AHEAD OF PLAN:" TO
                 WS-STMT-PLAN-VERDICT
             WHEN WS-BASELINE-FRESH-AGE > PLN-GOAL-AGE
               MOVE "YOU ARE BEHIND PLAN: " TO
                 WS-STMT-PLAN-VERDICT
             WHEN OTHER
                 WS-STMT-PLAN-VERDICT
           END-EVALUATE
           .
           MOVE WS-BASELINE-FRESH-AGE TO WS-STMT-PLAN-FRESH
           MOVE PLN-GOAL-AGE TO WS-STMT-PLAN-BASE
           .
           MOVE WS-STMT-PLAN-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           .
           ADD 1 TO WS-LINES-WRITTEN
           .

      *> REQUIRED MINIMUM DISTRIBUTION PARAGRAPH FROM THE NOTICE
      *> FILE THE ANNUAL PRMDNOT RUN BUILDS, FOR THE CURRENT
      *> DISTRIBUTION YEAR ONLY.
       WRITE-RMD-SECTION-PARA.
           IF NOT RMD-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-RMD-CLIENT TO WS-RMD-KEY
           .
           READ RMD-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           .
           IF RMN-DISTRIBUTION-YEAR NOT = WS-CURRENT-YEAR THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE RMN-DISTRIBUTION-YEAR TO WS-RMD-YEAR-EDITED
           MOVE RMN-CURRENCY-SYMBOL TO WS-CURRENCY-SYMBOL
           MOVE RMN-REQUIRED-AMOUNT TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-RMD-AMOUNT-FMT
           MOVE RMN-PRIOR-YE-BALANCE TO WS-MONEY-RAW
           PERFORM FORMAT-MONEY-PARA
           MOVE WS-MONEY-FORMATTED TO WS-RMD-BALANCE-FMT
           MOVE RMN-DIVISOR TO WS-RMD-DIVISOR-EDITED
           MOVE RMN-DEADLINE TO WS-RMD-DATE-EDITED
           MOVE TRN-CURRENCY-SYMBOL TO WS-CURRENCY-SYMBOL
           .
           PERFORM WRITE-BLANK-PARA
           .
           MOVE SPACES TO STATEMENT-LINE
           IF WRITING-JOINT-LETTER THEN
               STRING "REQUIRED MINIMUM DISTRIBUTION FOR "
                 WS-RMD-YEAR-EDITED " - "
                 FUNCTION TRIM(RMN-CLIENT-NAME)
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "REQUIRED MINIMUM DISTRIBUTION FOR "
                 WS-RMD-YEAR-EDITED
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           IF RMN-NO-DIVISOR THEN
               MOVE "A MINIMUM DISTRIBUTION MUST BE TAKEN FROM YOUR "
                 TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               MOVE "TAX-DEFERRED MONEY THIS YEAR. YOUR ADVISOR WILL "
                 TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               MOVE "CONTACT YOU WITH THE AMOUNT."
                 TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO STATEMENT-LINE
           STRING "AMOUNT REQUIRED FROM TAX-DEFERRED MONEY: "
             WS-RMD-AMOUNT-FMT
             DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE SPACES TO STATEMENT-LINE
           STRING "(YEAR-END BALANCE OF "
             FUNCTION TRIM(WS-RMD-BALANCE-FMT)
             " DIVIDED BY " WS-RMD-DIVISOR-EDITED ")"
             DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE SPACES TO STATEMENT-LINE
           IF RMN-IS-FIRST-YEAR THEN
               STRING "AS YOUR FIRST, IT MAY BE TAKEN AS LATE AS "
                 WS-RMD-DATE-EDITED "."
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "PLEASE TAKE IT NO LATER THAN "
                 WS-RMD-DATE-EDITED "."
                 DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           IF RMN-BALANCE-ESTIMATED THEN
               MOVE "THE BALANCE IS ESTIMATED; YOUR ADVISOR WILL "
                 TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               MOVE "CONFIRM THE FINAL FIGURE." TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .

      *> A MAILED LETTER OPENS WITH THE WINDOW-ENVELOPE ADDRESS; AN
      *> E-MAILED ONE SAYS WHERE IT WAS SENT.
       WRITE-ADDRESS-BLOCK-PARA.
           IF LETTER-BY-EMAIL THEN
               MOVE CON-EMAIL-ADDRESS TO WS-STMT-EMAIL-ADDRESS
               MOVE WS-STMT-EMAIL-LINE TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
               PERFORM WRITE-BLANK-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF CON-ADDRESS-LINE-1 = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO WS-ADDRESS-NAME
           IF WRITING-JOINT-LETTER THEN
               STRING "THE " FUNCTION TRIM(WS-HH-NAME(WS-HH-IDX))
                 " HOUSEHOLD" DELIMITED BY SIZE
                 INTO WS-ADDRESS-NAME
           ELSE
               MOVE TRN-CLIENT-NAME TO WS-ADDRESS-NAME
           END-IF
           .
           MOVE WS-ADDRESS-NAME TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           MOVE CON-ADDRESS-LINE-1 TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           IF CON-ADDRESS-LINE-2 NOT = SPACES THEN
               MOVE CON-ADDRESS-LINE-2 TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE-PARA
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           .
           MOVE SPACES TO WS-ADDRESS-CITY-LINE
           STRING FUNCTION TRIM(CON-CITY) " " CON-STATE "  "
             FUNCTION TRIM(CON-POSTAL-CODE)
             DELIMITED BY SIZE INTO WS-ADDRESS-CITY-LINE
           .
           MOVE WS-ADDRESS-CITY-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           ADD 1 TO WS-LINES-WRITTEN
           .
           PERFORM WRITE-BLANK-PARA
           .

       PUT-STATEMENT-LINE-PARA.
           IF LETTER-BY-EMAIL THEN
               WRITE EMAIL-STATEMENT-LINE FROM STATEMENT-LINE
           ELSE
               WRITE STATEMENT-LINE
           END-IF
           .

       WRITE-FROM-HEADING-PARA.
           MOVE WS-STMT-HEADING TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE-PARA
           .
           ADD 1 TO WS-LINES-WRITTEN
           .
       WRITE-BLANK-PARA.
           MOVE SPACES TO STATEMENT-LINE
           .
           PERFORM PUT-STATEMENT-LINE-PARA
           .
           ADD 1 TO WS-LINES-WRITTEN
           .
             FUNCTION TRIM(WS-MONEY-EDITED) DELIMITED BY SIZE
             INTO WS-MONEY-FORMATTED
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PINVSTM" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-TRAN-READ-COUNT TO RHS-RECORDS-IN
           MOVE WS-STATEMENT-COUNT TO RHS-RECORDS-OUT
           MOVE WS-SUPPRESSED-COUNT TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
