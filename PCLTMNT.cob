             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CONTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CONT-KEY
             FILE STATUS IS WS-CONT-STATUS.
           SELECT OPTIONAL GOAL-FILE ASSIGN TO "GOALFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-GOAL-KEY
             FILE STATUS IS WS-GOAL-STATUS.
           SELECT FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY ACCTREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD CONTACT-FILE.
           COPY CONTREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       WORKING-STORAGE SECTION.
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
         88 ADV-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-ADV-CODE PIC 9(4) VALUE 0.
       01 WS-CONT-KEY PIC 9(6) VALUE 0.
       01 WS-CONT-STATUS PIC X(2) VALUE "00".
         88 CONT-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-CONT-OPEN PIC 9 VALUE 0.
         88 CONTACT-FILE-IS-OPEN VALUE 1.
       01 WS-CONT-ADDED PIC 9 VALUE 0.
         88 CONTACT-IS-NEW VALUE 1.
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOAL-STATUS PIC X(2) VALUE "00".
       01 WS-GOAL-OPEN PIC 9 VALUE 0.
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-IDX PIC 9 VALUE 0.
       01 WS-GOAL-SHOWN PIC 9 VALUE 0.
       01 WS-GOALS-ON-FILE.
         05 WS-GOAL-ENTRY OCCURS 5 TIMES.
           10 WS-GOAL-ON-FILE PIC 9.
             88 GOAL-IS-ON-FILE VALUE 1.
           10 WS-GOAL-ENTRY-NAME PIC X(10).
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
         88 FUND-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-FUND-ADDED PIC 9 VALUE 0.
         88 FUNDING-IS-NEW VALUE 1.
       01 WS-PRIORITY-ENTRY PIC X(5) VALUE SPACES.
       01 WS-PRIORITY-CHARS REDEFINES WS-PRIORITY-ENTRY.
         05 WS-PRIORITY-CHAR PIC X OCCURS 5 TIMES.
       01 WS-PRIORITY-POS PIC 9 VALUE 0.
       01 WS-PRIORITY-COUNT PIC 9 VALUE 0.
       01 WS-PRIORITY-DIGIT PIC 9 VALUE 0.
       01 WS-PRIORITY-LIST PIC X(5) VALUE SPACES.
       01 WS-ENTRY-VALID PIC 9 VALUE 0.
         88 ENTRY-IS-VALID VALUE 1.
       01 WS-PCT-ENTRY PIC 9(3) VALUE 0.
       01 WS-PCT-TOTAL PIC 9(4) VALUE 0.
       01 WS-AT-SIGN-COUNT PIC 9(2) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-RECORD-FOUND VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-NUMBER PIC 9 VALUE 0.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-SHOWN PIC 9 VALUE 0.
       01 WS-ACCT-COMBINED PIC 9(11)V99 VALUE 0.
       01 WS-ALLOC-TOTAL PIC 9(3) VALUE 0.
         88 AMEND-REQUEST VALUE "A" "a".
         88 ACCOUNT-REQUEST VALUE "C" "c".
         88 ADVISOR-REQUEST VALUE "V" "v".
         88 CONTACT-REQUEST VALUE "K" "k".
         88 FUNDING-REQUEST VALUE "G" "g".
         88 RISK-REQUEST VALUE "R" "r".
         88 DEACTIVATE-REQUEST VALUE "X" "x".
         88 PURGE-REQUEST VALUE "P" "p".
         88 QUIT-REQUEST VALUE "Q" "q".
         88 DATE-VALID VALUE 1.
         88 DATE-INVALID VALUE 0.
       01 WS-MONEY-EDITED PIC Z(2),ZZZ,ZZZ,ZZZ.99.
       01 WS-DATE-EDITED PIC 9999/99/99.
           COPY RQSTPARM.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "PCLTMNT".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "C".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
           COPY PENDREC.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           .
           PERFORM OPEN-ADVISOR-PARA
           .
           PERFORM OPEN-CONTACT-PARA
           .
           PERFORM OPEN-FUNDING-PARA
           .
           PERFORM OPEN-PURGE-LOG-PARA
           .
               CLOSE ADVISOR-FILE
           END-IF
           .
           IF CONTACT-FILE-IS-OPEN THEN
               CLOSE CONTACT-FILE
           END-IF
           .
           IF GOAL-FILE-IS-OPEN THEN
               CLOSE GOAL-FILE
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               CLOSE FUNDING-FILE
           END-IF
           .
           CLOSE PURGE-LOG-FILE
           END-IF
           .

       OPEN-PURGE-LOG-PARA.
           OPEN EXTEND PURGE-LOG-FILE
           .
       REQUEST-PARA.
           DISPLAY "CLIENT MASTER MAINTENANCE - ENTER REQUEST"
           DISPLAY "(B=BROWSE, D=DISPLAY, A=AMEND, C=ACCOUNTS, "
             "K=CONTACT, G=GOAL FUNDING, R=RISK QUESTIONNAIRE, "
             "V=ADVISORS, X=DEACTIVATE, P=PURGE, Q=QUIT): "
             WITH NO ADVANCING
           ACCEPT WS-REQUEST-CODE
               PERFORM ACCOUNT-MAINT-PARA
             WHEN ADVISOR-REQUEST
               PERFORM ADVISOR-MAINT-PARA
             WHEN CONTACT-REQUEST
               PERFORM CONTACT-MAINT-PARA
             WHEN FUNDING-REQUEST
               PERFORM FUNDING-MAINT-PARA
             WHEN RISK-REQUEST
               PERFORM RISK-MAINT-PARA
             WHEN DEACTIVATE-REQUEST
               PERFORM DEACTIVATE-PARA
             WHEN PURGE-REQUEST
           .
           IF WS-CONFIRM = 1 THEN
               PERFORM SHOW-CLIENT-PARA
               PERFORM SHOW-CONTACT-PARA
           END-IF
           .

           DISPLAY "CONTRIB GROWTH ....: " CLM-CONTRIB-GROWTH-RATE
           DISPLAY "CURRENCY CODE .....: " CLM-CURRENCY-CODE
           .
           PERFORM SHOW-RISK-PARA
           .
           IF CLM-IS-INACTIVE THEN
               DISPLAY "STATUS ............: INACTIVE"
           ELSE
           .
           IF WS-CONFIRM = 1 THEN
               PERFORM SHOW-CLIENT-PARA
               MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
               DISPLAY "ENTER LAST NAME: " WITH NO ADVANCING
               ACCEPT CLM-LAST-NAME
               MOVE FUNCTION UPPER-CASE(CLM-LAST-NAME) TO
                 CLM-CURRENCY-CODE
               PERFORM STAMP-CHANGED-DATE-PARA
               REWRITE CLIENT-MASTER-RECORD
               MOVE "C" TO WS-CHG-ACTION
               PERFORM JOURNAL-MASTER-PARA
               DISPLAY "CLIENT " WS-CLIENT-ID " AMENDED."
           END-IF
           .
                 INVALID KEY
                   DISPLAY "THE ACCOUNT RECORD COULD NOT BE "
                     "WRITTEN. STATUS: " WS-ACCT-STATUS
                 NOT INVALID KEY
                   MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                   MOVE "A" TO WS-CHG-ACTION
                   PERFORM JOURNAL-ACCOUNT-PARA
               END-WRITE
               DISPLAY "ACCOUNT " WS-ACCT-NUMBER " ADDED."
             NOT INVALID KEY
               MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
               PERFORM ACCEPT-ACCOUNT-FIELDS-PARA
               REWRITE CLIENT-ACCOUNT-RECORD
               MOVE "C" TO WS-CHG-ACTION
               PERFORM JOURNAL-ACCOUNT-PARA
               DISPLAY "ACCOUNT " WS-ACCT-NUMBER " AMENDED."
           END-READ
           .
       ROLL-UP-ACCOUNTS-PARA.
           MOVE 0 TO WS-ACCT-COMBINED
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9
               COMPUTE WS-ACCT-KEY =
           .
           REWRITE CLIENT-MASTER-RECORD
           .
           MOVE "C" TO WS-CHG-ACTION
           .
           PERFORM JOURNAL-MASTER-PARA
           .
           MOVE WS-ACCT-COMBINED TO WS-MONEY-EDITED
           .
           DISPLAY "CLIENT " WS-CLIENT-ID " COMBINED BALANCE IS "
           MOVE FUNCTION UPPER-CASE(ADV-BRANCH) TO ADV-BRANCH
           .

       OPEN-CONTACT-PARA.
           OPEN I-O CONTACT-FILE
           .
           IF CONT-RECORD-NOT-FOUND THEN
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF
           .
           IF WS-CONT-STATUS = "00" THEN
               MOVE 1 TO WS-CONT-OPEN
           ELSE
               MOVE 0 TO WS-CONT-OPEN
           END-IF
           .

       SHOW-CONTACT-PARA.
           IF NOT CONTACT-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-CLIENT-ID TO WS-CONT-KEY
           .
           READ CONTACT-FILE
             INVALID KEY
               DISPLAY "CONTACT ...........: NONE ON FILE"
               EXIT PARAGRAPH
           END-READ
           .
           DISPLAY "ADDRESS ...........: " CON-ADDRESS-LINE-1
           IF CON-ADDRESS-LINE-2 NOT = SPACES THEN
               DISPLAY "                     " CON-ADDRESS-LINE-2
           END-IF
           DISPLAY "                     " FUNCTION TRIM(CON-CITY)
             " " CON-STATE " " CON-POSTAL-CODE
           DISPLAY "E-MAIL ............: " CON-EMAIL-ADDRESS
           IF CON-DELIVER-BY-EMAIL THEN
               DISPLAY "STATEMENTS BY .....: E-MAIL"
           ELSE
               DISPLAY "STATEMENTS BY .....: MAIL"
           END-IF
           .
           IF CON-IS-DO-NOT-CONTACT THEN
               DISPLAY "DO NOT CONTACT ....: YES"
           END-IF
           .
           IF CON-MAIL-RETURNED THEN
               DISPLAY "RETURNED MAIL .....: YES, ON "
                 CON-RETURNED-DATE
           END-IF
           .

      *> ADDS OR AMENDS THE CLIENT'S CONTACT RECORD. PINVSTM
      *> ADDRESSES AND ROUTES THE STATEMENT LETTERS FROM IT, AND
      *> HOLDS BACK ANY LETTER FOR A CLIENT MARKED DO-NOT-CONTACT
      *> OR WHOSE MAIL HAS COME BACK, UNTIL THE FLAG IS CLEARED
      *> HERE.
       CONTACT-MAINT-PARA.
           IF NOT CONTACT-FILE-IS-OPEN THEN
               DISPLAY "THE CLIENT CONTACT FILE IS NOT AVAILABLE. "
                 "STATUS: " WS-CONT-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM FETCH-CLIENT-PARA
           .
           IF WS-CONFIRM NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-CLIENT-ID TO WS-CONT-KEY
           .
           READ CONTACT-FILE
             INVALID KEY
               MOVE 1 TO WS-CONT-ADDED
               INITIALIZE CLIENT-CONTACT-RECORD
               MOVE WS-CLIENT-ID TO CON-CLIENT-ID
               MOVE "M" TO CON-DELIVERY-METHOD
               MOVE "N" TO CON-DO-NOT-CONTACT
               MOVE "N" TO CON-RETURNED-MAIL
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               DISPLAY "NO CONTACT RECORD YET FOR CLIENT "
                 WS-CLIENT-ID "."
             NOT INVALID KEY
               MOVE 0 TO WS-CONT-ADDED
               MOVE CLIENT-CONTACT-RECORD TO WS-CHG-BEFORE-IMAGE
               PERFORM SHOW-CONTACT-PARA
           END-READ
           .
           PERFORM ACCEPT-CONTACT-FIELDS-PARA
           .
           IF CONTACT-IS-NEW THEN
               WRITE CLIENT-CONTACT-RECORD
                 INVALID KEY
                   DISPLAY "THE CONTACT RECORD COULD NOT BE "
                     "WRITTEN. STATUS: " WS-CONT-STATUS
                   EXIT PARAGRAPH
               END-WRITE
               MOVE "A" TO WS-CHG-ACTION
               PERFORM JOURNAL-CONTACT-PARA
               DISPLAY "CONTACT FOR CLIENT " WS-CLIENT-ID " ADDED."
           ELSE
               REWRITE CLIENT-CONTACT-RECORD
               MOVE "C" TO WS-CHG-ACTION
               PERFORM JOURNAL-CONTACT-PARA
               DISPLAY "CONTACT FOR CLIENT " WS-CLIENT-ID
                 " AMENDED."
           END-IF
           .
      *> BYTES 7-98 ARE THE ADDRESS LINES, CITY, STATE AND POSTAL
      *> CODE.
           IF CON-MAIL-RETURNED AND NOT CONTACT-IS-NEW
             AND CLIENT-CONTACT-RECORD(7:92) NOT =
                 WS-CHG-BEFORE-IMAGE(7:92) THEN
               DISPLAY "THE ADDRESS HAS CHANGED BUT THE RETURNED-MAIL "
                 "FLAG IS STILL SET - STATEMENTS STAY HELD UNTIL "
                 "IT IS CLEARED."
           END-IF
           .

       ACCEPT-CONTACT-FIELDS-PARA.
           DISPLAY "ENTER ADDRESS LINE 1: " WITH NO ADVANCING
           ACCEPT CON-ADDRESS-LINE-1
           MOVE FUNCTION UPPER-CASE(CON-ADDRESS-LINE-1) TO
             CON-ADDRESS-LINE-1
           DISPLAY "ENTER ADDRESS LINE 2 (BLANK IF NONE): "
             WITH NO ADVANCING
           ACCEPT CON-ADDRESS-LINE-2
           MOVE FUNCTION UPPER-CASE(CON-ADDRESS-LINE-2) TO
             CON-ADDRESS-LINE-2
           DISPLAY "ENTER CITY: " WITH NO ADVANCING
           ACCEPT CON-CITY
           MOVE FUNCTION UPPER-CASE(CON-CITY) TO CON-CITY
           DISPLAY "ENTER STATE: " WITH NO ADVANCING
           ACCEPT CON-STATE
           MOVE FUNCTION UPPER-CASE(CON-STATE) TO CON-STATE
           DISPLAY "ENTER POSTAL CODE: " WITH NO ADVANCING
           ACCEPT CON-POSTAL-CODE
           MOVE FUNCTION UPPER-CASE(CON-POSTAL-CODE) TO
             CON-POSTAL-CODE
           .
           DISPLAY "ENTER E-MAIL ADDRESS (BLANK IF NONE): "
             WITH NO ADVANCING
           ACCEPT CON-EMAIL-ADDRESS
           .
           MOVE 0 TO WS-AT-SIGN-COUNT
           INSPECT CON-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
             FOR ALL "@"
           .
           IF CON-EMAIL-ADDRESS NOT = SPACES
             AND WS-AT-SIGN-COUNT NOT = 1 THEN
               DISPLAY "THAT IS NOT AN E-MAIL ADDRESS - NONE KEPT."
               MOVE SPACES TO CON-EMAIL-ADDRESS
           END-IF
           .
           DISPLAY "SEND STATEMENTS BY (M=MAIL, E=E-MAIL): "
             WITH NO ADVANCING
           ACCEPT CON-DELIVERY-METHOD
           MOVE FUNCTION UPPER-CASE(CON-DELIVERY-METHOD) TO
             CON-DELIVERY-METHOD
           .
           IF NOT CON-DELIVER-BY-EMAIL THEN
               MOVE "M" TO CON-DELIVERY-METHOD
           END-IF
           .
           IF CON-DELIVER-BY-EMAIL
             AND CON-EMAIL-ADDRESS = SPACES THEN
               DISPLAY "E-DELIVERY NEEDS AN E-MAIL ADDRESS - MAIL "
                 "ASSUMED."
               MOVE "M" TO CON-DELIVERY-METHOD
           END-IF
           .
           IF CON-DELIVER-BY-MAIL
             AND CON-ADDRESS-LINE-1 = SPACES THEN
               DISPLAY "NO MAILING ADDRESS IS ON FILE - LETTERS WILL "
                 "PRINT UNADDRESSED."
           END-IF
           .
           DISPLAY "DO NOT CONTACT? (Y/N): " WITH NO ADVANCING
           ACCEPT CON-DO-NOT-CONTACT
           MOVE FUNCTION UPPER-CASE(CON-DO-NOT-CONTACT) TO
             CON-DO-NOT-CONTACT
           IF NOT CON-IS-DO-NOT-CONTACT THEN
               MOVE "N" TO CON-DO-NOT-CONTACT
           END-IF
           .
           PERFORM ACCEPT-RETURNED-MAIL-PARA
           .

      *> THE RETURNED-MAIL DATE IS ASKED FOR ONLY WHEN THE FLAG IS
      *> NEWLY SET; CLEARING THE FLAG CLEARS THE DATE.
       ACCEPT-RETURNED-MAIL-PARA.
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           DISPLAY "HAS MAIL BEEN RETURNED UNDELIVERED? (Y/N): "
             WITH NO ADVANCING
           ACCEPT CON-RETURNED-MAIL
           MOVE FUNCTION UPPER-CASE(CON-RETURNED-MAIL) TO
             CON-RETURNED-MAIL
           .
           IF NOT CON-MAIL-RETURNED THEN
               MOVE "N" TO CON-RETURNED-MAIL
               MOVE 0 TO CON-RETURNED-DATE
               EXIT PARAGRAPH
           END-IF
           .
           IF CON-RETURNED-DATE NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "ENTER THE DATE IT CAME BACK (YYYYMMDD, 0 FOR "
             "TODAY): " WITH NO ADVANCING
           ACCEPT CON-RETURNED-DATE
           .
           IF CON-RETURNED-DATE < 19000101
             OR CON-RETURNED-DATE > WS-TODAY-YYYYMMDD THEN
               IF CON-RETURNED-DATE NOT = 0 THEN
                   DISPLAY "THAT DATE IS NOT VALID - TODAY ASSUMED."
               END-IF
               MOVE WS-TODAY-YYYYMMDD TO CON-RETURNED-DATE
           END-IF
           .

      *> THE GOALS FILE IS ONLY READ HERE, TO SHOW THE GOALS THE
      *> ACCOUNTS ARE EARMARKED TO; GOALS ARE KEPT BY P1.
       OPEN-FUNDING-PARA.
           OPEN INPUT GOAL-FILE
           .
           IF WS-GOAL-STATUS = "00" THEN
               MOVE 1 TO WS-GOAL-OPEN
           ELSE
               MOVE 0 TO WS-GOAL-OPEN
           END-IF
           .
           OPEN I-O FUNDING-FILE
           .
           IF FUND-RECORD-NOT-FOUND THEN
               OPEN OUTPUT FUNDING-FILE
               CLOSE FUNDING-FILE
               OPEN I-O FUNDING-FILE
           END-IF
           .
           IF WS-FUND-STATUS = "00" THEN
               MOVE 1 TO WS-FUND-OPEN
           ELSE
               MOVE 0 TO WS-FUND-OPEN
           END-IF
           .

      *> EARMARKS THE CLIENT'S ACCOUNTS, OR A PERCENTAGE OF EACH,
      *> TO THE CLIENT'S NAMED GOALS AND SETS THE ORDER IN WHICH
      *> THE MONEY NOT EARMARKED FUNDS THE GOALS. P1, PINVBAT AND
      *> PINVSTM PROJECT EACH GOAL ON ITS OWN MONEY FROM THIS
      *> RECORD (THE SPLIT IS WORKED OUT BY PGOALFND).
       FUNDING-MAINT-PARA.
           IF NOT FUNDING-FILE-IS-OPEN THEN
               DISPLAY "THE GOAL FUNDING FILE IS NOT AVAILABLE. "
                 "STATUS: " WS-FUND-STATUS
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM FETCH-CLIENT-PARA
           .
           IF WS-CONFIRM NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM LIST-GOALS-PARA
           .
           IF WS-GOAL-SHOWN = 0 THEN
               DISPLAY "NO GOALS ON FILE FOR CLIENT " WS-CLIENT-ID
                 " - GOALS ARE SET UP IN THE CLIENT INTERVIEW."
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-CLIENT-ID TO WS-FUND-KEY
           .
           READ FUNDING-FILE
             INVALID KEY
               MOVE 1 TO WS-FUND-ADDED
               MOVE SPACES TO CLIENT-FUNDING-RECORD
               INITIALIZE CLIENT-FUNDING-RECORD
               MOVE WS-CLIENT-ID TO FND-CLIENT-ID
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               DISPLAY "NO GOAL FUNDING RECORD YET FOR CLIENT "
                 WS-CLIENT-ID "."
             NOT INVALID KEY
               MOVE 0 TO WS-FUND-ADDED
               MOVE CLIENT-FUNDING-RECORD TO WS-CHG-BEFORE-IMAGE
               PERFORM SHOW-FUNDING-PARA
           END-READ
           .
           PERFORM ACCEPT-PRIORITY-PARA
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9
               PERFORM ACCEPT-EARMARK-PARA
           END-PERFORM
           .
           IF FUNDING-IS-NEW THEN
               WRITE CLIENT-FUNDING-RECORD
                 INVALID KEY
                   DISPLAY "THE GOAL FUNDING RECORD COULD NOT BE "
                     "WRITTEN. STATUS: " WS-FUND-STATUS
                   EXIT PARAGRAPH
               END-WRITE
               MOVE "A" TO WS-CHG-ACTION
               PERFORM JOURNAL-FUNDING-PARA
               DISPLAY "GOAL FUNDING FOR CLIENT " WS-CLIENT-ID
                 " ADDED."
           ELSE
               REWRITE CLIENT-FUNDING-RECORD
               MOVE "C" TO WS-CHG-ACTION
               PERFORM JOURNAL-FUNDING-PARA
               DISPLAY "GOAL FUNDING FOR CLIENT " WS-CLIENT-ID
                 " AMENDED."
           END-IF
           .

       LIST-GOALS-PARA.
           MOVE 0 TO WS-GOAL-SHOWN
           MOVE ZEROS TO WS-GOALS-ON-FILE
           .
           IF NOT GOAL-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
             UNTIL WS-GOAL-IDX > 5
               MOVE SPACES TO WS-GOAL-ENTRY-NAME(WS-GOAL-IDX)
               COMPUTE WS-GOAL-KEY =
                 (WS-CLIENT-ID * 10) + WS-GOAL-IDX
               READ GOAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT GOL-IS-INACTIVE
                     AND GOL-GOAL-AMOUNT > 0 THEN
                       ADD 1 TO WS-GOAL-SHOWN
                       MOVE 1 TO WS-GOAL-ON-FILE(WS-GOAL-IDX)
                       MOVE GOL-GOAL-NAME
                         TO WS-GOAL-ENTRY-NAME(WS-GOAL-IDX)
                       MOVE GOL-GOAL-AMOUNT TO WS-MONEY-EDITED
                       DISPLAY "  GOAL " WS-GOAL-IDX "  "
                         GOL-GOAL-NAME "  " WS-MONEY-EDITED
                         "  BY " GOL-TARGET-DATE
                   END-IF
               END-READ
           END-PERFORM
           .

       SHOW-FUNDING-PARA.
           MOVE SPACES TO WS-PRIORITY-LIST
           PERFORM VARYING WS-PRIORITY-POS FROM 1 BY 1
             UNTIL WS-PRIORITY-POS > 5
               IF FND-PRIORITY(WS-PRIORITY-POS) > 0 THEN
                   MOVE FND-PRIORITY(WS-PRIORITY-POS) TO
                     WS-PRIORITY-LIST(WS-PRIORITY-POS:1)
               END-IF
           END-PERFORM
           .
           IF WS-PRIORITY-LIST = SPACES THEN
               DISPLAY "FUNDING ORDER .....: GOAL SEQUENCE"
           ELSE
               DISPLAY "FUNDING ORDER .....: " WS-PRIORITY-LIST
           END-IF
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9
               PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
                 UNTIL WS-GOAL-IDX > 5
                   IF FND-GOAL-PCT(WS-ACCT-IDX, WS-GOAL-IDX) > 0 THEN
                       DISPLAY "  ACCOUNT " WS-ACCT-IDX " TO GOAL "
                         WS-GOAL-IDX ": "
                         FND-GOAL-PCT(WS-ACCT-IDX, WS-GOAL-IDX) "%"
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> THE ORDER IS KEYED AS A STRING OF GOAL SEQUENCES, E.G.
      *> 312. GOALS LEFT OUT ARE FUNDED AFTER THE ONES LISTED, IN
      *> SEQUENCE ORDER; A BLANK ENTRY MEANS SEQUENCE ORDER.
       ACCEPT-PRIORITY-PARA.
           MOVE 0 TO WS-ENTRY-VALID
           .
           PERFORM UNTIL ENTRY-IS-VALID
               DISPLAY "ENTER THE GOALS IN FUNDING ORDER, E.G. 312 "
                 "(BLANK FOR SEQUENCE ORDER): " WITH NO ADVANCING
               MOVE SPACES TO WS-PRIORITY-ENTRY
               ACCEPT WS-PRIORITY-ENTRY
               PERFORM CHECK-PRIORITY-PARA
           END-PERFORM
           .

       CHECK-PRIORITY-PARA.
           MOVE 1 TO WS-ENTRY-VALID
           MOVE 0 TO WS-PRIORITY-COUNT
           .
           PERFORM VARYING WS-PRIORITY-POS FROM 1 BY 1
             UNTIL WS-PRIORITY-POS > 5
               MOVE 0 TO FND-PRIORITY(WS-PRIORITY-POS)
           END-PERFORM
           .
           PERFORM VARYING WS-PRIORITY-POS FROM 1 BY 1
             UNTIL WS-PRIORITY-POS > 5 OR NOT ENTRY-IS-VALID
               IF WS-PRIORITY-CHAR(WS-PRIORITY-POS) NOT = SPACE THEN
                   IF WS-PRIORITY-CHAR(WS-PRIORITY-POS) < "1"
                     OR WS-PRIORITY-CHAR(WS-PRIORITY-POS) > "5" THEN
                       DISPLAY "GOALS ARE NUMBERED 1 TO 5."
                       MOVE 0 TO WS-ENTRY-VALID
                   ELSE
                       MOVE WS-PRIORITY-CHAR(WS-PRIORITY-POS)
                         TO WS-PRIORITY-DIGIT
                       PERFORM CHECK-PRIORITY-DIGIT-PARA
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-PRIORITY-DIGIT-PARA.
           IF NOT GOAL-IS-ON-FILE(WS-PRIORITY-DIGIT) THEN
               DISPLAY "THE CLIENT HAS NO GOAL " WS-PRIORITY-DIGIT "."
               MOVE 0 TO WS-ENTRY-VALID
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
             UNTIL WS-GOAL-IDX > WS-PRIORITY-COUNT
               IF FND-PRIORITY(WS-GOAL-IDX) = WS-PRIORITY-DIGIT THEN
                   DISPLAY "GOAL " WS-PRIORITY-DIGIT
                     " IS LISTED TWICE."
                   MOVE 0 TO WS-ENTRY-VALID
               END-IF
           END-PERFORM
           .
           IF ENTRY-IS-VALID THEN
               ADD 1 TO WS-PRIORITY-COUNT
               MOVE WS-PRIORITY-DIGIT
                 TO FND-PRIORITY(WS-PRIORITY-COUNT)
           END-IF
           .

      *> ONLY ACTIVE ACCOUNTS ARE EARMARKED; AN ACCOUNT THAT IS
      *> GONE OR INACTIVE HAS ITS EARMARKS CLEARED, AS DOES ANY
      *> EARMARK TO A GOAL THE CLIENT NO LONGER HAS. AN ACCOUNT'S
      *> PERCENTAGES MAY NOT ADD TO MORE THAN 100.
       ACCEPT-EARMARK-PARA.
           COMPUTE WS-ACCT-KEY = (WS-CLIENT-ID * 10) + WS-ACCT-IDX
           .
           IF NOT ACCOUNT-FILE-IS-OPEN THEN
               IF WS-ACCT-IDX = 1 THEN
                   DISPLAY "THE ACCOUNT FILE IS NOT OPEN. NO "
                     "EARMARKS CAN BE TAKEN; THOSE ON FILE ARE "
                     "LEFT AS THEY WERE."
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-ENTRY-VALID
           .
           READ ACCOUNT-FILE
             INVALID KEY
               MOVE 0 TO WS-ENTRY-VALID
             NOT INVALID KEY
               IF ACM-IS-INACTIVE THEN
                   MOVE 0 TO WS-ENTRY-VALID
               END-IF
           END-READ
           .
           IF NOT ENTRY-IS-VALID THEN
               PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
                 UNTIL WS-GOAL-IDX > 5
                   MOVE 0 TO FND-GOAL-PCT(WS-ACCT-IDX, WS-GOAL-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           .
           MOVE ACM-STARTING-AMOUNT TO WS-MONEY-EDITED
           DISPLAY "ACCOUNT " WS-ACCT-IDX "  " ACM-ACCOUNT-NAME "  "
             WS-MONEY-EDITED
           .
           MOVE 0 TO WS-ENTRY-VALID
           .
           PERFORM UNTIL ENTRY-IS-VALID
               MOVE 0 TO WS-PCT-TOTAL
               PERFORM VARYING WS-GOAL-IDX FROM 1 BY 1
                 UNTIL WS-GOAL-IDX > 5
                   MOVE 0 TO WS-PCT-ENTRY
                   IF GOAL-IS-ON-FILE(WS-GOAL-IDX) THEN
                       DISPLAY "  PERCENT FOR GOAL " WS-GOAL-IDX " "
                         WS-GOAL-ENTRY-NAME(WS-GOAL-IDX) " (NOW "
                         FND-GOAL-PCT(WS-ACCT-IDX, WS-GOAL-IDX)
                         "): " WITH NO ADVANCING
                       ACCEPT WS-PCT-ENTRY
                   END-IF
                   MOVE WS-PCT-ENTRY
                     TO FND-GOAL-PCT(WS-ACCT-IDX, WS-GOAL-IDX)
                   ADD WS-PCT-ENTRY TO WS-PCT-TOTAL
               END-PERFORM
               IF WS-PCT-TOTAL > 100 THEN
                   DISPLAY "THE PERCENTAGES FOR ACCOUNT " WS-ACCT-IDX
                     " ADD TO " WS-PCT-TOTAL " - NOT MORE THAN 100."
               ELSE
                   MOVE 1 TO WS-ENTRY-VALID
               END-IF
           END-PERFORM
           .

       SHOW-RISK-PARA.
           IF CLM-RISK-BAND NUMERIC
             AND CLM-RISK-BAND > 0 AND CLM-RISK-BAND NOT > 5 THEN
               MOVE CLM-RISK-ANSWERED-DATE TO WS-DATE-EDITED
               DISPLAY "RISK BAND .........: " CLM-RISK-BAND " "
                 FUNCTION TRIM(RISK-BAND-NAME(CLM-RISK-BAND))
                 " (SCORE " CLM-RISK-SCORE ")"
               DISPLAY "RISK ANSWERED .....: " WS-DATE-EDITED
           ELSE
               DISPLAY "RISK BAND .........: NOT ASSESSED"
           END-IF
           .

      *> RE-TAKES THE CLIENT'S RISK TOLERANCE QUESTIONNAIRE. THE
      *> NEW SCORE AND BAND ARE DATED TODAY, WHICH IS WHAT THE
      *> NIGHTLY SUITABILITY CHECK AGES THE QUESTIONNAIRE FROM;
      *> AN ABANDONED QUESTIONNAIRE LEAVES THE MASTER AS IT WAS.
       RISK-MAINT-PARA.
           PERFORM FETCH-CLIENT-PARA
           .
           IF WS-CONFIRM = 1 THEN
               PERFORM SHOW-RISK-PARA
               CALL "PRSKQST" USING RISK-QUESTIONNAIRE-AREA
               IF RQA-WAS-COMPLETED THEN
                   MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE RQA-SCORE TO CLM-RISK-SCORE
                   MOVE RQA-BAND TO CLM-RISK-BAND
                   COMPUTE CLM-RISK-ANSWERED-DATE =
                     (WS-CURRENT-YEAR * 10000)
                     + (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY
                   PERFORM STAMP-CHANGED-DATE-PARA
                   REWRITE CLIENT-MASTER-RECORD
                   MOVE "C" TO WS-CHG-ACTION
                   PERFORM JOURNAL-MASTER-PARA
                   DISPLAY "CLIENT " WS-CLIENT-ID " RISK PROFILE "
                     "UPDATED."
               END-IF
           END-IF
           .

       STAMP-CHANGED-DATE-PARA.
           COMPUTE CLM-LAST-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
           IF WS-CONFIRM = 1 THEN
               PERFORM CONFIRM-ACTION-PARA
               IF WS-CONFIRM = 1 THEN
                   MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE "I" TO CLM-STATUS-FLAG
                   PERFORM STAMP-CHANGED-DATE-PARA
                   REWRITE CLIENT-MASTER-RECORD
                   MOVE "C" TO WS-CHG-ACTION
                   PERFORM JOURNAL-MASTER-PARA
                   MOVE "DEACT" TO PLG-ACTION
                   PERFORM WRITE-PURGE-LOG-PARA
                   DISPLAY "CLIENT " WS-CLIENT-ID " DEACTIVATED."
           END-IF
           .

      *> A PURGE REMOVES THE CLIENT WITH EVERY ACCOUNT, GOAL,
      *> PLAN, SUSPENSE AND CONTACT RECORD, SO IT IS NOT DONE
      *> HERE: IT IS HELD AS A PENDING CHANGE REQUEST AND CARRIED
      *> OUT BY PAPPROV WHEN A SUPERVISOR OTHER THAN THE
      *> REQUESTER APPROVES IT.
       PURGE-PARA.
           PERFORM FETCH-CLIENT-PARA
           .
           IF WS-CONFIRM = 1 THEN
               PERFORM CONFIRM-ACTION-PARA
               IF WS-CONFIRM = 1 THEN
                   INITIALIZE PENDING-CHANGE-RECORD
                   MOVE "P" TO PND-REQUEST-TYPE
                   MOVE WS-CLIENT-ID TO PND-KEY-VALUE
                   MOVE OPERATOR_SIGN_ON TO PND-REQUESTED-BY
                   MOVE CLIENT-MASTER-RECORD TO PND-BEFORE-IMAGE
                   MOVE SPACES TO PND-AFTER-IMAGE
                   CALL "PPENDWR" USING PENDING-CHANGE-RECORD
                   IF PND-REQUEST-ID > 0 THEN
                       DISPLAY "PURGE OF CLIENT " WS-CLIENT-ID
                         " HELD AS REQUEST " PND-REQUEST-ID
                         " FOR A SUPERVISOR'S APPROVAL."
                   ELSE
                       DISPLAY "THE PURGE COULD NOT BE HELD FOR "
                         "APPROVAL. NOTHING HAS CHANGED."
                   END-IF
               END-IF
           END-IF
           .

       CONFIRM-ACTION-PARA.
           MOVE 0 TO WS-USER-RECOGNIZED
           .
           .
           WRITE PURGE-LOG-RECORD
           .

      *> EVERY ADD OR CHANGE OF A MASTER, ACCOUNT, CONTACT OR
      *> GOAL FUNDING RECORD IS PASSED TO PCHGJRN WITH ITS BEFORE
      *> AND AFTER IMAGES SO THE CLIENT'S HISTORY CAN BE ANSWERED
      *> FIELD BY FIELD FROM THE CHANGE JOURNAL.
       JOURNAL-MASTER-PARA.
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "C" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       JOURNAL-ACCOUNT-PARA.
           MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "A" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       JOURNAL-CONTACT-PARA.
           MOVE CLIENT-CONTACT-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "K" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       JOURNAL-FUNDING-PARA.
           MOVE CLIENT-FUNDING-RECORD TO WS-CHG-AFTER-IMAGE
           .
           MOVE "F" TO WS-CHG-RECORD-TYPE
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
