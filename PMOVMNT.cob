       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMOVMNT.
       AUTHOR. WILLIAM-KEILSOHN.
      *> HELD FEED MOVEMENT REVIEW. LISTS THE CLIENTS PFEEDPST HAS
      *> HELD ON MOVEFILE BECAUSE THEIR FEED BALANCE MOVED FROM THE
      *> MASTER BY MORE THAN THE SHOP MOVEMENT TOLERANCE, AND LETS
      *> THE ANALYST WORK EACH ONE. A RELEASE POSTS THE HELD FEED
      *> BALANCE TO THE MASTER (AND TO A SINGLE ACCOUNT) EXACTLY AS
      *> THE NIGHTLY POSTING WOULD HAVE, AND PUTS THE MASTER AND
      *> ACCOUNT BEFORE AND AFTER IMAGES ON THE CHANGE JOURNAL; A
      *> REJECT LEAVES THE MASTER AS IT IS. EITHER WAY THE DECISION
      *> IS JOURNALED ON POSTJRNL ALONGSIDE THE NIGHTLY POSTING
      *> LINES AND STAMPED ON THE MOVEMENT RECORD WITH THE ANALYST
      *> AND DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "MOVEFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-MOVE-KEY
             FILE STATUS IS WS-MOVE-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-ID
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-FILE.
           COPY MOVEREC.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD POSTING-JOURNAL-FILE.
           COPY POSTREC.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01 WS-MOVE-KEY PIC 9(6) VALUE 0.
       01 WS-MOVE-STATUS PIC X(2) VALUE "00".
         88 MOVE-FILE-OK VALUE "00".
       01 WS-MOVE-EOF PIC 9 VALUE 0.
         88 END-OF-MOVEMENTS VALUE 1.
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-ACTIVE-COUNT PIC 9 VALUE 0.
       01 WS-SINGLE-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-JRNL-STATUS PIC X(2) VALUE "00".
         88 JRNL-NOT-FOUND VALUE "35".
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-BOOK-LOCKED PIC 9 VALUE 0.
         88 BOOK-IS-LOCKED VALUE 1.
       01 WS-LOCK-HH PIC 9(2) VALUE 0.
       01 WS-LOCK-MM PIC 9(2) VALUE 0.
       01 WS-REQUEST-CODE PIC X VALUE "Q".
         88 LIST-REQUEST VALUE "L" "l".
         88 RELEASE-REQUEST VALUE "R" "r".
         88 REJECT-REQUEST VALUE "X" "x".
         88 QUIT-REQUEST VALUE "Q" "q".
       01 WS-DONE-SWITCH PIC 9 VALUE 0.
         88 MAINTENANCE-DONE VALUE 1.
       01 WS-CONFIRM PIC X VALUE "N".
         88 ACTION-CONFIRMED VALUE "Y" "y".
       01 WS-PICK-CLIENT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-AGE-DAYS PIC S9(5) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-NOW-HHMMSS PIC 9(6) VALUE 0.
       01 WS-SHOW-MASTER PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-FEED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-MOVEMENT PIC ---,---,--9.99.
       01 WS-SHOW-PCT PIC ZZ9.9.
       01 WS-POST-SWITCH PIC 9 VALUE 0.
         88 POST-FAILED VALUE 1.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "PMOVMNT".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "C".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 WS-CURRENT-TIME.
           10 WS-CURRENT-HOUR PIC 9(2).
           10 WS-CURRENT-MINUTE PIC 9(2).
           10 WS-CURRENT-SECOND PIC 9(2).
           10 WS-CURRENT-MS PIC 9(2).
         05 WS-DIFF-FROM-GMT PIC S9(4).

       LINKAGE SECTION.
       01 OPERATOR_SIGN_ON PIC X(8).

       PROCEDURE DIVISION USING OPERATOR_SIGN_ON.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE WS-TODAY-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           .
           PERFORM CHECK-BATCH-LOCK-PARA
           .
           IF BOOK-IS-LOCKED THEN
               GOBACK
           END-IF
           .
           OPEN I-O MOVEMENT-FILE
           .
           IF NOT MOVE-FILE-OK THEN
               DISPLAY "THE PENDING MOVEMENT FILE IS NOT AVAILABLE. "
                 "STATUS: " WS-MOVE-STATUS
               GOBACK
           END-IF
           .
           OPEN I-O CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PMOVMNT COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               CLOSE MOVEMENT-FILE
               GOBACK
           END-IF
           .
           OPEN I-O ACCOUNT-FILE
           .
           IF ACCT-FILE-OK THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN EXTEND POSTING-JOURNAL-FILE
           .
           IF JRNL-NOT-FOUND THEN
               OPEN OUTPUT POSTING-JOURNAL-FILE
               CLOSE POSTING-JOURNAL-FILE
               OPEN EXTEND POSTING-JOURNAL-FILE
           END-IF
           .
           MOVE 0 TO WS-DONE-SWITCH
           .
           PERFORM REQUEST-PARA UNTIL MAINTENANCE-DONE
           .
           CLOSE MOVEMENT-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE POSTING-JOURNAL-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           GOBACK
           .

      *> A RELEASE WRITES THE CLIENT MASTER, SO THE SCREEN STAYS
      *> SHUT WHILE THE NIGHTLY RUN HOLDS THE BOOK.
       CHECK-BATCH-LOCK-PARA.
           MOVE 0 TO WS-BOOK-LOCKED
           .
           OPEN INPUT BATCH-LOCK-FILE
           .
           IF WS-LOCK-STATUS = "00" THEN
               READ BATCH-LOCK-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LOCK-IS-HELD THEN
                       MOVE 1 TO WS-BOOK-LOCKED
                       COMPUTE WS-LOCK-HH =
                         FUNCTION INTEGER(LOCK-RELEASE-HHMM / 100)
                       COMPUTE WS-LOCK-MM =
                         FUNCTION MOD(LOCK-RELEASE-HHMM, 100)
                       DISPLAY "THE BOOK IS LOCKED FOR NIGHTLY "
                         "PROCESSING. PLEASE TRY AFTER "
                         WS-LOCK-HH ":" WS-LOCK-MM "."
                   END-IF
               END-READ
           END-IF
           .
           CLOSE BATCH-LOCK-FILE
           .

       REQUEST-PARA.
           DISPLAY "HELD FEED MOVEMENTS - ENTER REQUEST"
           DISPLAY "(L=LIST HELD, R=RELEASE AND POST, X=REJECT, "
             "Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-CODE
           .
           EVALUATE TRUE
             WHEN LIST-REQUEST
               PERFORM LIST-MOVEMENTS-PARA
             WHEN RELEASE-REQUEST
               PERFORM RELEASE-MOVEMENT-PARA
             WHEN REJECT-REQUEST
               PERFORM REJECT-MOVEMENT-PARA
             WHEN QUIT-REQUEST
               MOVE 1 TO WS-DONE-SWITCH
             WHEN OTHER
               DISPLAY "REQUEST NOT RECOGNIZED."
           END-EVALUATE
           .

       LIST-MOVEMENTS-PARA.
           MOVE 0 TO WS-MOVE-EOF
           MOVE 0 TO WS-LISTED-COUNT
           .
           MOVE 1 TO WS-MOVE-KEY
           .
           START MOVEMENT-FILE KEY NOT LESS THAN WS-MOVE-KEY
             INVALID KEY
               MOVE 1 TO WS-MOVE-EOF
           END-START
           .
           PERFORM LIST-NEXT-PARA UNTIL END-OF-MOVEMENTS
           .
           DISPLAY WS-LISTED-COUNT " FEED MOVEMENTS HELD FOR REVIEW."
           .

       LIST-NEXT-PARA.
           READ MOVEMENT-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-MOVE-EOF
             NOT AT END
               IF MOV-IS-HELD THEN
                   PERFORM LIST-ONE-PARA
               END-IF
           END-READ
           .

       LIST-ONE-PARA.
           ADD 1 TO WS-LISTED-COUNT
           .
           IF MOV-HELD-DATE NUMERIC
             AND MOV-HELD-DATE > 19000101 THEN
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE(MOV-HELD-DATE)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           .
           MOVE MOV-MASTER-BALANCE TO WS-SHOW-MASTER
           MOVE MOV-FEED-BALANCE TO WS-SHOW-FEED
           MOVE MOV-MOVEMENT TO WS-SHOW-MOVEMENT
           MOVE MOV-MOVEMENT-PCT TO WS-SHOW-PCT
           .
           DISPLAY MOV-CLIENT-ID "  MASTER " WS-SHOW-MASTER
             "  FEED " WS-SHOW-FEED "  MOVE " WS-SHOW-MOVEMENT
             " " WS-SHOW-PCT "%  AGE " WS-AGE-DAYS
           .

      *> FINDS THE HELD MOVEMENT AND THE CLIENT BEHIND IT AND
      *> SHOWS BOTH BALANCES. WS-PICK-CLIENT IS LEFT ZERO WHEN
      *> THERE IS NOTHING THE ANALYST CAN ACT ON.
       FIND-MOVEMENT-PARA.
           DISPLAY "ENTER THE CLIENT ID: " WITH NO ADVANCING
           ACCEPT WS-PICK-CLIENT
           .
           MOVE WS-PICK-CLIENT TO WS-MOVE-KEY
           .
           READ MOVEMENT-FILE
             INVALID KEY
               DISPLAY "NO HELD MOVEMENT FOR CLIENT "
                 WS-PICK-CLIENT "."
               MOVE 0 TO WS-PICK-CLIENT
               EXIT PARAGRAPH
           END-READ
           .
           IF NOT MOV-IS-HELD THEN
               DISPLAY "THAT MOVEMENT IS NO LONGER HELD (STATUS "
                 MOV-STATUS " BY " MOV-ACTIONED-BY " ON "
                 MOV-ACTIONED-DATE ")."
               MOVE 0 TO WS-PICK-CLIENT
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-PICK-CLIENT TO WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               DISPLAY "CLIENT " WS-PICK-CLIENT
                 " IS NO LONGER ON THE MASTER."
               MOVE 0 TO WS-PICK-CLIENT
               EXIT PARAGRAPH
           END-READ
           .
           MOVE CLM-STARTING-AMOUNT TO WS-SHOW-MASTER
           MOVE MOV-FEED-BALANCE TO WS-SHOW-FEED
           MOVE MOV-MOVEMENT TO WS-SHOW-MOVEMENT
           MOVE MOV-MOVEMENT-PCT TO WS-SHOW-PCT
           .
           DISPLAY "CLIENT " CLM-CLIENT-ID "  "
             FUNCTION TRIM(CLM-LAST-NAME) ", "
             FUNCTION TRIM(CLM-FIRST-NAME)
           DISPLAY "MASTER BALANCE ....: " WS-SHOW-MASTER
           DISPLAY "HELD FEED BALANCE .: " WS-SHOW-FEED
           DISPLAY "MOVEMENT ..........: " WS-SHOW-MOVEMENT
             " (" WS-SHOW-PCT "%)"
           DISPLAY "HELD SINCE ........: " MOV-HELD-DATE
             "  LAST FEED " MOV-LAST-FEED-DATE
           .
           IF CLM-STARTING-AMOUNT NOT = MOV-MASTER-BALANCE THEN
               DISPLAY "NOTE: THE MASTER BALANCE HAS BEEN CHANGED "
                 "SINCE THE MOVEMENT WAS HELD."
           END-IF
           .

       RELEASE-MOVEMENT-PARA.
           PERFORM FIND-MOVEMENT-PARA
           .
           IF WS-PICK-CLIENT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM COUNT-ACCOUNTS-PARA
           .
           IF WS-ACCT-ACTIVE-COUNT > 1 THEN
               DISPLAY "THE CLIENT NOW HOLDS MORE THAN ONE ACCOUNT. "
                 "ALLOCATE THE BALANCE IN CLIENT MAINTENANCE AND "
                 "REJECT THIS MOVEMENT."
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "POST THE HELD FEED BALANCE TO THE MASTER? (Y/N): "
             WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           .
           IF NOT ACTION-CONFIRMED THEN
               DISPLAY "NOTHING RELEASED."
               EXIT PARAGRAPH
           END-IF
           .
           MOVE CLM-STARTING-AMOUNT TO PJR-OLD-BALANCE
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           MOVE MOV-FEED-BALANCE TO CLM-STARTING-AMOUNT
           .
           MOVE WS-TODAY-YYYYMMDD TO CLM-LAST-CHANGED-DATE
           .
           REWRITE CLIENT-MASTER-RECORD
             INVALID KEY
               DISPLAY "THE CLIENT MASTER COULD NOT BE UPDATED. "
                 "STATUS: " WS-CLTMSTR-STATUS
               DISPLAY "THE MOVEMENT REMAINS HELD."
               EXIT PARAGRAPH
           END-REWRITE
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "C" TO WS-CHG-RECORD-TYPE
           PERFORM JOURNAL-CHANGE-PARA
           .
           MOVE 0 TO WS-POST-SWITCH
           .
           IF WS-ACCT-ACTIVE-COUNT = 1 THEN
               PERFORM POST-ACCOUNT-PARA
           END-IF
           .
           IF POST-FAILED THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "RELEASED" TO PJR-ACTION
           .
           PERFORM CLOSE-MOVEMENT-PARA
           .
           DISPLAY "FEED BALANCE POSTED FOR CLIENT " WS-PICK-CLIENT
             "."
           .

      *> THE SINGLE ACTIVE ACCOUNT TAKES THE SAME BALANCE AS THE
      *> MASTER ONCE THE MASTER IS POSTED. A FAILED REWRITE LEAVES
      *> THE MOVEMENT HELD SO A SECOND RELEASE FINISHES THE POSTING.
       POST-ACCOUNT-PARA.
           MOVE WS-SINGLE-ACCT-KEY TO WS-ACCT-KEY
           .
           READ ACCOUNT-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           .
           MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           MOVE MOV-FEED-BALANCE TO ACM-STARTING-AMOUNT
           .
           REWRITE CLIENT-ACCOUNT-RECORD
             INVALID KEY
               DISPLAY "THE ACCOUNT COULD NOT BE UPDATED. "
                 "STATUS: " WS-ACCT-STATUS
               DISPLAY "THE MASTER IS POSTED BUT THE MOVEMENT "
                 "REMAINS HELD. RELEASE IT AGAIN TO POST THE "
                 "ACCOUNT."
               MOVE 1 TO WS-POST-SWITCH
               EXIT PARAGRAPH
           END-REWRITE
           .
           MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "A" TO WS-CHG-RECORD-TYPE
           PERFORM JOURNAL-CHANGE-PARA
           .

      *> THE RELEASE IS ALSO JOURNALED RECORD BY RECORD WITH PCHGJRN
      *> SO THE CLIENT'S HISTORY SHOWS THE BALANCE CHANGE AND WHO
      *> RELEASED IT.
       JOURNAL-CHANGE-PARA.
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                OPERATOR_SIGN_ON,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .

       REJECT-MOVEMENT-PARA.
           PERFORM FIND-MOVEMENT-PARA
           .
           IF WS-PICK-CLIENT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "REJECT THE HELD FEED BALANCE AND KEEP THE "
             "MASTER AS IT IS? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           .
           IF NOT ACTION-CONFIRMED THEN
               DISPLAY "NOTHING REJECTED."
               EXIT PARAGRAPH
           END-IF
           .
           MOVE CLM-STARTING-AMOUNT TO PJR-OLD-BALANCE
           .
           MOVE "REJECTED" TO PJR-ACTION
           .
           PERFORM CLOSE-MOVEMENT-PARA
           .
           DISPLAY "FEED BALANCE REJECTED FOR CLIENT " WS-PICK-CLIENT
             ". THE MASTER IS UNCHANGED."
           .

      *> JOURNALS THE DECISION (PJR-OLD-BALANCE AND PJR-ACTION SET
      *> BY THE CALLER) AND STAMPS THE MOVEMENT RECORD WITH IT.
       CLOSE-MOVEMENT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-NOW-HHMMSS =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE WS-TODAY-YYYYMMDD TO PJR-RUN-DATE
           MOVE WS-NOW-HHMMSS TO PJR-RUN-TIME
           MOVE WS-PICK-CLIENT TO PJR-CLIENT-ID
           MOVE MOV-FEED-BALANCE TO PJR-NEW-BALANCE
           .
           WRITE POSTING-JOURNAL-RECORD
           .
           IF RELEASE-REQUEST THEN
               MOVE "R" TO MOV-STATUS
           ELSE
               MOVE "X" TO MOV-STATUS
           END-IF
           .
           MOVE OPERATOR_SIGN_ON TO MOV-ACTIONED-BY
           MOVE WS-TODAY-YYYYMMDD TO MOV-ACTIONED-DATE
           .
           REWRITE PENDING-MOVEMENT-RECORD
           .

       COUNT-ACCOUNTS-PARA.
           MOVE 0 TO WS-ACCT-ACTIVE-COUNT
           MOVE 0 TO WS-SINGLE-ACCT-KEY
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > 9
                   COMPUTE WS-ACCT-KEY =
                     (WS-CLIENT-ID * 10) + WS-ACCT-IDX
                   READ ACCOUNT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT ACM-IS-INACTIVE THEN
                           ADD 1 TO WS-ACCT-ACTIVE-COUNT
                           MOVE WS-ACCT-KEY TO WS-SINGLE-ACCT-KEY
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
