      *> ONE CLIENT-LEVEL BALANCE AND THE ANALYST MUST ALLOCATE
      *> IT ACROSS THE ACCOUNTS). A SINGLE-ACCOUNT CLIENT HAS THE
      *> ACCOUNT RECORD POSTED TOO SO THE ROLL-UP STAYS PROVEN.
      *> A BALANCE THAT HAS MOVED FROM THE MASTER BY MORE THAN THE
      *> SHOP MOVEMENT TOLERANCE (BOTH ITS PERCENTAGE AND ITS
      *> AMOUNT) IS NOT POSTED BUT HELD ON MOVEFILE FOR AN ANALYST
      *> TO RELEASE OR REJECT IN PMOVMNT, AND EVERY CLIENT STILL
      *> HELD IS LISTED ON THE MORNING MOVEMENT EXCEPTION REPORT.
      *> RUN AHEAD OF PCLTXTR SO THE EXTRACT PICKS UP THE POSTED
      *> BALANCES THE SAME NIGHT.
       ENVIRONMENT DIVISION.
           SELECT POSTING-JOURNAL-FILE ASSIGN TO "POSTJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRNL-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "MOVEFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-MOVE-KEY
             FILE STATUS IS WS-MOVE-STATUS.
           SELECT MOVEMENT-EXCEPTION-FILE ASSIGN TO "MOVEXC"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-MEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BROKERAGE-FEED-FILE.
       FD BREAK-FILE.
           COPY BRKREC.
       FD POSTING-JOURNAL-FILE.
           COPY POSTREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD MOVEMENT-FILE.
           COPY MOVEREC.
       FD MOVEMENT-EXCEPTION-FILE.
       01 MOVEMENT-EXCEPTION-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FEED-KEY PIC 9(6) VALUE 0.
       01 WS-FEED-STATUS PIC X(2) VALUE "00".
         88 BREAK-FILE-IS-OPEN VALUE 1.
       01 WS-JRNL-STATUS PIC X(2) VALUE "00".
         88 JRNL-NOT-FOUND VALUE "35".
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-MOVE-KEY PIC 9(6) VALUE 0.
       01 WS-MOVE-STATUS PIC X(2) VALUE "00".
         88 MOVE-FILE-OK VALUE "00".
         88 MOVE-NOT-FOUND VALUE "35".
       01 WS-MOVE-EOF PIC 9 VALUE 0.
         88 END-OF-MOVEMENTS VALUE 1.
       01 WS-MEX-STATUS PIC X(2) VALUE "00".
       01 WS-FEED-VALID PIC 9 VALUE 0.
       01 WS-RUN-DATE-NUMBER PIC 9(8) VALUE 0.
       01 WS-RUN-TIME-NUMBER PIC 9(6) VALUE 0.
       01 WS-FEED-BALANCE PIC 9(8)V99 VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT PIC 9(6) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(6) VALUE 0.
       01 WS-MOVE-TOL-PCT PIC 9(3) VALUE 10.
       01 WS-MOVE-TOL-AMT PIC 9(8)V99 VALUE 5000.
       01 WS-MOVEMENT PIC S9(8)V99 VALUE 0.
       01 WS-MOVEMENT-SIZE PIC 9(8)V99 VALUE 0.
       01 WS-MOVEMENT-PCT PIC 9(3)V9 VALUE 0.
       01 WS-MOVE-BREACH PIC 9 VALUE 0.
         88 MOVEMENT-IS-BREACH VALUE 1.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC S9(5) VALUE 0.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-FOUND PIC 9 VALUE 0.
       01 WS-ACCT-ACTIVE-COUNT PIC 9 VALUE 0.
       01 WS-SINGLE-ACCT-KEY PIC 9(7) VALUE 0.
           10 WS-CURRENT-SECOND PIC 9(2).
           10 WS-CURRENT-MS PIC 9(2).
         05 WS-DIFF-FROM-GMT PIC S9(4).
       01 WS-MOVEXC-HEADING-1.
         05 FILLER PIC X(30) VALUE
             "FEED MOVEMENTS HELD FOR REVIEW".
         05 FILLER PIC X(10) VALUE "RUN DATE: ".
         05 WS-MXH-YEAR PIC 9(4).
         05 FILLER PIC X VALUE "/".
         05 WS-MXH-MONTH PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 WS-MXH-DAY PIC 9(2).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-MOVEXC-HEADING-2.
         05 FILLER PIC X(7) VALUE "CLIENT".
         05 FILLER PIC X(16) VALUE "NAME".
         05 FILLER PIC X(5) VALUE "ADV".
         05 FILLER PIC X(14) VALUE "MASTER BALANCE".
         05 FILLER PIC X(14) VALUE "  FEED BALANCE".
         05 FILLER PIC X(15) VALUE "       MOVEMENT".
         05 FILLER PIC X(5) VALUE "  PCT".
         05 FILLER PIC X(4) VALUE " AGE".
       01 WS-MOVEXC-DETAIL.
         05 WS-MXD-CLIENT-ID PIC 9(6).
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-NAME PIC X(15).
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-ADVISOR PIC 9(4).
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-MASTER-BALANCE PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-FEED-BALANCE PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-MOVEMENT PIC ---,---,--9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-PCT PIC ZZ9.9.
         05 FILLER PIC X VALUE SPACE.
         05 WS-MXD-AGE PIC ZZ9.
       01 WS-MOVEXC-TOTAL-LINE.
         05 WS-MXT-LABEL PIC X(26).
         05 WS-MXT-COUNT PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(45) VALUE SPACES.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-RUN-DATE-NUMBER =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           COMPUTE WS-TODAY-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUMBER)
           .
           CALL "PFEEDVAL" USING WS-RUN-DATE-NUMBER,
                                 WS-FEED-VALID
           .
               DISPLAY "THE BROKERAGE FEED DID NOT PROVE - NO "
                 "BALANCES WILL BE POSTED."
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           PERFORM LOAD-MOVE-TOLERANCE-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM SWEEP-FEED-PARA
           .
           PERFORM LIST-HELD-MOVEMENTS-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PFEEDPST POSTED " WS-POSTED-COUNT " BALANCES, "
             "HELD " WS-HELD-COUNT ", SKIPPED " WS-SKIPPED-COUNT "."
           .
           IF WS-AWAITING-COUNT > 0 THEN
               DISPLAY WS-AWAITING-COUNT " FEED MOVEMENTS AWAIT "
                 "REVIEW IN PMOVMNT."
           END-IF
           .
           IF WS-SKIPPED-COUNT > 0 OR WS-HELD-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> THE SHOP MOVEMENT TOLERANCE; WITHOUT A DEFAULTS RECORD
      *> (OR ONE WRITTEN BEFORE THE TOLERANCE WAS CARRIED) THE
      *> SHIPPED 10 PERCENT AND 5,000.00 APPLY.
       LOAD-MOVE-TOLERANCE-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SHOP-MOVE-TOLERANCE-PCT NUMERIC
                     AND SHOP-MOVE-TOLERANCE-PCT > 0 THEN
                       MOVE SHOP-MOVE-TOLERANCE-PCT TO
                         WS-MOVE-TOL-PCT
                   END-IF
                   IF SHOP-MOVE-TOLERANCE-AMT NUMERIC THEN
                       MOVE SHOP-MOVE-TOLERANCE-AMT TO
                         WS-MOVE-TOL-AMT
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .

       OPEN-FILES-PARA.
           OPEN INPUT BROKERAGE-FEED-FILE
           .
               DISPLAY "PFEEDPST COULD NOT OPEN THE BROKERAGE "
                 "FEED. STATUS: " WS-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               DISPLAY "PFEEDPST COULD NOT OPEN THE CLIENT "
                 "MASTER. STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               OPEN EXTEND POSTING-JOURNAL-FILE
           END-IF
           .
           OPEN I-O MOVEMENT-FILE
           .
           IF MOVE-NOT-FOUND THEN
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN I-O MOVEMENT-FILE
           END-IF
           .
           IF NOT MOVE-FILE-OK THEN
               DISPLAY "PFEEDPST COULD NOT OPEN THE PENDING "
                 "MOVEMENT FILE. STATUS: " WS-MOVE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .

       CLOSE-FILES-PARA.
           CLOSE BROKERAGE-FEED-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE POSTING-JOURNAL-FILE
           CLOSE MOVEMENT-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM MEASURE-MOVEMENT-PARA
           .
           IF MOVEMENT-IS-BREACH THEN
               PERFORM HOLD-MOVEMENT-PARA
               MOVE CLM-STARTING-AMOUNT TO PJR-OLD-BALANCE
               MOVE "HELD" TO PJR-ACTION
               PERFORM WRITE-JOURNAL-PARA
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ACCT-ACTIVE-COUNT = 1 THEN
               MOVE WS-SINGLE-ACCT-KEY TO WS-ACCT-KEY
               READ ACCOUNT-FILE
           .
           ADD 1 TO WS-POSTED-COUNT
           .
           PERFORM SUPERSEDE-HOLD-PARA
           .

      *> THE MOVEMENT IS MEASURED AGAINST THE MASTER BALANCE. IT
      *> BREACHES THE TOLERANCE ONLY WHEN IT IS BEYOND BOTH THE
      *> PERCENTAGE AND THE AMOUNT, SO ORDINARY MARKET MOVES ON A
      *> LARGE BOOK AND SMALL DOLLAR MOVES ON A SMALL ONE BOTH
      *> POST. ANY MOVE OFF A ZERO MASTER BALANCE IS OVER THE
      *> PERCENTAGE.
       MEASURE-MOVEMENT-PARA.
           MOVE 0 TO WS-MOVE-BREACH
           .
           COMPUTE WS-MOVEMENT = WS-FEED-BALANCE - CLM-STARTING-AMOUNT
           .
           IF WS-MOVEMENT < 0 THEN
               COMPUTE WS-MOVEMENT-SIZE = 0 - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT TO WS-MOVEMENT-SIZE
           END-IF
           .
           IF WS-MOVEMENT-SIZE = 0 THEN
               MOVE 0 TO WS-MOVEMENT-PCT
               EXIT PARAGRAPH
           END-IF
           .
           IF CLM-STARTING-AMOUNT = 0
             OR WS-MOVEMENT-SIZE >= CLM-STARTING-AMOUNT * 10 THEN
               MOVE 999.9 TO WS-MOVEMENT-PCT
           ELSE
               COMPUTE WS-MOVEMENT-PCT ROUNDED =
                 WS-MOVEMENT-SIZE * 100 / CLM-STARTING-AMOUNT
           END-IF
           .
           IF WS-MOVEMENT-PCT > WS-MOVE-TOL-PCT
             AND WS-MOVEMENT-SIZE > WS-MOVE-TOL-AMT THEN
               MOVE 1 TO WS-MOVE-BREACH
           END-IF
           .

      *> A CLIENT ALREADY HELD AND NOT YET WORKED KEEPS ITS FIRST
      *> HELD DATE SO THE REPORT AGES IT FROM THEN, BUT TAKES
      *> TONIGHT'S FEED BALANCE AS THE ONE TO RELEASE.
       HOLD-MOVEMENT-PARA.
           MOVE WS-CLIENT-ID TO WS-MOVE-KEY
           .
           READ MOVEMENT-FILE
             INVALID KEY
               INITIALIZE PENDING-MOVEMENT-RECORD
               MOVE WS-CLIENT-ID TO MOV-CLIENT-ID
               MOVE WS-RUN-DATE-NUMBER TO MOV-HELD-DATE
               PERFORM FILL-MOVEMENT-PARA
               WRITE PENDING-MOVEMENT-RECORD
               EXIT PARAGRAPH
           END-READ
           .
           IF NOT MOV-IS-HELD THEN
               INITIALIZE PENDING-MOVEMENT-RECORD
               MOVE WS-CLIENT-ID TO MOV-CLIENT-ID
               MOVE WS-RUN-DATE-NUMBER TO MOV-HELD-DATE
           END-IF
           .
           PERFORM FILL-MOVEMENT-PARA
           .
           REWRITE PENDING-MOVEMENT-RECORD
           .

       FILL-MOVEMENT-PARA.
           MOVE "H" TO MOV-STATUS
           MOVE CLM-STARTING-AMOUNT TO MOV-MASTER-BALANCE
           MOVE WS-FEED-BALANCE TO MOV-FEED-BALANCE
           MOVE WS-MOVEMENT TO MOV-MOVEMENT
           MOVE WS-MOVEMENT-PCT TO MOV-MOVEMENT-PCT
           MOVE CLM-ADVISOR-CODE TO MOV-ADVISOR-CODE
           MOVE WS-RUN-DATE-NUMBER TO MOV-LAST-FEED-DATE
           MOVE SPACES TO MOV-ACTIONED-BY
           MOVE 0 TO MOV-ACTIONED-DATE
           .

      *> A HOLD STILL OPEN WHEN A LATER FEED POSTS WITHIN THE
      *> TOLERANCE IS OVERTAKEN: RELEASING IT WOULD POST A STALE
      *> BALANCE OVER THE CURRENT ONE.
       SUPERSEDE-HOLD-PARA.
           MOVE WS-CLIENT-ID TO WS-MOVE-KEY
           .
           READ MOVEMENT-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           .
           IF MOV-IS-HELD THEN
               MOVE "S" TO MOV-STATUS
               MOVE "PFEEDPST" TO MOV-ACTIONED-BY
               MOVE WS-RUN-DATE-NUMBER TO MOV-ACTIONED-DATE
               REWRITE PENDING-MOVEMENT-RECORD
           END-IF
           .

      *> THE MORNING EXCEPTION REPORT: EVERY MOVEMENT STILL HELD,
      *> WHETHER HELD TONIGHT OR ON AN EARLIER NIGHT AND NOT YET
      *> WORKED, WITH ITS AGE IN DAYS FROM WHEN IT WAS FIRST HELD.
       LIST-HELD-MOVEMENTS-PARA.
           OPEN OUTPUT MOVEMENT-EXCEPTION-FILE
           .
           MOVE WS-CURRENT-YEAR TO WS-MXH-YEAR
           MOVE WS-CURRENT-MONTH TO WS-MXH-MONTH
           MOVE WS-CURRENT-DAY TO WS-MXH-DAY
           .
           WRITE MOVEMENT-EXCEPTION-LINE FROM WS-MOVEXC-HEADING-1
           .
           WRITE MOVEMENT-EXCEPTION-LINE FROM WS-MOVEXC-HEADING-2
           .
           MOVE 0 TO WS-AWAITING-COUNT
           MOVE 0 TO WS-MOVE-EOF
           MOVE 1 TO WS-MOVE-KEY
           .
           START MOVEMENT-FILE KEY NOT LESS THAN WS-MOVE-KEY
             INVALID KEY
               MOVE 1 TO WS-MOVE-EOF
           END-START
           .
           PERFORM LIST-NEXT-MOVEMENT-PARA UNTIL END-OF-MOVEMENTS
           .
           MOVE SPACES TO MOVEMENT-EXCEPTION-LINE
           WRITE MOVEMENT-EXCEPTION-LINE
           .
           MOVE "CLIENTS HELD THIS RUN:" TO WS-MXT-LABEL
           MOVE WS-HELD-COUNT TO WS-MXT-COUNT
           WRITE MOVEMENT-EXCEPTION-LINE FROM WS-MOVEXC-TOTAL-LINE
           .
           MOVE "CLIENTS AWAITING REVIEW:" TO WS-MXT-LABEL
           MOVE WS-AWAITING-COUNT TO WS-MXT-COUNT
           WRITE MOVEMENT-EXCEPTION-LINE FROM WS-MOVEXC-TOTAL-LINE
           .
           CLOSE MOVEMENT-EXCEPTION-FILE
           .

       LIST-NEXT-MOVEMENT-PARA.
           READ MOVEMENT-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-MOVE-EOF
             NOT AT END
               IF MOV-IS-HELD THEN
                   PERFORM LIST-ONE-MOVEMENT-PARA
               END-IF
           END-READ
           .

       LIST-ONE-MOVEMENT-PARA.
           ADD 1 TO WS-AWAITING-COUNT
           .
           MOVE SPACES TO WS-MXD-NAME
           MOVE MOV-CLIENT-ID TO WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CLM-LAST-NAME TO WS-MXD-NAME
           END-READ
           .
           IF MOV-HELD-DATE NUMERIC
             AND MOV-HELD-DATE > 19000101 THEN
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE(MOV-HELD-DATE)
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           .
           MOVE MOV-CLIENT-ID TO WS-MXD-CLIENT-ID
           MOVE MOV-ADVISOR-CODE TO WS-MXD-ADVISOR
           MOVE MOV-MASTER-BALANCE TO WS-MXD-MASTER-BALANCE
           MOVE MOV-FEED-BALANCE TO WS-MXD-FEED-BALANCE
           MOVE MOV-MOVEMENT TO WS-MXD-MOVEMENT
           MOVE MOV-MOVEMENT-PCT TO WS-MXD-PCT
           MOVE WS-AGE-DAYS TO WS-MXD-AGE
           .
           WRITE MOVEMENT-EXCEPTION-LINE FROM WS-MOVEXC-DETAIL
           .

       COUNT-ACCOUNTS-PARA.
           MOVE 0 TO WS-ACCT-ACTIVE-COUNT
           .
           WRITE POSTING-JOURNAL-RECORD
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PFEEDPST" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           COMPUTE RHS-RECORDS-IN =
             WS-POSTED-COUNT + WS-SKIPPED-COUNT + WS-HELD-COUNT
           MOVE WS-POSTED-COUNT TO RHS-RECORDS-OUT
           COMPUTE RHS-RECORDS-REJECTED =
             WS-SKIPPED-COUNT + WS-HELD-COUNT
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
