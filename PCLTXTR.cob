           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CONTRIBUTION-FILE ASSIGN TO "CTRBFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CTRB-KEY
             FILE STATUS IS WS-CTRB-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD CONTRIBUTION-FILE.
           COPY CTRBREC.
       FD RATES-FILE.
           COPY RATESREC.
       FD TRANSACTION-FILE.
           COPY TRANREC.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD RUN-CONTROL-FILE.
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-BATCH-WINDOW-END PIC 9(4) VALUE 0600.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-MASTER VALUE 1.
       01 WS-EXTRACT-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-FILE-OK VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-CLIENT-ACCT-COUNT PIC 9 VALUE 0.
       01 WS-CTRB-KEY PIC 9(7) VALUE 0.
       01 WS-CTRB-STATUS PIC X(2) VALUE "00".
         88 CTRB-FILE-OK VALUE "00".
       01 WS-CTRB-OPEN PIC 9 VALUE 0.
         88 CONTRIBUTION-FILE-IS-OPEN VALUE 1.
       01 WS-DEFAULT-CONTRIB-GROWTH PIC 99V9999 VALUE 0.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           PERFORM ACQUIRE-LOCK-PARA
           .
               MOVE 8 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> THE LOCK IS NORMALLY RELEASED BY PINVMRG AT THE END OF
      *> THE RUN. WHEN THIS STEP FAILS IN A WAY THAT BYPASSES THE
      *> REST OF THE JOB, IT RELEASES THE LOCK ITSELF SO THE BOOK
      *> IS NOT LEFT LOCKED OVERNIGHT.

      *> THE BATCH WINDOW LOCK IS TAKEN HERE, AT THE TOP OF THE
      *> NIGHTLY JOB, SO THE ONLINE LOCKOUT COVERS THE EXTRACT AND
      *> EDIT STEPS AS WELL AS THE BOOK RUN. PINVMRG RELEASES THE
      *> LOCK ONCE THE PARTITIONS ARE MERGED AT THE END OF THE RUN.
      *> A SECOND SUBMISSION ALWAYS REFUSES AT THIS STEP: A NIGHT
      *> THAT ABENDED IN THE BOOK RUN IS RESTARTED FROM ITS
      *> PARTITION JOBS, NEVER BY EXTRACTING THE MASTER AGAIN OVER
      *> THE TRANSACTION FILE THE PARTITIONS ARE READING.
       ACQUIRE-LOCK-PARA.
           OPEN INPUT BATCH-LOCK-FILE
           .
                   CONTINUE
                 NOT AT END
                   IF LOCK-IS-HELD THEN
                       DISPLAY "ANOTHER NIGHTLY JOB HOLDS THE "
                         "BATCH LOCK. REFUSING TO START."
                       CLOSE BATCH-LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-RUN-HISTORY-PARA
                       STOP RUN
                   END-IF
               END-READ
           END-IF
                 "FILE. STATUS: " WS-RATES-STATUS
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               CLOSE RATES-FILE
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
             NOT INVALID KEY
               MOVE RATE-HISTORICAL-RETURN TO WS-EXPECTED-RATE
                 "STATUS: " WS-CLTMSTR-STATUS
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN INPUT CONTRIBUTION-FILE
           .
           IF CTRB-FILE-OK THEN
               MOVE 1 TO WS-CTRB-OPEN
           ELSE
               MOVE 0 TO WS-CTRB-OPEN
           END-IF
           .

       CLOSE-FILES-PARA.
           CLOSE CLIENT-MASTER-FILE
               CLOSE ACCOUNT-FILE
           END-IF
           .
           IF CONTRIBUTION-FILE-IS-OPEN THEN
               CLOSE CONTRIBUTION-FILE
           END-IF
           .

       READ-MASTER-PARA.
           READ CLIENT-MASTER-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
             NOT AT END
               ADD 1 TO WS-MASTER-READ-COUNT
           END-READ
           .

                             TRN-ACCOUNT-NUMBER
                           MOVE ACM-STARTING-AMOUNT TO
                             TRN-STARTING-AMOUNT
                           PERFORM LOAD-PLANNED-CONTRIB-PARA
                           WRITE CLIENT-TRANSACTION-RECORD
                           ADD 1 TO WS-EXTRACT-COUNT
                       END-IF
           IF WS-CLIENT-ACCT-COUNT = 0 THEN
               MOVE 0 TO TRN-ACCOUNT-NUMBER
               MOVE CLM-STARTING-AMOUNT TO TRN-STARTING-AMOUNT
               PERFORM LOAD-PLANNED-CONTRIB-PARA
               WRITE CLIENT-TRANSACTION-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF
           .
           PERFORM READ-MASTER-PARA
           .

      *> THE ACCOUNT'S PLANNED MONTHLY CONTRIBUTION, FROM THE SAME
      *> SLOT ON CTRBFILE AS THE ACCOUNT ON ACCTFILE (SLOT 0 FOR A
      *> CLIENT EXTRACTED FROM THE MASTER). NONE ON FILE IS ZERO.
       LOAD-PLANNED-CONTRIB-PARA.
           MOVE 0 TO TRN-PLANNED-CONTRIB
           .
           IF NOT CONTRIBUTION-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-CTRB-KEY =
             (CLM-CLIENT-ID * 10) + TRN-ACCOUNT-NUMBER
           .
           READ CONTRIBUTION-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PCB-MONTHLY-AMOUNT NUMERIC THEN
                   MOVE PCB-MONTHLY-AMOUNT TO TRN-PLANNED-CONTRIB
               END-IF
           END-READ
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PCLTXTR" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-MASTER-READ-COUNT TO RHS-RECORDS-IN
           MOVE WS-EXTRACT-COUNT TO RHS-RECORDS-OUT
           MOVE 0 TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
