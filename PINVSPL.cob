       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINVSPL.
       AUTHOR. WILLIAM-KEILSOHN.
      *> NIGHTLY BOOK RUN SPLIT. CUTS THE ACCEPTED TRANSACTION FILE
      *> (TRANOK, IN CLIENT/ACCOUNT ORDER) INTO CLIENT-ID RANGE
      *> PARTITIONS TRANP1-TRANP4 SO THE BOOK RUN CAN BE RUN AS
      *> SEVERAL PINVBAT JOBS AT ONCE. THE NUMBER OF PARTITIONS
      *> (1-4) COMES FROM SYSIN. THE RANGES ARE CUT ON RECORD
      *> COUNT, SO EACH PARTITION CARRIES ABOUT THE SAME NUMBER OF
      *> ACCOUNT RECORDS, AND ONLY EVER BETWEEN TWO CLIENTS. A
      *> LINKED HOUSEHOLD IS NEVER SPLIT: THE HOUSEHOLD GOES TO THE
      *> PARTITION OF ITS LOWEST MEMBER, AND ANY MEMBER WHOSE ID
      *> FALLS IN A LATER RANGE IS PULLED BACK TO IT, SO THE
      *> HOUSEHOLD LINE IS STILL POOLED OVER EVERY MEMBER. EACH
      *> PARTITION STAYS IN CLIENT ORDER. A PARTITION NOT IN USE
      *> IS WRITTEN EMPTY. THE COUNTS GO TO SPLITCTL FOR PINVMRG TO
      *> PROVE THE PARTITIONS AGAINST WHEN IT PUTS THE NIGHT BACK
      *> TOGETHER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
           SELECT PARTITION-FILE-1 ASSIGN TO "TRANP1"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-FILE-2 ASSIGN TO "TRANP2"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-FILE-3 ASSIGN TO "TRANP3"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PART-STATUS.
           SELECT PARTITION-FILE-4 ASSIGN TO "TRANP4"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PART-STATUS.
           SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SPLIT-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.
       FD PARTITION-FILE-1.
       01 PARTITION-RECORD-1 PIC X(99).
       FD PARTITION-FILE-2.
       01 PARTITION-RECORD-2 PIC X(99).
       FD PARTITION-FILE-3.
       01 PARTITION-RECORD-3 PIC X(99).
       FD PARTITION-FILE-4.
       01 PARTITION-RECORD-4 PIC X(99).
       FD SPLIT-CONTROL-FILE.
           COPY PARTREC.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE "00".
         88 TRAN-OK VALUE "00".
       01 WS-PART-STATUS PIC X(2) VALUE "00".
       01 WS-SPLIT-STATUS PIC X(2) VALUE "00".
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-TRANSACTIONS VALUE 1.
       01 WS-PARTITION-INPUT PIC X(1) VALUE SPACE.
         88 PARTITION-COUNT-VALID VALUE "1" THRU "4".
       01 WS-PARTITION-COUNT PIC 9(1) VALUE 4.
       01 WS-CURRENT-PARTITION PIC 9(1) VALUE 1.
       01 WS-CLIENT-PARTITION PIC 9(1) VALUE 1.
       01 WS-PART-IDX PIC 9(1) VALUE 0.
       01 WS-TOTAL-RECORDS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CLIENTS PIC 9(7) VALUE 0.
       01 WS-WRITTEN-RECORDS PIC 9(7) VALUE 0.
       01 WS-TARGET-RECORDS PIC 9(7) VALUE 0.
       01 WS-PREV-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-PARTITION-TABLE.
         05 WS-PART-ENTRY OCCURS 4 TIMES.
           10 WS-PART-RECORDS PIC 9(7).
           10 WS-PART-CLIENTS PIC 9(7).
           10 WS-PART-LOW-CLIENT PIC 9(6).
           10 WS-PART-HIGH-CLIENT PIC 9(6).
           10 WS-PART-PULLED PIC 9(7).
      *> EACH LINKED HOUSEHOLD SEEN SO FAR AND THE PARTITION ITS
      *> LOWEST MEMBER WENT TO. THE FILE IS IN CLIENT ORDER, SO
      *> THE FIRST MEMBER SEEN IS THE LOWEST.
       01 WS-HH-COUNT PIC 9(4) VALUE 0.
       01 WS-HH-IDX PIC 9(4) VALUE 0.
       01 WS-HH-FOUND-IDX PIC 9(4) VALUE 0.
       01 WS-HOUSEHOLD-TABLE.
         05 WS-HH-ENTRY OCCURS 5000 TIMES.
           10 WS-HH-ID PIC 9(6).
           10 WS-HH-PARTITION PIC 9(1).
       01 WS-RUN-DATE-NUMBER PIC 9(8) VALUE 0.
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
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-RUN-DATE-NUMBER =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM ACCEPT-PARTITIONS-PARA
           .
           PERFORM COUNT-RECORDS-PARA
           .
           COMPUTE WS-TARGET-RECORDS =
             (WS-TOTAL-RECORDS + WS-PARTITION-COUNT - 1)
             / WS-PARTITION-COUNT
           .
           MOVE ZEROS TO WS-PARTITION-TABLE
           MOVE 1 TO WS-CURRENT-PARTITION
           MOVE 0 TO WS-PREV-CLIENT-ID
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM READ-TRANSACTION-PARA
           .
           PERFORM SPLIT-RECORD-PARA
             UNTIL END-OF-TRANSACTIONS
           .
           CLOSE TRANSACTION-FILE
           CLOSE PARTITION-FILE-1
           CLOSE PARTITION-FILE-2
           CLOSE PARTITION-FILE-3
           CLOSE PARTITION-FILE-4
           .
           PERFORM WRITE-SPLIT-CONTROL-PARA
           .
           DISPLAY "PINVSPL SPLIT " WS-TOTAL-RECORDS
             " ACCOUNT RECORDS FOR " WS-TOTAL-CLIENTS " CLIENTS "
             "INTO " WS-PARTITION-COUNT " PARTITIONS."
           .
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
             UNTIL WS-PART-IDX > WS-PARTITION-COUNT
               DISPLAY "  PARTITION " WS-PART-IDX ": CLIENTS "
                 WS-PART-LOW-CLIENT(WS-PART-IDX) " - "
                 WS-PART-HIGH-CLIENT(WS-PART-IDX) ", "
                 WS-PART-RECORDS(WS-PART-IDX) " RECORDS, "
                 WS-PART-CLIENTS(WS-PART-IDX) " CLIENTS ("
                 WS-PART-PULLED(WS-PART-IDX)
                 " PULLED IN WITH THEIR HOUSEHOLD)."
           END-PERFORM
           .
           IF WS-WRITTEN-RECORDS NOT = WS-TOTAL-RECORDS THEN
               DISPLAY "*** THE PARTITIONS HOLD " WS-WRITTEN-RECORDS
                 " RECORDS BUT THE ACCEPTED FILE HELD "
                 WS-TOTAL-RECORDS ". THE BOOK RUN IS BYPASSED. ***"
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> THE PARTITION COUNT COMES FROM SYSIN. ANYTHING OTHER THAN
      *> 1-4 SPLITS FOUR WAYS, THE NUMBER OF PARTITION JOBS THE
      *> SCHEDULE RUNS.
       ACCEPT-PARTITIONS-PARA.
           ACCEPT WS-PARTITION-INPUT
           .
           IF PARTITION-COUNT-VALID THEN
               MOVE WS-PARTITION-INPUT TO WS-PARTITION-COUNT
           ELSE
               DISPLAY "PARTITION COUNT NOT RECOGNIZED - THE BOOK "
                 "WILL BE SPLIT FOUR WAYS."
               MOVE 4 TO WS-PARTITION-COUNT
           END-IF
           .

      *> FIRST PASS: THE RECORD COUNT THE RANGES ARE CUT ON.
       COUNT-RECORDS-PARA.
           OPEN INPUT TRANSACTION-FILE
           .
           IF NOT TRAN-OK THEN
               DISPLAY "PINVSPL COULD NOT OPEN THE TRANSACTION "
                 "FILE. STATUS: " WS-TRAN-STATUS
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           MOVE 0 TO WS-TOTAL-RECORDS
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM READ-TRANSACTION-PARA
           .
           PERFORM UNTIL END-OF-TRANSACTIONS
               ADD 1 TO WS-TOTAL-RECORDS
               PERFORM READ-TRANSACTION-PARA
           END-PERFORM
           .
           CLOSE TRANSACTION-FILE
           .

       OPEN-FILES-PARA.
           OPEN INPUT TRANSACTION-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN OUTPUT PARTITION-FILE-1
           OPEN OUTPUT PARTITION-FILE-2
           OPEN OUTPUT PARTITION-FILE-3
           OPEN OUTPUT PARTITION-FILE-4
           .

       READ-TRANSACTION-PARA.
           READ TRANSACTION-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

      *> SECOND PASS. THE PARTITION IS CHOSEN ON A CLIENT'S FIRST
      *> RECORD AND KEPT FOR THE REST OF THEM.
       SPLIT-RECORD-PARA.
           IF TRN-CLIENT-ID NOT = WS-PREV-CLIENT-ID THEN
               PERFORM START-CLIENT-PARA
           END-IF
           .
           EVALUATE WS-CLIENT-PARTITION
             WHEN 1
               WRITE PARTITION-RECORD-1 FROM CLIENT-TRANSACTION-RECORD
             WHEN 2
               WRITE PARTITION-RECORD-2 FROM CLIENT-TRANSACTION-RECORD
             WHEN 3
               WRITE PARTITION-RECORD-3 FROM CLIENT-TRANSACTION-RECORD
             WHEN OTHER
               WRITE PARTITION-RECORD-4 FROM CLIENT-TRANSACTION-RECORD
           END-EVALUATE
           .
           ADD 1 TO WS-PART-RECORDS(WS-CLIENT-PARTITION)
           ADD 1 TO WS-WRITTEN-RECORDS
           .
           PERFORM READ-TRANSACTION-PARA
           .

      *> A NEW RANGE STARTS WHEN THE CURRENT ONE HAS ITS SHARE OF
      *> RECORDS. A MEMBER OF A HOUSEHOLD ALREADY PLACED GOES TO
      *> THAT HOUSEHOLD'S PARTITION, WHATEVER RANGE IT IS IN.
       START-CLIENT-PARA.
           MOVE TRN-CLIENT-ID TO WS-PREV-CLIENT-ID
           ADD 1 TO WS-TOTAL-CLIENTS
           MOVE 0 TO WS-HH-FOUND-IDX
           .
           IF TRN-HOUSEHOLD-ID > 0 THEN
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                 UNTIL WS-HH-IDX > WS-HH-COUNT
                   IF WS-HH-ID(WS-HH-IDX) = TRN-HOUSEHOLD-ID THEN
                       MOVE WS-HH-IDX TO WS-HH-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           .
           IF WS-HH-FOUND-IDX > 0 THEN
               MOVE WS-HH-PARTITION(WS-HH-FOUND-IDX) TO
                 WS-CLIENT-PARTITION
               IF WS-CLIENT-PARTITION NOT = WS-CURRENT-PARTITION
                 THEN
                   ADD 1 TO WS-PART-PULLED(WS-CLIENT-PARTITION)
               END-IF
           ELSE
               IF WS-PART-RECORDS(WS-CURRENT-PARTITION)
                 NOT LESS THAN WS-TARGET-RECORDS
                 AND WS-CURRENT-PARTITION < WS-PARTITION-COUNT THEN
                   ADD 1 TO WS-CURRENT-PARTITION
               END-IF
               MOVE WS-CURRENT-PARTITION TO WS-CLIENT-PARTITION
               IF TRN-HOUSEHOLD-ID > 0 THEN
                   PERFORM ADD-HOUSEHOLD-PARA
               END-IF
           END-IF
           .
           ADD 1 TO WS-PART-CLIENTS(WS-CLIENT-PARTITION)
           .
           IF WS-PART-LOW-CLIENT(WS-CLIENT-PARTITION) = 0 THEN
               MOVE TRN-CLIENT-ID TO
                 WS-PART-LOW-CLIENT(WS-CLIENT-PARTITION)
           END-IF
           .
           MOVE TRN-CLIENT-ID TO
             WS-PART-HIGH-CLIENT(WS-CLIENT-PARTITION)
           .

      *> A FULL TABLE CANNOT PROMISE TO KEEP THE NEXT HOUSEHOLD
      *> TOGETHER, SO THE SPLIT STOPS RATHER THAN RISK IT.
       ADD-HOUSEHOLD-PARA.
           IF WS-HH-COUNT NOT LESS THAN 5000 THEN
               DISPLAY "*** HOUSEHOLD TABLE FULL AT HOUSEHOLD "
                 TRN-HOUSEHOLD-ID " - THE BOOK CANNOT BE SPLIT "
                 "WITHOUT RISK OF SPLITTING A HOUSEHOLD. RUN WITH "
                 "ONE PARTITION. ***"
               CLOSE TRANSACTION-FILE
               CLOSE PARTITION-FILE-1
               CLOSE PARTITION-FILE-2
               CLOSE PARTITION-FILE-3
               CLOSE PARTITION-FILE-4
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           ADD 1 TO WS-HH-COUNT
           MOVE TRN-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
           MOVE WS-CLIENT-PARTITION TO WS-HH-PARTITION(WS-HH-COUNT)
           .

      *> PARTITION 0 IS THE WHOLE FILE; 1-4 ARE WRITTEN EVEN WHEN
      *> NOT IN USE, WITH ZERO COUNTS, SO THE MERGE CAN TELL AN
      *> IDLE PARTITION FROM A MISSING ONE.
       WRITE-SPLIT-CONTROL-PARA.
           OPEN OUTPUT SPLIT-CONTROL-FILE
           .
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "S" TO PTC-RECORD-TYPE
           MOVE 0 TO PTC-PARTITION
           MOVE WS-PARTITION-COUNT TO PTC-SPL-PARTITIONS
           MOVE WS-TOTAL-RECORDS TO PTC-SPL-RECORD-COUNT
           MOVE WS-TOTAL-CLIENTS TO PTC-SPL-CLIENT-COUNT
           MOVE 0 TO PTC-SPL-LOW-CLIENT
           MOVE 0 TO PTC-SPL-HIGH-CLIENT
           MOVE 0 TO PTC-SPL-PULLED-COUNT
           MOVE WS-RUN-DATE-NUMBER TO PTC-SPL-RUN-DATE
           .
           WRITE PARTITION-CONTROL-RECORD
           .
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
             UNTIL WS-PART-IDX > 4
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE "S" TO PTC-RECORD-TYPE
               MOVE WS-PART-IDX TO PTC-PARTITION
               MOVE WS-PARTITION-COUNT TO PTC-SPL-PARTITIONS
               MOVE WS-PART-RECORDS(WS-PART-IDX) TO
                 PTC-SPL-RECORD-COUNT
               MOVE WS-PART-CLIENTS(WS-PART-IDX) TO
                 PTC-SPL-CLIENT-COUNT
               MOVE WS-PART-LOW-CLIENT(WS-PART-IDX) TO
                 PTC-SPL-LOW-CLIENT
               MOVE WS-PART-HIGH-CLIENT(WS-PART-IDX) TO
                 PTC-SPL-HIGH-CLIENT
               MOVE WS-PART-PULLED(WS-PART-IDX) TO
                 PTC-SPL-PULLED-COUNT
               MOVE WS-RUN-DATE-NUMBER TO PTC-SPL-RUN-DATE
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM
           .
           CLOSE SPLIT-CONTROL-FILE
           .

      *> THE BATCH WINDOW LOCK IS HELD BY THE NIGHTLY JOB FROM
      *> THE EXTRACT STEP ONWARD AND NORMALLY RELEASED BY PINVMRG.
      *> WHEN THIS STEP ENDS THE NIGHT EARLY IT RELEASES THE LOCK
      *> ITSELF SO THE BOOK IS NOT LEFT LOCKED OVERNIGHT.
       RELEASE-LOCK-PARA.
           OPEN OUTPUT BATCH-LOCK-FILE
           .
           MOVE "R" TO LOCK-HELD-FLAG
           .
           COMPUTE LOCK-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE LOCK-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE 0 TO LOCK-RELEASE-HHMM
           .
           WRITE BATCH-LOCK-RECORD
           .
           CLOSE BATCH-LOCK-FILE
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PINVSPL" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-TOTAL-RECORDS TO RHS-RECORDS-IN
           MOVE WS-WRITTEN-RECORDS TO RHS-RECORDS-OUT
           MOVE 0 TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
