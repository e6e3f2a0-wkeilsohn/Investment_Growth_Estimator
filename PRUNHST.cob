       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUNHST.
       AUTHOR. WILLIAM-KEILSOHN.
      *> NIGHTLY RUN HISTORY WRITER. CALLED BY EACH STEP OF THE
      *> NIGHTLY STREAM JUST BEFORE IT ENDS WITH A FILLED-IN
      *> RUNHREC RECORD (STEP, QUALIFIER, START STAMP, COUNTS,
      *> RETURN CODE, RESTART FLAG). THE END DATE AND TIME ARE
      *> STAMPED, THE ELAPSED SECONDS WORKED OUT, THE RUN DATE SET
      *> TO THE NIGHT THE STEP BELONGS TO AND THE RECORD APPENDED
      *> TO RUNHIST. A HISTORY THAT CANNOT BE WRITTEN IS REPORTED
      *> BUT NEVER FAILS THE STEP THAT CALLED - THE HISTORY IS
      *> EVIDENCE ABOUT THE RUN, NOT PART OF IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY-FILE.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
       01 WS-RUNH-STATUS PIC X(2) VALUE "00".
         88 RUNH-OK VALUE "00".
         88 RUNH-NOT-FOUND VALUE "35".
       01 WS-START-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-END-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-START-SECONDS PIC 9(5) VALUE 0.
       01 WS-END-SECONDS PIC 9(5) VALUE 0.
       01 WS-ELAPSED-WORK PIC S9(9) VALUE 0.
       01 WS-TIME-SPLIT.
         05 WS-SPLIT-HOUR PIC 9(2).
         05 WS-SPLIT-MINUTE PIC 9(2).
         05 WS-SPLIT-SECOND PIC 9(2).
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
       01 RHS_HISTORY_RECORD PIC X(80).

       PROCEDURE DIVISION USING RHS_HISTORY_RECORD.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           MOVE RHS_HISTORY_RECORD TO RUN-HISTORY-RECORD
           .
           COMPUTE RHS-END-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE RHS-END-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           IF RHS-START-DATE NOT NUMERIC
             OR RHS-START-DATE < 19000101
             OR RHS-START-DATE > RHS-END-DATE
             OR RHS-START-TIME NOT NUMERIC THEN
               MOVE RHS-END-DATE TO RHS-START-DATE
               MOVE RHS-END-TIME TO RHS-START-TIME
           END-IF
           .
           IF RHS-RESTART-FLAG NOT = "Y" THEN
               MOVE "N" TO RHS-RESTART-FLAG
           END-IF
           .
           PERFORM ELAPSED-TIME-PARA
           .
           PERFORM SET-RUN-DATE-PARA
           .
           OPEN EXTEND RUN-HISTORY-FILE
           .
           IF RUNH-NOT-FOUND THEN
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF
           .
           IF NOT RUNH-OK THEN
               DISPLAY "THE RUN HISTORY FILE COULD NOT BE OPENED. "
                 "STATUS: " WS-RUNH-STATUS
               DISPLAY "STEP " RHS-STEP-NAME " RC " RHS-RETURN-CODE
                 " IS NOT ON THE RUN HISTORY."
               MOVE RUN-HISTORY-RECORD TO RHS_HISTORY_RECORD
               GOBACK
           END-IF
           .
           WRITE RUN-HISTORY-RECORD
           .
           IF NOT RUNH-OK THEN
               DISPLAY "THE RUN HISTORY RECORD COULD NOT BE "
                 "WRITTEN. STATUS: " WS-RUNH-STATUS
           END-IF
           .
           CLOSE RUN-HISTORY-FILE
           .
           MOVE RUN-HISTORY-RECORD TO RHS_HISTORY_RECORD
           .
           GOBACK
           .

      *> SECONDS FROM THE START STAMP TO THE END STAMP. THE DAY
      *> NUMBERS CARRY A STEP ACROSS MIDNIGHT (OR ACROSS SEVERAL
      *> DAYS, FOR A STEP LEFT WAITING ON A RESERVE); A START
      *> STAMP THAT WAS NEVER SET HAS ALREADY BEEN TAKEN AS THE
      *> END, AND A CLOCK THAT HAS GONE BACKWARDS GIVES ZERO.
       ELAPSED-TIME-PARA.
           MOVE 0 TO RHS-ELAPSED-SECONDS
           .
           COMPUTE WS-START-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(RHS-START-DATE)
           COMPUTE WS-END-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(RHS-END-DATE)
           .
           MOVE RHS-START-TIME TO WS-TIME-SPLIT
           COMPUTE WS-START-SECONDS = (WS-SPLIT-HOUR * 3600)
             + (WS-SPLIT-MINUTE * 60) + WS-SPLIT-SECOND
           .
           MOVE RHS-END-TIME TO WS-TIME-SPLIT
           COMPUTE WS-END-SECONDS = (WS-SPLIT-HOUR * 3600)
             + (WS-SPLIT-MINUTE * 60) + WS-SPLIT-SECOND
           .
           COMPUTE WS-ELAPSED-WORK =
             ((WS-END-DAY-NUMBER - WS-START-DAY-NUMBER) * 86400)
             + WS-END-SECONDS - WS-START-SECONDS
           .
           IF WS-ELAPSED-WORK < 0 THEN
               MOVE 0 TO WS-ELAPSED-WORK
           END-IF
           .
           IF WS-ELAPSED-WORK > 999999 THEN
               MOVE 999999 TO WS-ELAPSED-WORK
           END-IF
           .
           MOVE WS-ELAPSED-WORK TO RHS-ELAPSED-SECONDS
           .

      *> A STEP STARTED BEFORE NOON BELONGS TO THE CYCLE THAT
      *> BEGAN THE EVENING BEFORE.
       SET-RUN-DATE-PARA.
           MOVE RHS-START-DATE TO RHS-RUN-DATE
           .
           IF RHS-START-TIME < 120000 THEN
               COMPUTE RHS-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(RHS-START-DATE) - 1)
           END-IF
           .
