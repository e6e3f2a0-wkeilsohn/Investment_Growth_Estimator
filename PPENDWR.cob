       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPENDWR.
       AUTHOR. WILLIAM-KEILSOHN.
      *> PENDING CHANGE REQUEST WRITER. CALLED BY PSHOPDF, PRATMNT
      *> AND PCLTMNT WITH A FILLED-IN PENDREC RECORD (TYPE, KEY,
      *> REQUESTING OPERATOR, BEFORE AND AFTER IMAGES) IN PLACE OF
      *> MAKING THE CHANGE. THE NEXT REQUEST NUMBER IS TAKEN, THE
      *> REQUEST IS STAMPED PENDING WITH TODAY'S DATE AND TIME AND
      *> WRITTEN TO PENDCHG, AND THE RECORD IS HANDED BACK WITH
      *> ITS NUMBER SO THE CALLER CAN TELL THE OPERATOR. A ZERO
      *> REQUEST NUMBER COMING BACK MEANS NOTHING WAS HELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-PEND-KEY
             FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           COPY PENDREC.
       WORKING-STORAGE SECTION.
       01 WS-PEND-KEY PIC 9(6) VALUE 0.
       01 WS-PEND-STATUS PIC X(2) VALUE "00".
         88 PEND-FILE-OK VALUE "00".
         88 PEND-NOT-FOUND VALUE "23" "35".
       01 WS-PEND-EOF PIC 9 VALUE 0.
         88 END-OF-PENDING VALUE 1.
       01 WS-HIGH-REQUEST PIC 9(6) VALUE 0.
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
       01 PND_REQUEST PIC X(388).

       PROCEDURE DIVISION USING PND_REQUEST.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           OPEN I-O PENDING-FILE
           .
           IF PEND-NOT-FOUND THEN
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           .
           IF NOT PEND-FILE-OK THEN
               DISPLAY "THE PENDING CHANGE FILE COULD NOT BE "
                 "OPENED. STATUS: " WS-PEND-STATUS
               MOVE PND_REQUEST TO PENDING-CHANGE-RECORD
               MOVE 0 TO PND-REQUEST-ID
               MOVE PENDING-CHANGE-RECORD TO PND_REQUEST
               GOBACK
           END-IF
           .
           PERFORM FIND-HIGH-REQUEST-PARA
           .
           MOVE PND_REQUEST TO PENDING-CHANGE-RECORD
           .
           COMPUTE WS-PEND-KEY = WS-HIGH-REQUEST + 1
           .
           MOVE WS-PEND-KEY TO PND-REQUEST-ID
           MOVE "P" TO PND-STATUS
           .
           COMPUTE PND-REQUESTED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE PND-REQUESTED-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE SPACES TO PND-DECIDED-BY
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-DECIDED-TIME
           MOVE SPACES TO PND-DECISION-NOTE
           .
           WRITE PENDING-CHANGE-RECORD
             INVALID KEY
               DISPLAY "THE CHANGE REQUEST COULD NOT BE WRITTEN. "
                 "STATUS: " WS-PEND-STATUS
               MOVE 0 TO PND-REQUEST-ID
           END-WRITE
           .
           MOVE PENDING-CHANGE-RECORD TO PND_REQUEST
           .
           CLOSE PENDING-FILE
           .
           GOBACK
           .

       FIND-HIGH-REQUEST-PARA.
           MOVE 0 TO WS-HIGH-REQUEST
           MOVE 0 TO WS-PEND-EOF
           .
           MOVE 1 TO WS-PEND-KEY
           .
           START PENDING-FILE KEY NOT LESS THAN WS-PEND-KEY
             INVALID KEY
               MOVE 1 TO WS-PEND-EOF
           END-START
           .
           PERFORM UNTIL END-OF-PENDING
               READ PENDING-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-PEND-EOF
                 NOT AT END
                   IF PND-REQUEST-ID > WS-HIGH-REQUEST THEN
                       MOVE PND-REQUEST-ID TO WS-HIGH-REQUEST
                   END-IF
               END-READ
           END-PERFORM
           .
