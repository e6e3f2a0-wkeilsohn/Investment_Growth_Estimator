       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHGINQ.
       AUTHOR. WILLIAM-KEILSOHN.
      *> ONLINE CLIENT CHANGE HISTORY INQUIRY. REACHED FROM THE
      *> PMENU SIGN-ON. THE OPERATOR KEYS A CLIENT ID AND EVERY
      *> CHANGE JOURNAL LINE FOR THAT CLIENT IS SHOWN NEWEST
      *> FIRST: WHEN, WHO, FROM WHICH PROGRAM, WHICH RECORD AND
      *> FIELD, AND THE VALUE BEFORE AND AFTER. THE JOURNAL IS
      *> APPENDED IN TIME ORDER, SO THE CLIENT'S LINES ARE HELD
      *> IN A TABLE AND SHOWN FROM THE BOTTOM UP. A CLIENT WITH
      *> MORE HISTORY THAN THE TABLE HOLDS SHOWS THE NEWEST
      *> LINES AND SAYS HOW MANY OLDER ONES WERE LEFT OFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-JOURNAL-FILE.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
       01 WS-CHGJ-STATUS PIC X(2) VALUE "00".
         88 CHGJ-OK VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-JOURNAL VALUE 1.
       01 WS-CLIENT-FILTER PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(3) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-SLOT PIC 9(3) VALUE 0.
       01 WS-SHOW-IDX PIC 9(3) VALUE 0.
       01 WS-HISTORY-TABLE.
         05 WS-HISTORY-ENTRY OCCURS 500 TIMES PIC X(119).
       01 WS-HISTORY-LINE.
         05 WS-HST-DATE PIC 9999/99/99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-TIME PIC 99B99B99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-OPERATOR PIC X(8).
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-PROGRAM PIC X(8).
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-RECORD PIC X(4).
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-FIELD PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-HST-OLD PIC X(30).
         05 FILLER PIC X(4) VALUE " -> ".
         05 WS-HST-NEW PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "CLIENT CHANGE HISTORY INQUIRY"
           .
           DISPLAY "ENTER THE CLIENT ID: " WITH NO ADVANCING
           ACCEPT WS-CLIENT-FILTER
           .
           IF WS-CLIENT-FILTER = 0 THEN
               DISPLAY "A CLIENT ID IS REQUIRED."
               GOBACK
           END-IF
           .
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE 0 TO WS-SLOT
           .
           OPEN INPUT CHANGE-JOURNAL-FILE
           .
           IF NOT CHGJ-OK THEN
               DISPLAY "NO CLIENT CHANGE JOURNAL IS ON FILE."
               GOBACK
           END-IF
           .
           PERFORM SCAN-JOURNAL-PARA UNTIL END-OF-JOURNAL
           .
           CLOSE CHANGE-JOURNAL-FILE
           .
           IF WS-MATCH-COUNT = 0 THEN
               DISPLAY "NO CHANGES ARE JOURNALED FOR CLIENT "
                 WS-CLIENT-FILTER "."
               GOBACK
           END-IF
           .
           DISPLAY "DATE       TIME     OPERATOR PROGRAM  REC  "
             "FIELD                OLD VALUE"
             "                         NEW VALUE"
           .
           PERFORM SHOW-HISTORY-PARA
           .
           DISPLAY WS-MATCH-COUNT " CHANGES JOURNALED FOR CLIENT "
             WS-CLIENT-FILTER "."
           .
           IF WS-DROPPED-COUNT > 0 THEN
               DISPLAY WS-DROPPED-COUNT " OLDER CHANGES ARE NOT "
                 "SHOWN."
           END-IF
           .
           GOBACK
           .

      *> THE TABLE IS FILLED AS A RING: ONCE IT IS FULL EACH NEW
      *> LINE OVERWRITES THE OLDEST, SO WHAT IS LEFT AT END OF
      *> FILE IS ALWAYS THE NEWEST 500.
       SCAN-JOURNAL-PARA.
           READ CHANGE-JOURNAL-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
             NOT AT END
               IF CHG-CLIENT-ID = WS-CLIENT-FILTER THEN
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-SLOT = 500 THEN
                       MOVE 1 TO WS-SLOT
                   ELSE
                       ADD 1 TO WS-SLOT
                   END-IF
                   IF WS-HELD-COUNT < 500 THEN
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
                   MOVE CHANGE-JOURNAL-RECORD TO
                     WS-HISTORY-ENTRY(WS-SLOT)
               END-IF
           END-READ
           .

       SHOW-HISTORY-PARA.
           PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
             UNTIL WS-SHOW-IDX > WS-HELD-COUNT
               MOVE WS-HISTORY-ENTRY(WS-SLOT) TO
                 CHANGE-JOURNAL-RECORD
               PERFORM SHOW-ONE-LINE-PARA
               IF WS-SLOT = 1 THEN
                   MOVE 500 TO WS-SLOT
               ELSE
                   SUBTRACT 1 FROM WS-SLOT
               END-IF
           END-PERFORM
           .

       SHOW-ONE-LINE-PARA.
           MOVE CHG-RUN-DATE TO WS-HST-DATE
           MOVE CHG-RUN-TIME TO WS-HST-TIME
           MOVE CHG-OPERATOR-ID TO WS-HST-OPERATOR
           MOVE CHG-PROGRAM-ID TO WS-HST-PROGRAM
           MOVE CHG-OLD-VALUE TO WS-HST-OLD
           MOVE CHG-NEW-VALUE TO WS-HST-NEW
           MOVE SPACES TO WS-HST-RECORD
           MOVE SPACES TO WS-HST-FIELD
           .
           EVALUATE TRUE
             WHEN CHG-IS-ACCOUNT
               STRING "A" CHG-RECORD-SEQ DELIMITED BY SIZE
                 INTO WS-HST-RECORD
             WHEN CHG-IS-GOAL
               STRING "G" CHG-RECORD-SEQ DELIMITED BY SIZE
                 INTO WS-HST-RECORD
             WHEN CHG-IS-CONTACT
               MOVE "CNTC" TO WS-HST-RECORD
             WHEN CHG-IS-REVIEW
               MOVE "REVW" TO WS-HST-RECORD
             WHEN CHG-IS-FUNDING
               STRING "F" CHG-RECORD-SEQ DELIMITED BY SIZE
                 INTO WS-HST-RECORD
             WHEN CHG-IS-CONTRIB
               STRING "P" CHG-RECORD-SEQ DELIMITED BY SIZE
                 INTO WS-HST-RECORD
             WHEN OTHER
               MOVE "MSTR" TO WS-HST-RECORD
           END-EVALUATE
           .
           EVALUATE TRUE
             WHEN CHG-IS-ADD
               STRING "+" CHG-FIELD-NAME DELIMITED BY SIZE
                 INTO WS-HST-FIELD
             WHEN CHG-IS-DELETE
               STRING "-" CHG-FIELD-NAME DELIMITED BY SIZE
                 INTO WS-HST-FIELD
             WHEN OTHER
               MOVE CHG-FIELD-NAME TO WS-HST-FIELD
           END-EVALUATE
           .
           DISPLAY WS-HISTORY-LINE
           .
