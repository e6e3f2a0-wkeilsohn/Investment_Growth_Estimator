      *> FILE; SYSIN CARRIES THE CUSTODIAN CODE AND THE MODE
      *> (R = RESET BROKFEED FIRST - THE FIRST CUSTODIAN OF THE
      *> NIGHT - OR M = MERGE INTO WHAT IS ALREADY THERE).
      *> AN OPTIONAL THIRD SYSIN CARD SELECTS THE FEED: B (THE
      *> DEFAULT) FOR BALANCES, OR H FOR THE CUSTODIAN'S HOLDINGS
      *> FILE, WHICH IS PROVEN AND MERGED THE SAME WAY INTO
      *> HOLDFEED, ONE RECORD PER ACCOUNT PER ASSET CLASS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FEED-KEY
             FILE STATUS IS WS-FEED-STATUS.
           SELECT HOLDINGS-FEED-FILE ASSIGN TO "HOLDFEED"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-HOLD-KEY
             FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTODIAN-FILE.
       01 NATIVE-RECORD PIC X(80).
       FD BROKERAGE-FEED-FILE.
           COPY FEEDREC.
       FD HOLDINGS-FEED-FILE.
           COPY HOLDREC.
       WORKING-STORAGE SECTION.
       01 WS-CUST-KEY PIC 9(2) VALUE 0.
       01 WS-CUST-STATUS PIC X(2) VALUE "00".
       01 WS-FEED-KEY PIC 9(6) VALUE 0.
       01 WS-FEED-STATUS PIC X(2) VALUE "00".
         88 FEED-FILE-OK VALUE "00".
       01 WS-HOLD-KEY PIC 9(8) VALUE 0.
       01 WS-HOLD-STATUS PIC X(2) VALUE "00".
         88 HOLD-FILE-OK VALUE "00".
       01 WS-CUSTODIAN-CODE PIC 9(2) VALUE 0.
       01 WS-FEED-TYPE PIC X VALUE "B".
         88 BALANCE-FEED VALUE "B" "b" " ".
         88 HOLDINGS-FEED VALUE "H" "h".
       01 WS-RUN-MODE PIC X VALUE "M".
         88 RESET-MODE VALUE "R" "r".
         88 MERGE-MODE VALUE "M" "m".
           05 N2-AS-OF-DATE           PIC 9(8).
           05 N2-RECORD-COUNT         PIC 9(6).
           05 FILLER                  PIC X(48).
      *> LAYOUT 2 HOLDINGS DETAIL. ITS HEADER AND TRAILER ARE THE
      *> SAME AS ON THE BALANCE TRANSMISSION.
       01 WS-NATIVE-H2 REDEFINES WS-NATIVE-WORK.
           05 FILLER                  PIC X(1).
           05 H2-CLIENT-ID            PIC 9(6).
           05 H2-ACCOUNT-NUMBER       PIC 9(1).
           05 H2-ASSET-CLASS          PIC 9(1).
           05 H2-MARKET-VALUE         PIC 9(9)V99.
           05 FILLER                  PIC X(60).
       01 WS-NATIVE-DATE PIC 9(8) VALUE 0.
       01 WS-NATIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-NATIVE-TRAILER PIC 9(6) VALUE 0.
       01 WS-MERGED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERSIZE-COUNT PIC 9(6) VALUE 0.
       01 WS-INVALID-COUNT PIC 9(6) VALUE 0.
       01 WS-PRIOR-HEADER-DATE PIC 9(8) VALUE 0.
       01 WS-CONTROL-DATE PIC 9(8) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-DETAIL-HASH PIC 9(12) VALUE 0.
       01 WS-BALANCE-PENNIES PIC 9(12) VALUE 0.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           ACCEPT WS-CUSTODIAN-CODE
           .
           ACCEPT WS-RUN-MODE
               MOVE "M" TO WS-RUN-MODE
           END-IF
           .
           ACCEPT WS-FEED-TYPE
           .
           IF NOT BALANCE-FEED AND NOT HOLDINGS-FEED THEN
               DISPLAY "PFEEDCNV FEED TYPE NOT RECOGNIZED - "
                 "BALANCES ASSUMED."
               MOVE "B" TO WS-FEED-TYPE
           END-IF
           .
           PERFORM LOOKUP-CUSTODIAN-PARA
           .
           PERFORM PROVE-NATIVE-CONTROLS-PARA
           .
           IF HOLDINGS-FEED THEN
               PERFORM CONVERT-HOLDINGS-PARA
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           PERFORM OPEN-BROKFEED-PARA
           .
           PERFORM MERGE-NATIVE-PARA
                     "FOR THE CONTROL REBUILD. STATUS: "
                     WS-FEED-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY-PARA
                   STOP RUN
               END-IF
           END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

               DISPLAY "PFEEDCNV COULD NOT OPEN THE CUSTODIAN "
                 "REFERENCE FILE. STATUS: " WS-CUST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
                 "THE CUSTODIAN REFERENCE FILE."
               CLOSE CUSTODIAN-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
             NOT INVALID KEY
               IF CUS-IS-INACTIVE THEN
                     CUS-CUSTODIAN-NAME ") IS INACTIVE."
                   CLOSE CUSTODIAN-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY-PARA
                   STOP RUN
               END-IF
               MOVE CUS-LAYOUT-CODE TO WS-LAYOUT-CODE
               DISPLAY "LAYOUT CODE " WS-LAYOUT-CODE " IS NOT "
                 "SUPPORTED BY THIS CONVERSION PROGRAM."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               DISPLAY "PFEEDCNV COULD NOT OPEN THE NATIVE FEED. "
                 "STATUS: " WS-NATV-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               DISPLAY "THE NATIVE FEED HAS NO HEADER RECORD - "
                 "REFUSING TO MERGE IT."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
                 "COUNT OF " WS-NATIVE-TRAILER " - REFUSING TO "
                 "MERGE IT."
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               DISPLAY "PFEEDCNV COULD NOT OPEN BROKFEED. STATUS: "
                 WS-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
               END-IF
           END-READ
           .

      *> THE HOLDINGS FEED: THE SAME TWO PASSES AND CONTROL
      *> REBUILD AS THE BALANCES, AGAINST HOLDFEED. A POSITION
      *> WITH NO VALID ASSET CLASS OR ACCOUNT CANNOT BE PLACED AND
      *> IS REPORTED AND LEFT OFF THE MERGED FEED.
       CONVERT-HOLDINGS-PARA.
           PERFORM OPEN-HOLDFEED-PARA
           .
           PERFORM MERGE-HOLDINGS-PARA
           .
           IF RESET-MODE THEN
               CLOSE HOLDINGS-FEED-FILE
               OPEN I-O HOLDINGS-FEED-FILE
               IF NOT HOLD-FILE-OK THEN
                   DISPLAY "PFEEDCNV COULD NOT REOPEN HOLDFEED "
                     "FOR THE CONTROL REBUILD. STATUS: "
                     WS-HOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-RUN-HISTORY-PARA
                   STOP RUN
               END-IF
           END-IF
           .
           PERFORM REBUILD-HOLDING-CONTROLS-PARA
           .
           CLOSE HOLDINGS-FEED-FILE
           .
           DISPLAY "PFEEDCNV MERGED " WS-MERGED-COUNT " POSITIONS "
             "FROM CUSTODIAN " WS-CUSTODIAN-CODE " INTO HOLDFEED."
           .
           IF WS-DUPLICATE-COUNT > 0 THEN
               DISPLAY "*** " WS-DUPLICATE-COUNT " POSITIONS WERE "
                 "ALREADY ON THE MERGED FEED FROM AN EARLIER "
                 "CUSTODIAN AND WERE NOT OVERLAID. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           IF WS-INVALID-COUNT > 0 THEN
               DISPLAY "*** " WS-INVALID-COUNT " POSITIONS HAD NO "
                 "VALID ACCOUNT, ASSET CLASS OR MARKET VALUE AND "
                 "WERE NOT MERGED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       OPEN-HOLDFEED-PARA.
           MOVE 0 TO WS-PRIOR-HEADER-DATE
           .
           IF RESET-MODE THEN
               OPEN OUTPUT HOLDINGS-FEED-FILE
           ELSE
               OPEN I-O HOLDINGS-FEED-FILE
               IF HOLD-FILE-OK THEN
                   MOVE 99999800 TO WS-HOLD-KEY
                   READ HOLDINGS-FEED-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE HLD-AS-OF-DATE TO WS-PRIOR-HEADER-DATE
                   END-READ
               END-IF
           END-IF
           .
           IF NOT HOLD-FILE-OK THEN
               DISPLAY "PFEEDCNV COULD NOT OPEN HOLDFEED. STATUS: "
                 WS-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .

       MERGE-HOLDINGS-PARA.
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT NATIVE-FEED-FILE
           .
           PERFORM READ-NATIVE-PARA
           .
           PERFORM MERGE-HOLDING-ONE-PARA UNTIL END-OF-NATIVE
           .
           CLOSE NATIVE-FEED-FILE
           .

       MERGE-HOLDING-ONE-PARA.
           EVALUATE WS-LAYOUT-CODE
             WHEN 1
               IF N1-CLIENT-ID < 999998 THEN
                   MOVE WS-NATIVE-WORK(1:26) TO HOLDING-RECORD
                   PERFORM WRITE-HOLDING-DETAIL-PARA
               END-IF
             WHEN 2
               IF N2-IS-DETAIL THEN
                   MOVE SPACES TO HOLDING-RECORD
                   MOVE H2-CLIENT-ID TO HLD-CLIENT-ID
                   MOVE H2-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
                   MOVE H2-ASSET-CLASS TO HLD-ASSET-CLASS
                   MOVE H2-MARKET-VALUE TO HLD-MARKET-VALUE
                   PERFORM WRITE-HOLDING-DETAIL-PARA
               END-IF
           END-EVALUATE
           .
           PERFORM READ-NATIVE-PARA
           .

       WRITE-HOLDING-DETAIL-PARA.
           IF HLD-CLIENT-ID NOT NUMERIC
             OR HLD-ACCOUNT-NUMBER NOT NUMERIC
             OR HLD-ASSET-CLASS NOT NUMERIC
             OR HLD-MARKET-VALUE NOT NUMERIC THEN
               ADD 1 TO WS-INVALID-COUNT
               DISPLAY "*** POSITION RECORD " WS-NATIVE-WORK(1:26)
                 " IS NOT NUMERIC - NOT MERGED. ***"
               EXIT PARAGRAPH
           END-IF
           .
           IF NOT HLD-CLASS-VALID OR HLD-CLIENT-ID = 0 THEN
               ADD 1 TO WS-INVALID-COUNT
               DISPLAY "*** CLIENT " HLD-CLIENT-ID " ACCOUNT "
                 HLD-ACCOUNT-NUMBER " ASSET CLASS " HLD-ASSET-CLASS
                 " IS NOT A VALID POSITION - NOT MERGED. ***"
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-HOLD-KEY = (HLD-CLIENT-ID * 100)
             + (HLD-ACCOUNT-NUMBER * 10) + HLD-ASSET-CLASS
           .
           WRITE HOLDING-RECORD
             INVALID KEY
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "*** CLIENT " HLD-CLIENT-ID " ACCOUNT "
                 HLD-ACCOUNT-NUMBER " CLASS " HLD-ASSET-CLASS
                 " ALREADY ON THE MERGED HOLDINGS - KEEPING THE "
                 "EARLIER CUSTODIAN'S POSITION. ***"
             NOT INVALID KEY
               ADD 1 TO WS-MERGED-COUNT
           END-WRITE
           .

      *> SAME CONTROLS AS THE BROKFEED REBUILD, OVER THE MARKET
      *> VALUES ON THE WHOLE MERGED HOLDINGS FEED.
       REBUILD-HOLDING-CONTROLS-PARA.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-HASH
           MOVE 0 TO WS-FEED-EOF
           .
           MOVE 1 TO WS-HOLD-KEY
           .
           START HOLDINGS-FEED-FILE KEY NOT LESS THAN WS-HOLD-KEY
             INVALID KEY
               MOVE 1 TO WS-FEED-EOF
           END-START
           .
           PERFORM TALLY-HOLDINGS-PARA UNTIL END-OF-FEED
           .
           MOVE WS-NATIVE-DATE TO WS-CONTROL-DATE
           .
           IF MERGE-MODE AND WS-PRIOR-HEADER-DATE > 0
             AND WS-PRIOR-HEADER-DATE < WS-CONTROL-DATE THEN
               MOVE WS-PRIOR-HEADER-DATE TO WS-CONTROL-DATE
           END-IF
           .
           MOVE 99999800 TO WS-HOLD-KEY
           MOVE 999998 TO HLD-CLIENT-ID
           MOVE SPACES TO HLD-RECORD-BODY
           MOVE WS-CONTROL-DATE TO HLD-AS-OF-DATE
           .
           WRITE HOLDING-RECORD
             INVALID KEY
               REWRITE HOLDING-RECORD
           END-WRITE
           .
           MOVE 99999900 TO WS-HOLD-KEY
           MOVE 999999 TO HLD-CLIENT-ID
           MOVE SPACES TO HLD-RECORD-BODY
           MOVE WS-DETAIL-COUNT TO HLD-CONTROL-COUNT
           MOVE WS-DETAIL-HASH TO HLD-CONTROL-HASH
           .
           WRITE HOLDING-RECORD
             INVALID KEY
               REWRITE HOLDING-RECORD
           END-WRITE
           .

       TALLY-HOLDINGS-PARA.
           READ HOLDINGS-FEED-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-FEED-EOF
             NOT AT END
               IF NOT HLD-HEADER-KEY AND NOT HLD-TRAILER-KEY THEN
                   ADD 1 TO WS-DETAIL-COUNT
                   COMPUTE WS-BALANCE-PENNIES =
                     HLD-MARKET-VALUE * 100
                   COMPUTE WS-DETAIL-HASH =
                     FUNCTION MOD(WS-DETAIL-HASH
                     + WS-BALANCE-PENNIES, 10000000000)
               END-IF
           END-READ
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PFEEDCNV" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-CUSTODIAN-CODE TO RHS-STEP-QUALIFIER(1:2)
           IF HOLDINGS-FEED THEN
               MOVE "H" TO RHS-STEP-QUALIFIER(3:1)
           ELSE
               MOVE "B" TO RHS-STEP-QUALIFIER(3:1)
           END-IF
           IF RESET-MODE THEN
               MOVE "R" TO RHS-STEP-QUALIFIER(4:1)
           ELSE
               MOVE "M" TO RHS-STEP-QUALIFIER(4:1)
           END-IF
           MOVE WS-NATIVE-COUNT TO RHS-RECORDS-IN
           MOVE WS-MERGED-COUNT TO RHS-RECORDS-OUT
           COMPUTE RHS-RECORDS-REJECTED = WS-DUPLICATE-COUNT
             + WS-OVERSIZE-COUNT + WS-INVALID-COUNT
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
