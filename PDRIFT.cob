       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDRIFT.
       AUTHOR. WILLIAM-KEILSOHN.
      *> ALLOCATION DRIFT REPORT. ONCE PFEEDCNV HAS MERGED EVERY
      *> CUSTODIAN'S HOLDINGS INTO HOLDFEED, THIS STEP PROVES THE
      *> HOLDFEED HEADER AND TRAILER CONTROLS THE WAY PFEEDVAL
      *> PROVES BROKFEED (VALID AS-OF DATE WITHIN THE SHOP FEED
      *> AGE IN BUSINESS DAYS, DETAIL COUNT, PENNY HASH), THEN
      *> ADDS UP EACH CLIENT'S MARKET VALUE BY ASSET CLASS ACROSS
      *> ALL ACCOUNTS AND WORKS OUT THE EQUITY, BOND AND CASH
      *> SHARES THE CLIENT REALLY HOLDS. A CLIENT WITH ANY SHARE
      *> FURTHER THAN THE SHOP DRIFT TOLERANCE FROM THE
      *> ALLOCATION ON THE MASTER (THE ONE THE PROJECTIONS ARE
      *> BLENDED FROM) IS LISTED BY ADVISOR ON DRFTRPT AS A
      *> REBALANCING CANDIDATE, WIDEST DRIFT FIRST; SO IS A
      *> CLIENT WHO HOLDS ASSETS BUT HAS NO ALLOCATION ON THE
      *> MASTER. NOTHING ON FILE IS CHANGED.
      *> HOLDINGS WHOSE CONTROLS DO NOT PROVE ARE NOT REPORTED ON
      *> (RETURN CODE 12). HOLDINGS FOR A CLIENT NOT ON THE MASTER
      *> END THE STEP WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDINGS-FEED-FILE ASSIGN TO "HOLDFEED"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-HOLD-KEY
             FILE STATUS IS WS-HOLD-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-ID
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT DRIFT-WORK-FILE ASSIGN TO "DRFTWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT DRIFT-SORTED-FILE ASSIGN TO "DRFTSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT DRIFT-REPORT-FILE ASSIGN TO "DRFTRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT DRIFT-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD HOLDINGS-FEED-FILE.
           COPY HOLDREC.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD DRIFT-WORK-FILE.
           COPY DRFTREC.
       FD DRIFT-SORTED-FILE.
           COPY DRFTREC REPLACING
             ==DRIFT-CANDIDATE-RECORD== BY ==DRIFT-SORTED-RECORD==
             LEADING ==DRF== BY ==DSD==.
       FD DRIFT-REPORT-FILE.
       01 DRIFT-REPORT-LINE PIC X(132).
       SD DRIFT-SORT-FILE.
           COPY DRFTREC REPLACING
             ==DRIFT-CANDIDATE-RECORD== BY ==DRIFT-SORT-RECORD==
             LEADING ==DRF== BY ==DSR==.
       WORKING-STORAGE SECTION.
       01 WS-HOLD-KEY PIC 9(8) VALUE 0.
       01 WS-HOLD-STATUS PIC X(2) VALUE "00".
         88 HOLD-FILE-OK VALUE "00".
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-HOLDINGS VALUE 1.
       01 WS-SRTD-EOF PIC 9 VALUE 0.
         88 END-OF-CANDIDATES VALUE 1.
      *> SHOP LIMITS.
       01 WS-DRIFT-TOLERANCE PIC 9(3) VALUE 5.
       01 WS-FEED-MAX-AGE-DAYS PIC 9(3) VALUE 1.
      *> HOLDFEED CONTROLS.
       01 WS-FEED-AGE-DAYS PIC S9(5) VALUE 0.
       01 WS-HEADER-DATE PIC 9(8) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-TRAILER-HASH PIC 9(12) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-DETAIL-HASH PIC 9(12) VALUE 0.
       01 WS-VALUE-PENNIES PIC 9(12) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> ONE CLIENT'S HOLDINGS.
       01 WS-HELD-CLIENT PIC 9(6) VALUE 0.
       01 WS-EQUITY-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-BOND-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-CASH-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01 WS-HELD-EQUITY PIC 9(3)V99 VALUE 0.
       01 WS-HELD-BOND PIC 9(3)V99 VALUE 0.
       01 WS-HELD-CASH PIC 9(3)V99 VALUE 0.
       01 WS-ALLOC-TOTAL PIC 9(3) VALUE 0.
         88 ALLOCATION-ON-FILE VALUE 100.
       01 WS-CLASS-DRIFT PIC S9(3)V99 VALUE 0.
       01 WS-LARGEST-DRIFT PIC 9(3)V99 VALUE 0.
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-ADV-CANDIDATES PIC 9(7) VALUE 0.
      *> RUN COUNTS.
       01 WS-POSITION-COUNT PIC 9(7) VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-WITHIN-COUNT PIC 9(7) VALUE 0.
       01 WS-OUTSIDE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-TARGET-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-VALUE-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(42) VALUE
             "ALLOCATION DRIFT - REBALANCING CANDIDATES".
         05 FILLER PIC X(12) VALUE "TOLERANCE: ".
         05 WS-HDG-TOLERANCE PIC ZZ9.
         05 FILLER PIC X(18) VALUE " POINTS  HOLDINGS ".
         05 FILLER PIC X(7) VALUE "AS OF: ".
         05 WS-HDG-AS-OF PIC 9999/99/99.
         05 FILLER PIC X(13) VALUE "   RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-ADVISOR-LINE.
         05 FILLER PIC X(9) VALUE "ADVISOR: ".
         05 WS-ADL-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-BRANCH PIC X(10).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(21) VALUE "NAME".
         05 FILLER PIC X(20) VALUE "      HELD VALUE".
         05 FILLER PIC X(22) VALUE "TARGET EQ/BD/CA".
         05 FILLER PIC X(28) VALUE "HELD EQ/BD/CA".
         05 FILLER PIC X(8) VALUE " DRIFT".
         05 FILLER PIC X(25) VALUE "NOTES".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-SYMBOL PIC X.
         05 WS-DET-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-TARGET-EQUITY PIC ZZ9.
         05 FILLER PIC X VALUE "/".
         05 WS-DET-TARGET-BOND PIC ZZ9.
         05 FILLER PIC X VALUE "/".
         05 WS-DET-TARGET-CASH PIC ZZ9.
         05 FILLER PIC X(11) VALUE SPACES.
         05 WS-DET-HELD-EQUITY PIC ZZ9.99.
         05 FILLER PIC X VALUE "/".
         05 WS-DET-HELD-BOND PIC ZZ9.99.
         05 FILLER PIC X VALUE "/".
         05 WS-DET-HELD-CASH PIC ZZ9.99.
         05 FILLER PIC X(7) VALUE SPACES.
         05 WS-DET-DRIFT PIC ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NOTES PIC X(25).
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(16) VALUE "ADVISOR TOTAL - ".
         05 WS-ADT-CANDIDATES PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(23) VALUE " REBALANCING CANDIDATES".
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM LOAD-SHOP-LIMITS-PARA
           .
           PERFORM PROVE-HOLDINGS-PARA
           .
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PDRIFT COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT HOLDINGS-FEED-FILE
           OPEN OUTPUT DRIFT-WORK-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-HOLD-KEY
           .
           START HOLDINGS-FEED-FILE KEY NOT LESS THAN WS-HOLD-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM READ-HOLDING-PARA
           .
           PERFORM MEASURE-CLIENT-PARA UNTIL END-OF-HOLDINGS
           .
           CLOSE HOLDINGS-FEED-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE DRIFT-WORK-FILE
           .
           SORT DRIFT-SORT-FILE
             ON ASCENDING KEY DSR-ADVISOR-CODE
             ON DESCENDING KEY DSR-LARGEST-DRIFT
             ON ASCENDING KEY DSR-CLIENT-ID
             USING DRIFT-WORK-FILE
             GIVING DRIFT-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           DISPLAY "PDRIFT MEASURED " WS-CLIENT-COUNT " CLIENTS FROM "
             WS-POSITION-COUNT " POSITIONS: " WS-OUTSIDE-COUNT
             " OUTSIDE THE " WS-DRIFT-TOLERANCE " POINT TOLERANCE, "
             WS-NO-TARGET-COUNT " WITH NO ALLOCATION ON THE MASTER."
           .
           IF WS-NOT-ON-MASTER-COUNT > 0 THEN
               DISPLAY "*** " WS-NOT-ON-MASTER-COUNT " CLIENTS ON "
                 "THE HOLDINGS FEED ARE NOT ON THE CLIENT MASTER. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       LOAD-SHOP-LIMITS-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SHOP-DRIFT-TOLERANCE-PCT NUMERIC
                     AND SHOP-DRIFT-TOLERANCE-PCT > 0 THEN
                       MOVE SHOP-DRIFT-TOLERANCE-PCT TO
                         WS-DRIFT-TOLERANCE
                   END-IF
                   IF SHOP-FEED-MAX-AGE-DAYS NUMERIC
                     AND SHOP-FEED-MAX-AGE-DAYS > 0 THEN
                       MOVE SHOP-FEED-MAX-AGE-DAYS TO
                         WS-FEED-MAX-AGE-DAYS
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .

      *> THE SAME PROOF PFEEDVAL GIVES BROKFEED, OVER HOLDFEED. A
      *> FEED THAT DOES NOT PROVE IS NOT MEASURED AT ALL: A PART
      *> FEED WOULD MAKE EVERY CLIENT IT MISSED LOOK DRIFTED.
       PROVE-HOLDINGS-PARA.
           OPEN INPUT HOLDINGS-FEED-FILE
           .
           IF NOT HOLD-FILE-OK THEN
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED COULD NOT BE OPENED. STATUS: " WS-HOLD-STATUS
                 " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE 99999800 TO WS-HOLD-KEY
           .
           READ HOLDINGS-FEED-FILE
             INVALID KEY
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED HAS NO HEADER CONTROL RECORD. ***"
               PERFORM REFUSE-HOLDINGS-PARA
             NOT INVALID KEY
               MOVE HLD-AS-OF-DATE TO WS-HEADER-DATE
           END-READ
           .
           IF WS-HEADER-DATE NOT NUMERIC
             OR WS-HEADER-DATE < 19000101
             OR WS-HEADER-DATE > 29991231 THEN
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED HEADER DATE " WS-HEADER-DATE " IS NOT A "
                 "VALID DATE. ***"
               PERFORM REFUSE-HOLDINGS-PARA
           END-IF
           .
           CALL "PBUSDAY" USING WS-HEADER-DATE,
                                WS-TODAY-YYYYMMDD,
                                WS-FEED-AGE-DAYS
           .
           IF WS-FEED-AGE-DAYS < 0
             OR WS-FEED-AGE-DAYS > WS-FEED-MAX-AGE-DAYS THEN
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED AS-OF DATE " WS-HEADER-DATE " IS NOT WITHIN "
                 WS-FEED-MAX-AGE-DAYS " BUSINESS DAYS OF THE RUN "
                 "DATE " WS-TODAY-YYYYMMDD ". ***"
               PERFORM REFUSE-HOLDINGS-PARA
           END-IF
           .
           MOVE 99999900 TO WS-HOLD-KEY
           .
           READ HOLDINGS-FEED-FILE
             INVALID KEY
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED HAS NO TRAILER CONTROL RECORD. ***"
               PERFORM REFUSE-HOLDINGS-PARA
             NOT INVALID KEY
               MOVE HLD-CONTROL-COUNT TO WS-TRAILER-COUNT
               MOVE HLD-CONTROL-HASH TO WS-TRAILER-HASH
           END-READ
           .
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-HOLD-KEY
           .
           START HOLDINGS-FEED-FILE KEY NOT LESS THAN WS-HOLD-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           IF NOT END-OF-HOLDINGS THEN
               PERFORM READ-HOLDING-PARA
               PERFORM TALLY-HOLDING-PARA UNTIL END-OF-HOLDINGS
           END-IF
           .
           CLOSE HOLDINGS-FEED-FILE
           .
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT THEN
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED RECORD COUNT OF " WS-DETAIL-COUNT
                 " DOES NOT PROVE TO THE TRAILER COUNT OF "
                 WS-TRAILER-COUNT ". ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF WS-DETAIL-HASH NOT = WS-TRAILER-HASH THEN
               DISPLAY "*** PDRIFT REFUSING TO MEASURE: THE HOLDINGS "
                 "FEED VALUE HASH OF " WS-DETAIL-HASH
                 " DOES NOT PROVE TO THE TRAILER HASH OF "
                 WS-TRAILER-HASH ". ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       REFUSE-HOLDINGS-PARA.
           CLOSE HOLDINGS-FEED-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       TALLY-HOLDING-PARA.
           IF NOT HLD-HEADER-KEY AND NOT HLD-TRAILER-KEY THEN
               ADD 1 TO WS-DETAIL-COUNT
               COMPUTE WS-VALUE-PENNIES = HLD-MARKET-VALUE * 100
               COMPUTE WS-DETAIL-HASH =
                 FUNCTION MOD(WS-DETAIL-HASH + WS-VALUE-PENNIES,
                 10000000000)
           END-IF
           .
           PERFORM READ-HOLDING-PARA
           .

       READ-HOLDING-PARA.
           READ HOLDINGS-FEED-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

      *> ADDS UP ONE CLIENT'S POSITIONS ACROSS ITS ACCOUNTS, THEN
      *> SETS THE HELD SHARES AGAINST THE MASTER ALLOCATION. THE
      *> CONTROL RECORDS SIT AT THE TOP OF THE KEY RANGE, SO THE
      *> HEADER ENDS THE DETAIL SWEEP.
       MEASURE-CLIENT-PARA.
           IF HLD-HEADER-KEY OR HLD-TRAILER-KEY THEN
               MOVE 1 TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           .
           MOVE HLD-CLIENT-ID TO WS-HELD-CLIENT
           MOVE 0 TO WS-EQUITY-VALUE
           MOVE 0 TO WS-BOND-VALUE
           MOVE 0 TO WS-CASH-VALUE
           .
           PERFORM ADD-POSITION-PARA
             UNTIL END-OF-HOLDINGS
             OR HLD-CLIENT-ID NOT = WS-HELD-CLIENT
           .
           COMPUTE WS-TOTAL-VALUE =
             WS-EQUITY-VALUE + WS-BOND-VALUE + WS-CASH-VALUE
           .
           MOVE WS-HELD-CLIENT TO WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               DISPLAY "*** CLIENT " WS-HELD-CLIENT " HAS HOLDINGS "
                 "BUT IS NOT ON THE CLIENT MASTER. ***"
               EXIT PARAGRAPH
           END-READ
           .
           IF CLM-IS-INACTIVE THEN
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-TOTAL-VALUE = 0 THEN
               ADD 1 TO WS-NO-VALUE-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CLIENT-COUNT
           .
           COMPUTE WS-HELD-EQUITY ROUNDED =
             (WS-EQUITY-VALUE * 100) / WS-TOTAL-VALUE
           COMPUTE WS-HELD-BOND ROUNDED =
             (WS-BOND-VALUE * 100) / WS-TOTAL-VALUE
           COMPUTE WS-HELD-CASH ROUNDED =
             (WS-CASH-VALUE * 100) / WS-TOTAL-VALUE
           .
           IF CLM-EQUITY-PCT NUMERIC
             AND CLM-BOND-PCT NUMERIC
             AND CLM-CASH-PCT NUMERIC THEN
               COMPUTE WS-ALLOC-TOTAL =
                 CLM-EQUITY-PCT + CLM-BOND-PCT + CLM-CASH-PCT
           ELSE
               MOVE 0 TO WS-ALLOC-TOTAL
           END-IF
           .
           INITIALIZE DRIFT-CANDIDATE-RECORD
           .
           IF NOT ALLOCATION-ON-FILE THEN
               ADD 1 TO WS-NO-TARGET-COUNT
               MOVE "A" TO DRF-REASON
               MOVE 0 TO WS-LARGEST-DRIFT
               PERFORM WRITE-CANDIDATE-PARA
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-LARGEST-DRIFT
           .
           COMPUTE WS-CLASS-DRIFT = WS-HELD-EQUITY - CLM-EQUITY-PCT
           PERFORM WIDEST-DRIFT-PARA
           .
           COMPUTE WS-CLASS-DRIFT = WS-HELD-BOND - CLM-BOND-PCT
           PERFORM WIDEST-DRIFT-PARA
           .
           COMPUTE WS-CLASS-DRIFT = WS-HELD-CASH - CLM-CASH-PCT
           PERFORM WIDEST-DRIFT-PARA
           .
           IF WS-LARGEST-DRIFT > WS-DRIFT-TOLERANCE THEN
               ADD 1 TO WS-OUTSIDE-COUNT
               MOVE "D" TO DRF-REASON
               PERFORM WRITE-CANDIDATE-PARA
           ELSE
               ADD 1 TO WS-WITHIN-COUNT
           END-IF
           .

       ADD-POSITION-PARA.
           ADD 1 TO WS-POSITION-COUNT
           .
           EVALUATE TRUE
             WHEN HLD-IS-EQUITY
               ADD HLD-MARKET-VALUE TO WS-EQUITY-VALUE
             WHEN HLD-IS-BOND
               ADD HLD-MARKET-VALUE TO WS-BOND-VALUE
             WHEN HLD-IS-CASH
               ADD HLD-MARKET-VALUE TO WS-CASH-VALUE
           END-EVALUATE
           .
           PERFORM READ-HOLDING-PARA
           .
           IF HLD-HEADER-KEY OR HLD-TRAILER-KEY THEN
               MOVE 1 TO WS-EOF-SWITCH
           END-IF
           .

       WIDEST-DRIFT-PARA.
           IF WS-CLASS-DRIFT < 0 THEN
               COMPUTE WS-CLASS-DRIFT = 0 - WS-CLASS-DRIFT
           END-IF
           .
           IF WS-CLASS-DRIFT > WS-LARGEST-DRIFT THEN
               MOVE WS-CLASS-DRIFT TO WS-LARGEST-DRIFT
           END-IF
           .

       WRITE-CANDIDATE-PARA.
           MOVE CLM-ADVISOR-CODE TO DRF-ADVISOR-CODE
           MOVE CLM-CLIENT-ID TO DRF-CLIENT-ID
           MOVE CLM-LAST-NAME TO DRF-CLIENT-NAME
           MOVE CLM-CURRENCY-SYMBOL TO DRF-CURRENCY-SYMBOL
           MOVE WS-TOTAL-VALUE TO DRF-HELD-VALUE
           MOVE WS-HELD-EQUITY TO DRF-HELD-EQUITY
           MOVE WS-HELD-BOND TO DRF-HELD-BOND
           MOVE WS-HELD-CASH TO DRF-HELD-CASH
           MOVE WS-LARGEST-DRIFT TO DRF-LARGEST-DRIFT
           .
           IF CLM-EQUITY-PCT NUMERIC
             AND CLM-BOND-PCT NUMERIC
             AND CLM-CASH-PCT NUMERIC THEN
               MOVE CLM-EQUITY-PCT TO DRF-TARGET-EQUITY
               MOVE CLM-BOND-PCT TO DRF-TARGET-BOND
               MOVE CLM-CASH-PCT TO DRF-TARGET-CASH
           END-IF
           .
           WRITE DRIFT-CANDIDATE-RECORD
           .

      *> THE CANDIDATES BY ADVISOR, WIDEST DRIFT FIRST, THEN THE
      *> RUN TOTALS.
       PRINT-LISTING-PARA.
           OPEN INPUT DRIFT-SORTED-FILE
           OPEN OUTPUT DRIFT-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-DRIFT-TOLERANCE TO WS-HDG-TOLERANCE
           MOVE WS-HEADER-DATE TO WS-HDG-AS-OF
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-HEADING-1
           .
           PERFORM READ-SORTED-PARA
           .
           PERFORM PRINT-CANDIDATE-PARA UNTIL END-OF-CANDIDATES
           .
           IF NOT NO-ADVISOR-PRINTED-YET THEN
               PERFORM PRINT-ADVISOR-TOTAL-PARA
           END-IF
           .
           PERFORM WRITE-TOTALS-PARA
           .
           CLOSE DRIFT-SORTED-FILE
           CLOSE DRIFT-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ DRIFT-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-CANDIDATE-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR DSD-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           ADD 1 TO WS-ADV-CANDIDATES
           .
           MOVE DSD-CLIENT-ID TO WS-DET-CLIENT
           MOVE DSD-CLIENT-NAME TO WS-DET-NAME
           MOVE DSD-CURRENCY-SYMBOL TO WS-DET-SYMBOL
           MOVE DSD-HELD-VALUE TO WS-DET-VALUE
           MOVE DSD-TARGET-EQUITY TO WS-DET-TARGET-EQUITY
           MOVE DSD-TARGET-BOND TO WS-DET-TARGET-BOND
           MOVE DSD-TARGET-CASH TO WS-DET-TARGET-CASH
           MOVE DSD-HELD-EQUITY TO WS-DET-HELD-EQUITY
           MOVE DSD-HELD-BOND TO WS-DET-HELD-BOND
           MOVE DSD-HELD-CASH TO WS-DET-HELD-CASH
           MOVE DSD-LARGEST-DRIFT TO WS-DET-DRIFT
           .
           IF DSD-NO-TARGET THEN
               MOVE "NO ALLOCATION ON MASTER" TO WS-DET-NOTES
           ELSE
               MOVE "OUTSIDE TOLERANCE" TO WS-DET-NOTES
           END-IF
           .
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-DETAIL
           .
           PERFORM READ-SORTED-PARA
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE 0 TO WS-ADV-CANDIDATES
           MOVE DSD-ADVISOR-CODE TO WS-PREV-ADVISOR
           .
           MOVE DSD-ADVISOR-CODE TO WS-ADL-CODE
           MOVE SPACES TO WS-ADL-NAME
           MOVE SPACES TO WS-ADL-BRANCH
           .
           IF DSD-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE BOOK" TO WS-ADL-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE DSD-ADVISOR-CODE TO WS-ADV-KEY
                   READ ADVISOR-FILE
                     INVALID KEY
                       MOVE "NOT ON ADVREF" TO WS-ADL-NAME
                     NOT INVALID KEY
                       MOVE ADV-ADVISOR-NAME TO WS-ADL-NAME
                       MOVE ADV-BRANCH TO WS-ADL-BRANCH
                   END-READ
               END-IF
           END-IF
           .
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           MOVE WS-ADV-CANDIDATES TO WS-ADT-CANDIDATES
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO DRIFT-REPORT-LINE
           WRITE DRIFT-REPORT-LINE
           .
           MOVE "POSITIONS ON THE HOLDINGS FEED:" TO WS-TOT-LABEL
           MOVE WS-POSITION-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ACTIVE CLIENTS MEASURED:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  WITHIN TOLERANCE:" TO WS-TOT-LABEL
           MOVE WS-WITHIN-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  OUTSIDE TOLERANCE:" TO WS-TOT-LABEL
           MOVE WS-OUTSIDE-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  NO ALLOCATION ON THE MASTER:" TO WS-TOT-LABEL
           MOVE WS-NO-TARGET-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "INACTIVE CLIENTS SKIPPED:" TO WS-TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS WITH NO MARKET VALUE:" TO WS-TOT-LABEL
           MOVE WS-NO-VALUE-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "HOLDINGS FOR CLIENTS NOT ON THE MASTER:" TO
             WS-TOT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-COUNT
           WRITE DRIFT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
