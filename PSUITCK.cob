       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSUITCK.
       AUTHOR. WILLIAM-KEILSOHN.
      *> NIGHTLY SUITABILITY CHECK. EVERY ACTIVE CLIENT ON THE
      *> MASTER IS HELD AGAINST THEIR RISK TOLERANCE QUESTIONNAIRE
      *> AND LISTED ON SUITRPT BY ADVISOR WHEN:
      *>   - THE EQUITY PERCENT ON THE MASTER IS OUTSIDE THE RANGE
      *>     ON SUITREF FOR THE CLIENT'S RISK BAND AND HORIZON
      *>     (YEARS FROM THE CLIENT'S AGE TODAY TO THE TARGET
      *>     RETIREMENT AGE: UNDER 5, 5-9, 10-19, 20 OR MORE);
      *>   - NO QUESTIONNAIRE IS ON FILE (RISK BAND ZERO); OR
      *>   - THE QUESTIONNAIRE WAS ANSWERED LONGER AGO THAN THE
      *>     SHOP LIMIT (SHOPDFLT, DEFAULT 365 DAYS).
      *> UNSUITABLE ALLOCATIONS COME FIRST UNDER EACH ADVISOR. A
      *> CLIENT WITH NO ALLOCATION ON FILE, NO TARGET AGE OR BIRTH
      *> DATE, OR NO RANGE ON SUITREF FOR THEIR BAND AND HORIZON
      *> CANNOT HAVE THE ALLOCATION CHECKED AND IS COUNTED ON THE
      *> TOTALS INSTEAD. NOTHING ON FILE IS CHANGED.
      *> RETURN CODE: 0 = NO EXCEPTIONS; 4 = EXCEPTIONS LISTED;
      *> 8 = NO RANGES ON SUITREF, SO NO ALLOCATION COULD BE
      *> CHECKED; 12 = THE CLIENT MASTER COULD NOT BE READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL SUITABILITY-FILE ASSIGN TO "SUITREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SUT-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT SUIT-WORK-FILE ASSIGN TO "SUITWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT SUIT-SORTED-FILE ASSIGN TO "SUITSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT SUIT-REPORT-FILE ASSIGN TO "SUITRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT SUIT-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD SUITABILITY-FILE.
           COPY SUITREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD SUIT-WORK-FILE.
       01 SUIT-WORK-RECORD.
           05 SCW-ADVISOR-CODE        PIC 9(4).
           05 SCW-SECTION             PIC 9(1).
           05 SCW-CLIENT-ID           PIC 9(6).
           05 SCW-CLIENT-NAME         PIC X(20).
           05 SCW-AGE                 PIC 9(3).
           05 SCW-TARGET-AGE          PIC 9(3).
           05 SCW-YEARS-TO-TARGET     PIC 9(3).
           05 SCW-RISK-BAND           PIC 9(1).
           05 SCW-EQUITY-PCT          PIC 9(3).
           05 SCW-RANGE-MIN           PIC 9(3).
           05 SCW-RANGE-MAX           PIC 9(3).
           05 SCW-ANSWERED-DATE       PIC 9(8).
           05 SCW-QUEST-DAYS          PIC 9(5).
           05 SCW-ALLOC-RESULT        PIC X(1).
           05 SCW-QUEST-RESULT        PIC X(1).
       FD SUIT-SORTED-FILE.
       01 SUIT-SORTED-RECORD.
           05 SCS-ADVISOR-CODE        PIC 9(4).
           05 SCS-SECTION             PIC 9(1).
             88 SCS-UNSUITABLE        VALUE 1.
           05 SCS-CLIENT-ID           PIC 9(6).
           05 SCS-CLIENT-NAME         PIC X(20).
           05 SCS-AGE                 PIC 9(3).
           05 SCS-TARGET-AGE          PIC 9(3).
           05 SCS-YEARS-TO-TARGET     PIC 9(3).
           05 SCS-RISK-BAND           PIC 9(1).
           05 SCS-EQUITY-PCT          PIC 9(3).
           05 SCS-RANGE-MIN           PIC 9(3).
           05 SCS-RANGE-MAX           PIC 9(3).
           05 SCS-ANSWERED-DATE       PIC 9(8).
           05 SCS-QUEST-DAYS          PIC 9(5).
           05 SCS-ALLOC-RESULT        PIC X(1).
             88 SCS-ABOVE-RANGE       VALUE "A".
             88 SCS-BELOW-RANGE       VALUE "B".
             88 SCS-RANGE-CHECKED     VALUE "A" "B" "W".
           05 SCS-QUEST-RESULT        PIC X(1).
             88 SCS-QUEST-NEVER       VALUE "N".
             88 SCS-QUEST-STALE       VALUE "S".
       FD SUIT-REPORT-FILE.
       01 SUIT-REPORT-LINE PIC X(132).
       SD SUIT-SORT-FILE.
       01 SUIT-SORT-RECORD.
           05 SCR-ADVISOR-CODE        PIC 9(4).
           05 SCR-SECTION             PIC 9(1).
           05 SCR-CLIENT-ID           PIC 9(6).
           05 SCR-CLIENT-NAME         PIC X(20).
           05 SCR-AGE                 PIC 9(3).
           05 SCR-TARGET-AGE          PIC 9(3).
           05 SCR-YEARS-TO-TARGET     PIC 9(3).
           05 SCR-RISK-BAND           PIC 9(1).
           05 SCR-EQUITY-PCT          PIC 9(3).
           05 SCR-RANGE-MIN           PIC 9(3).
           05 SCR-RANGE-MAX           PIC 9(3).
           05 SCR-ANSWERED-DATE       PIC 9(8).
           05 SCR-QUEST-DAYS          PIC 9(5).
           05 SCR-ALLOC-RESULT        PIC X(1).
           05 SCR-QUEST-RESULT        PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-SUT-STATUS PIC X(2) VALUE "00".
       01 WS-SUT-EOF PIC 9 VALUE 0.
         88 END-OF-RANGES VALUE 1.
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-MASTER VALUE 1.
       01 WS-SRTD-EOF PIC 9 VALUE 0.
         88 END-OF-RESULTS VALUE 1.
      *> THE SUITABILITY RANGES BY RISK BAND AND HORIZON.
       01 WS-RANGE-TABLE.
         05 WS-RANGE-BAND OCCURS 5 TIMES.
           10 WS-RANGE-HORIZON OCCURS 4 TIMES.
             15 WS-RNG-ON-FILE PIC 9(1).
             15 WS-RNG-MIN PIC 9(3).
             15 WS-RNG-MAX PIC 9(3).
       01 WS-RANGE-COUNT PIC 9(3) VALUE 0.
      *> RUN PARAMETERS.
       01 WS-QUEST-MAX-DAYS PIC 9(4) VALUE 365.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-TODAY-MMDD PIC 9(4) VALUE 0.
      *> CLIENT WORK.
       01 WS-CLIENT-AGE PIC 9(3) VALUE 0.
       01 WS-BIRTH-MMDD PIC 9(4) VALUE 0.
       01 WS-YEARS-TO-TARGET PIC 9(3) VALUE 0.
       01 WS-HORIZON PIC 9 VALUE 0.
       01 WS-ALLOC-TOTAL PIC 9(3) VALUE 0.
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-ADV-COUNTS.
         05 WS-ADV-UNSUITABLE PIC 9(7) VALUE 0.
         05 WS-ADV-NEVER PIC 9(7) VALUE 0.
         05 WS-ADV-STALE PIC 9(7) VALUE 0.
      *> RUN COUNTS.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-SUITABLE-COUNT PIC 9(7) VALUE 0.
       01 WS-ABOVE-COUNT PIC 9(7) VALUE 0.
       01 WS-BELOW-COUNT PIC 9(7) VALUE 0.
       01 WS-NEVER-COUNT PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ALLOC-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-TARGET-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-RANGE-COUNT PIC 9(7) VALUE 0.
           COPY RQSTPARM.
           COPY RUNHREC.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(42) VALUE
             "CLIENT SUITABILITY EXCEPTIONS BY ADVISOR".
         05 FILLER PIC X(28) VALUE
             "QUESTIONNAIRE LIMIT (DAYS): ".
         05 WS-HDG-MAX-DAYS PIC Z,ZZ9.
         05 FILLER PIC X(15) VALUE "    RUN DATE: ".
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
         05 FILLER PIC X(5) VALUE "AGE".
         05 FILLER PIC X(5) VALUE "TGT".
         05 FILLER PIC X(5) VALUE "YRS".
         05 FILLER PIC X(25) VALUE "RISK BAND".
         05 FILLER PIC X(5) VALUE "EQ%".
         05 FILLER PIC X(9) VALUE "RANGE".
         05 FILLER PIC X(12) VALUE "ANSWERED".
         05 FILLER PIC X(8) VALUE "  DAYS".
         05 FILLER PIC X(28) VALUE "EXCEPTION".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-AGE PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-TARGET PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-YEARS PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-BAND PIC X(25).
         05 WS-DET-EQUITY PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-RANGE.
           10 WS-DET-RANGE-MIN PIC ZZ9.
           10 WS-DET-RANGE-DASH PIC X.
           10 WS-DET-RANGE-MAX PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-ANSWERED PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-DAYS PIC ZZ,ZZ9.
         05 WS-DET-DAYS-X REDEFINES WS-DET-DAYS PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-EXCEPTION PIC X(28).
       01 WS-DATE-EDITED PIC 9999/99/99.
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(28) VALUE "ADVISOR TOTAL - UNSUITABLE ".
         05 WS-ADT-UNSUITABLE PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(16) VALUE "  NOT ASSESSED ".
         05 WS-ADT-NEVER PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(15) VALUE "  OUT OF DATE ".
         05 WS-ADT-STALE PIC Z,ZZZ,ZZ9.
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(48).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE WS-TODAY-MMDD =
             (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY
           .
           PERFORM LOAD-QUEST-LIMIT-PARA
           .
           PERFORM LOAD-RANGES-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM UNTIL END-OF-MASTER
               READ CLIENT-MASTER-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF CLM-IS-INACTIVE THEN
                       ADD 1 TO WS-INACTIVE-COUNT
                   ELSE
                       PERFORM CHECK-CLIENT-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CLIENT-MASTER-FILE
           CLOSE SUIT-WORK-FILE
           .
           SORT SUIT-SORT-FILE
             ON ASCENDING KEY SCR-ADVISOR-CODE
             ON ASCENDING KEY SCR-SECTION
             ON ASCENDING KEY SCR-CLIENT-ID
             USING SUIT-WORK-FILE
             GIVING SUIT-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           DISPLAY "PSUITCK CHECKED " WS-CLIENT-COUNT " ACTIVE "
             "CLIENTS: " WS-ABOVE-COUNT " ABOVE AND " WS-BELOW-COUNT
             " BELOW THEIR EQUITY RANGE, " WS-NEVER-COUNT
             " NOT ASSESSED, " WS-STALE-COUNT " QUESTIONNAIRES "
             "OUT OF DATE."
           .
           IF WS-LISTED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           IF WS-RANGE-COUNT = 0 THEN
               DISPLAY "PSUITCK FOUND NO SUITABILITY RANGES ON "
                 "SUITREF - NO ALLOCATION WAS CHECKED."
               MOVE 8 TO RETURN-CODE
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           .
           STOP RUN
           .

       LOAD-QUEST-LIMIT-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SHOP-RISK-QUEST-MAX-DAYS NUMERIC
                     AND SHOP-RISK-QUEST-MAX-DAYS > 0 THEN
                       MOVE SHOP-RISK-QUEST-MAX-DAYS TO
                         WS-QUEST-MAX-DAYS
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .

      *> A RANGE RECORD WHOSE BAND OR HORIZON IS OUT OF BOUNDS IS
      *> PASSED OVER RATHER THAN TRUSTED.
       LOAD-RANGES-PARA.
           INITIALIZE WS-RANGE-TABLE
           MOVE 0 TO WS-RANGE-COUNT
           .
           OPEN INPUT SUITABILITY-FILE
           .
           IF WS-SUT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-SUT-EOF
           .
           PERFORM UNTIL END-OF-RANGES
               READ SUITABILITY-FILE
                 AT END
                   MOVE 1 TO WS-SUT-EOF
                 NOT AT END
                   IF SUT-RISK-BAND > 0 AND SUT-RISK-BAND NOT > 5
                     AND SUT-HORIZON-VALID THEN
                       MOVE 1 TO
                         WS-RNG-ON-FILE(SUT-RISK-BAND, SUT-HORIZON)
                       MOVE SUT-EQUITY-MIN TO
                         WS-RNG-MIN(SUT-RISK-BAND, SUT-HORIZON)
                       MOVE SUT-EQUITY-MAX TO
                         WS-RNG-MAX(SUT-RISK-BAND, SUT-HORIZON)
                       ADD 1 TO WS-RANGE-COUNT
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE SUITABILITY-FILE
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PSUITCK COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           OPEN OUTPUT SUIT-WORK-FILE
           .

      *> THE QUESTIONNAIRE AND THE ALLOCATION ARE JUDGED APART:
      *> A CLIENT CAN BE BOTH UNSUITABLE AND OUT OF DATE, AND IS
      *> LISTED ONCE WITH BOTH. WITHOUT A BAND THERE IS NOTHING TO
      *> HOLD THE ALLOCATION AGAINST.
       CHECK-CLIENT-PARA.
           ADD 1 TO WS-CLIENT-COUNT
           .
           INITIALIZE SUIT-WORK-RECORD
           MOVE CLM-ADVISOR-CODE TO SCW-ADVISOR-CODE
           MOVE CLM-CLIENT-ID TO SCW-CLIENT-ID
           MOVE CLM-LAST-NAME TO SCW-CLIENT-NAME
           MOVE CLM-TARGET-RETIRE-AGE TO SCW-TARGET-AGE
           MOVE CLM-EQUITY-PCT TO SCW-EQUITY-PCT
           MOVE SPACE TO SCW-ALLOC-RESULT
           MOVE SPACE TO SCW-QUEST-RESULT
           .
           PERFORM CLIENT-HORIZON-PARA
           MOVE WS-CLIENT-AGE TO SCW-AGE
           MOVE WS-YEARS-TO-TARGET TO SCW-YEARS-TO-TARGET
           .
           IF CLM-RISK-BAND NOT NUMERIC
             OR CLM-RISK-NOT-ASSESSED OR CLM-RISK-BAND > 5 THEN
               MOVE 0 TO SCW-RISK-BAND
               MOVE "N" TO SCW-QUEST-RESULT
               ADD 1 TO WS-NEVER-COUNT
           ELSE
               MOVE CLM-RISK-BAND TO SCW-RISK-BAND
               MOVE CLM-RISK-ANSWERED-DATE TO SCW-ANSWERED-DATE
               PERFORM AGE-QUESTIONNAIRE-PARA
               PERFORM CHECK-ALLOCATION-PARA
           END-IF
           .
           EVALUATE TRUE
             WHEN SCW-ALLOC-RESULT = "A" OR SCW-ALLOC-RESULT = "B"
               MOVE 1 TO SCW-SECTION
             WHEN SCW-QUEST-RESULT = "N"
               MOVE 2 TO SCW-SECTION
             WHEN SCW-QUEST-RESULT = "S"
               MOVE 3 TO SCW-SECTION
             WHEN OTHER
               MOVE 0 TO SCW-SECTION
           END-EVALUATE
           .
           IF SCW-SECTION > 0 THEN
               ADD 1 TO WS-LISTED-COUNT
               WRITE SUIT-WORK-RECORD
           END-IF
           .

      *> AGE TODAY FROM THE BIRTH DATE, AND THE YEARS LEFT TO THE
      *> TARGET AGE (ZERO ONCE IT IS REACHED). HORIZON ZERO MEANS
      *> THE CLIENT HAS NO TARGET AGE OR NO USABLE BIRTH DATE.
       CLIENT-HORIZON-PARA.
           MOVE 0 TO WS-CLIENT-AGE
           MOVE 0 TO WS-YEARS-TO-TARGET
           MOVE 0 TO WS-HORIZON
           .
           IF CLM-BIRTH-YEAR NOT NUMERIC OR CLM-BIRTH-YEAR = 0
             OR CLM-BIRTH-YEAR > WS-CURRENT-YEAR THEN
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-CLIENT-AGE = WS-CURRENT-YEAR - CLM-BIRTH-YEAR
           COMPUTE WS-BIRTH-MMDD =
             (CLM-BIRTH-MONTH * 100) + CLM-BIRTH-DAY
           .
           IF WS-TODAY-MMDD < WS-BIRTH-MMDD AND WS-CLIENT-AGE > 0
             THEN
               SUBTRACT 1 FROM WS-CLIENT-AGE
           END-IF
           .
           IF CLM-TARGET-RETIRE-AGE NOT NUMERIC
             OR CLM-TARGET-RETIRE-AGE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF CLM-TARGET-RETIRE-AGE > WS-CLIENT-AGE THEN
               COMPUTE WS-YEARS-TO-TARGET =
                 CLM-TARGET-RETIRE-AGE - WS-CLIENT-AGE
           END-IF
           .
           EVALUATE TRUE
             WHEN WS-YEARS-TO-TARGET < 5
               MOVE 1 TO WS-HORIZON
             WHEN WS-YEARS-TO-TARGET < 10
               MOVE 2 TO WS-HORIZON
             WHEN WS-YEARS-TO-TARGET < 20
               MOVE 3 TO WS-HORIZON
             WHEN OTHER
               MOVE 4 TO WS-HORIZON
           END-EVALUATE
           .

      *> A QUESTIONNAIRE WITH A BAND BUT NO USABLE ANSWER DATE IS
      *> TREATED AS OUT OF DATE - IT CANNOT BE SHOWN TO BE CURRENT.
       AGE-QUESTIONNAIRE-PARA.
           IF CLM-RISK-ANSWERED-DATE NOT NUMERIC
             OR CLM-RISK-ANSWERED-DATE < 19000101
             OR CLM-RISK-ANSWERED-DATE > WS-TODAY-YYYYMMDD THEN
               MOVE 0 TO SCW-ANSWERED-DATE
               MOVE 99999 TO SCW-QUEST-DAYS
           ELSE
               COMPUTE SCW-QUEST-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(CLM-RISK-ANSWERED-DATE)
           END-IF
           .
           IF SCW-QUEST-DAYS > WS-QUEST-MAX-DAYS THEN
               MOVE "S" TO SCW-QUEST-RESULT
               ADD 1 TO WS-STALE-COUNT
           END-IF
           .

       CHECK-ALLOCATION-PARA.
           COMPUTE WS-ALLOC-TOTAL =
             CLM-EQUITY-PCT + CLM-BOND-PCT + CLM-CASH-PCT
           .
           IF WS-ALLOC-TOTAL = 0 THEN
               ADD 1 TO WS-NO-ALLOC-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-HORIZON = 0 THEN
               ADD 1 TO WS-NO-TARGET-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-RNG-ON-FILE(SCW-RISK-BAND, WS-HORIZON) NOT = 1 THEN
               ADD 1 TO WS-NO-RANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-RNG-MIN(SCW-RISK-BAND, WS-HORIZON) TO
             SCW-RANGE-MIN
           MOVE WS-RNG-MAX(SCW-RISK-BAND, WS-HORIZON) TO
             SCW-RANGE-MAX
           .
           EVALUATE TRUE
             WHEN CLM-EQUITY-PCT > SCW-RANGE-MAX
               MOVE "A" TO SCW-ALLOC-RESULT
               ADD 1 TO WS-ABOVE-COUNT
             WHEN CLM-EQUITY-PCT < SCW-RANGE-MIN
               MOVE "B" TO SCW-ALLOC-RESULT
               ADD 1 TO WS-BELOW-COUNT
             WHEN OTHER
               MOVE "W" TO SCW-ALLOC-RESULT
               ADD 1 TO WS-SUITABLE-COUNT
           END-EVALUATE
           .

      *> THE RESULTS IN ADVISOR ORDER, UNSUITABLE ALLOCATIONS
      *> FIRST, THEN CLIENTS NEVER ASSESSED, THEN QUESTIONNAIRES
      *> OUT OF DATE.
       PRINT-LISTING-PARA.
           OPEN INPUT SUIT-SORTED-FILE
           OPEN OUTPUT SUIT-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-QUEST-MAX-DAYS TO WS-HDG-MAX-DAYS
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE SUIT-REPORT-LINE FROM WS-RPT-HEADING-1
           .
           PERFORM READ-SORTED-PARA
           .
           PERFORM PRINT-RESULT-PARA UNTIL END-OF-RESULTS
           .
           IF NOT NO-ADVISOR-PRINTED-YET THEN
               PERFORM PRINT-ADVISOR-TOTAL-PARA
           END-IF
           .
           PERFORM WRITE-TOTALS-PARA
           .
           CLOSE SUIT-SORTED-FILE
           CLOSE SUIT-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ SUIT-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-RESULT-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR SCS-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           MOVE SCS-CLIENT-ID TO WS-DET-CLIENT
           MOVE SCS-CLIENT-NAME TO WS-DET-NAME
           MOVE SCS-AGE TO WS-DET-AGE
           MOVE SCS-TARGET-AGE TO WS-DET-TARGET
           MOVE SCS-YEARS-TO-TARGET TO WS-DET-YEARS
           MOVE SCS-EQUITY-PCT TO WS-DET-EQUITY
           .
           IF SCS-RISK-BAND = 0 THEN
               MOVE "NOT ASSESSED" TO WS-DET-BAND
           ELSE
               MOVE SPACES TO WS-DET-BAND
               STRING SCS-RISK-BAND " " DELIMITED BY SIZE
                 RISK-BAND-NAME(SCS-RISK-BAND) DELIMITED BY SIZE
                 INTO WS-DET-BAND
           END-IF
           .
           IF SCS-RANGE-CHECKED THEN
               MOVE SCS-RANGE-MIN TO WS-DET-RANGE-MIN
               MOVE "-" TO WS-DET-RANGE-DASH
               MOVE SCS-RANGE-MAX TO WS-DET-RANGE-MAX
           ELSE
               MOVE SPACES TO WS-DET-RANGE
           END-IF
           .
           IF SCS-QUEST-NEVER OR SCS-ANSWERED-DATE = 0 THEN
               MOVE "NEVER" TO WS-DET-ANSWERED
               MOVE SPACES TO WS-DET-DAYS-X
           ELSE
               MOVE SCS-ANSWERED-DATE TO WS-DATE-EDITED
               MOVE WS-DATE-EDITED TO WS-DET-ANSWERED
               MOVE SCS-QUEST-DAYS TO WS-DET-DAYS
           END-IF
           .
           MOVE SPACES TO WS-DET-EXCEPTION
           .
           EVALUATE TRUE
             WHEN SCS-ABOVE-RANGE AND SCS-QUEST-STALE
               MOVE "ABOVE RANGE, OUT OF DATE" TO WS-DET-EXCEPTION
             WHEN SCS-BELOW-RANGE AND SCS-QUEST-STALE
               MOVE "BELOW RANGE, OUT OF DATE" TO WS-DET-EXCEPTION
             WHEN SCS-ABOVE-RANGE
               MOVE "EQUITY ABOVE RANGE" TO WS-DET-EXCEPTION
             WHEN SCS-BELOW-RANGE
               MOVE "EQUITY BELOW RANGE" TO WS-DET-EXCEPTION
             WHEN SCS-QUEST-NEVER
               MOVE "NO QUESTIONNAIRE ON FILE" TO WS-DET-EXCEPTION
             WHEN SCS-QUEST-STALE
               MOVE "QUESTIONNAIRE OUT OF DATE" TO WS-DET-EXCEPTION
           END-EVALUATE
           .
           WRITE SUIT-REPORT-LINE FROM WS-RPT-DETAIL
           .
           IF SCS-UNSUITABLE THEN
               ADD 1 TO WS-ADV-UNSUITABLE
           END-IF
           .
           IF SCS-QUEST-NEVER THEN
               ADD 1 TO WS-ADV-NEVER
           END-IF
           .
           IF SCS-QUEST-STALE THEN
               ADD 1 TO WS-ADV-STALE
           END-IF
           .
           PERFORM READ-SORTED-PARA
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE SCS-ADVISOR-CODE TO WS-PREV-ADVISOR
           INITIALIZE WS-ADV-COUNTS
           .
           MOVE SCS-ADVISOR-CODE TO WS-ADL-CODE
           MOVE SPACES TO WS-ADL-NAME
           MOVE SPACES TO WS-ADL-BRANCH
           .
           IF SCS-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE BOOK" TO WS-ADL-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE SCS-ADVISOR-CODE TO WS-ADV-KEY
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
           MOVE SPACES TO SUIT-REPORT-LINE
           WRITE SUIT-REPORT-LINE
           WRITE SUIT-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           WRITE SUIT-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           MOVE WS-ADV-UNSUITABLE TO WS-ADT-UNSUITABLE
           MOVE WS-ADV-NEVER TO WS-ADT-NEVER
           MOVE WS-ADV-STALE TO WS-ADT-STALE
           WRITE SUIT-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO SUIT-REPORT-LINE
           WRITE SUIT-REPORT-LINE
           .
           MOVE "ACTIVE CLIENTS CHECKED:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "INACTIVE CLIENTS PASSED:" TO WS-TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ALLOCATION WITHIN THE BAND RANGE:" TO WS-TOT-LABEL
           MOVE WS-SUITABLE-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "EQUITY ABOVE THE BAND RANGE:" TO WS-TOT-LABEL
           MOVE WS-ABOVE-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "EQUITY BELOW THE BAND RANGE:" TO WS-TOT-LABEL
           MOVE WS-BELOW-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NO QUESTIONNAIRE ON FILE:" TO WS-TOT-LABEL
           MOVE WS-NEVER-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "QUESTIONNAIRE OUT OF DATE:" TO WS-TOT-LABEL
           MOVE WS-STALE-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NOT CHECKED - NO ALLOCATION ON FILE:"
             TO WS-TOT-LABEL
           MOVE WS-NO-ALLOC-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NOT CHECKED - NO TARGET AGE OR BIRTH DATE:"
             TO WS-TOT-LABEL
           MOVE WS-NO-TARGET-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "NOT CHECKED - NO RANGE ON SUITREF:" TO WS-TOT-LABEL
           MOVE WS-NO-RANGE-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS LISTED:" TO WS-TOT-LABEL
           MOVE WS-LISTED-COUNT TO WS-TOT-COUNT
           WRITE SUIT-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PSUITCK" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-MASTER-READ-COUNT TO RHS-RECORDS-IN
           MOVE WS-LISTED-COUNT TO RHS-RECORDS-OUT
           MOVE 0 TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
