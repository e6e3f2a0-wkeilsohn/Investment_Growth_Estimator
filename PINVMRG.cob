       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINVMRG.
       AUTHOR. WILLIAM-KEILSOHN.
      *> NIGHTLY BOOK RUN MERGE. PUTS THE PARTITIONED BOOK RUN
      *> (PINVSPL, THEN ONE PINVBAT PER PARTITION) BACK TOGETHER
      *> INTO THE NIGHT'S SINGLE SET OF OUTPUTS. NOTHING IS WRITTEN
      *> UNTIL THE PARTITIONS PROVE: EVERY PARTITION IN USE MUST
      *> HAVE RUN TO THE END (ONE TOTALS RECORD ON PARTCTL) AND
      *> READ EXACTLY THE RECORDS THE SPLIT GAVE IT, AND THE
      *> PARTITIONS TOGETHER MUST ACCOUNT FOR THE WHOLE ACCEPTED
      *> FILE. A NIGHT THAT DOES NOT PROVE ENDS RC=12 WITH THE RUN
      *> CONTROL PENDING AND THE BATCH WINDOW LOCK STILL HELD;
      *> RESTART THE FAILED PARTITION AND RUN THE MERGE AGAIN.
      *> ONCE PROVEN IT:
      *>  - APPENDS THE PARTITION REPORTS (PINVRPTI) TO PINVRPT IN
      *>    PARTITION ORDER, FOLLOWED BY ONE MANAGEMENT SUMMARY FOR
      *>    THE WHOLE BOOK, AND THE SCHEDULES (SCHDRPTI) TO
      *>    SCHEDRPT;
      *>  - WRITES ONE CRM EXTRACT, WITH ONE HEADER AND A TRAILER
      *>    OVER ALL THE DETAIL, PROVIDED EVERY PARTITION'S OWN
      *>    TRAILER PROVES;
      *>  - SORTS EVERY PARTITION'S OFF-TRACK ENTRIES INTO ONE
      *>    ACTION LIST, WITH THE PLAN DRIFT SECTION;
      *>  - POSTS THE RECONCILIATION BREAKS TO BRKFILE;
      *>  - APPENDS THE PARTITIONS' AUDIT LOG AND RUN HISTORY
      *>    RECORDS TO THE SHOP'S AUDITLOG AND RUNHIST;
      *>  - WRITES THE RUN CONTROL RECORD FOR THE NIGHT AND
      *>    RELEASES THE LOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SPLIT-STATUS.
           SELECT OPTIONAL PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PTC-STATUS.
           SELECT OPTIONAL PART-REPORT-FILE ASSIGN TO "PINVRPTI"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PRPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PINVRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL PART-SCHEDULE-FILE ASSIGN TO "SCHDRPTI"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PSCH-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SCHED-STATUS.
           SELECT OPTIONAL PART-CRM-FILE ASSIGN TO "CRMXTRI"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PCRM-STATUS.
           SELECT CRM-EXTRACT-FILE ASSIGN TO "CRMXTRCT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CRM-STATUS.
           SELECT OPTIONAL ACTION-WORK-FILE ASSIGN TO "ACTNWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-AWK-STATUS.
           SELECT ACTION-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT ACTION-LIST-FILE ASSIGN TO "ACTNLIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ACTN-STATUS.
           SELECT BREAK-FILE ASSIGN TO "BRKFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-BRK-KEY
             FILE STATUS IS WS-BRK-STATUS.
           SELECT OPTIONAL PART-AUDIT-FILE ASSIGN TO "AUDITLGI"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PAUD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL PART-HISTORY-FILE ASSIGN TO "RUNHSTI"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PHST-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SPLIT-CONTROL-FILE.
           COPY PARTREC REPLACING
             ==PARTITION-CONTROL-RECORD== BY ==SPLIT-CONTROL-RECORD==
             LEADING ==PTC== BY ==SPC==.
       FD PARTITION-CONTROL-FILE.
           COPY PARTREC.
       FD PART-REPORT-FILE.
       01 PART-REPORT-LINE PIC X(145).
       FD REPORT-FILE.
           COPY RPTLINE.
       FD PART-SCHEDULE-FILE.
       01 PART-SCHEDULE-LINE PIC X(110).
       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(110).
       FD PART-CRM-FILE.
           COPY CRMREC REPLACING
             ==CRM-EXTRACT-RECORD== BY ==PART-CRM-RECORD==
             LEADING ==CRM== BY ==PCR==.
       FD CRM-EXTRACT-FILE.
           COPY CRMREC.
       FD ACTION-WORK-FILE.
       01 ACTION-WORK-RECORD PIC X(39).
       SD ACTION-SORT-FILE.
       01 ACTION-SORT-RECORD.
           05 SRT-ADVISOR             PIC 9(4).
           05 SRT-GAP                 PIC 9(3).
           05 SRT-CLIENT-ID           PIC 9(6).
           05 SRT-TARGET-AGE          PIC 9(3).
           05 SRT-GOAL-AGE            PIC 9(3).
           05 SRT-REQ-FMT             PIC X(20).
       FD ACTION-LIST-FILE.
       01 ACTION-LIST-LINE PIC X(80).
       FD BREAK-FILE.
           COPY BRKREC.
       FD PART-AUDIT-FILE.
       01 PART-AUDIT-RECORD PIC X(68).
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE PIC X(68).
       FD PART-HISTORY-FILE.
       01 PART-HISTORY-RECORD PIC X(80).
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-LINE PIC X(80).
       FD RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD ADVISOR-FILE.
           COPY ADVREC.
       WORKING-STORAGE SECTION.
       01 WS-SPLIT-STATUS PIC X(2) VALUE "00".
       01 WS-PTC-STATUS PIC X(2) VALUE "00".
       01 WS-PRPT-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
         88 RPT-NOT-FOUND VALUE "35".
       01 WS-PSCH-STATUS PIC X(2) VALUE "00".
       01 WS-SCHED-STATUS PIC X(2) VALUE "00".
         88 SCHED-NOT-FOUND VALUE "35".
       01 WS-PCRM-STATUS PIC X(2) VALUE "00".
       01 WS-CRM-STATUS PIC X(2) VALUE "00".
       01 WS-AWK-STATUS PIC X(2) VALUE "00".
       01 WS-ACTN-STATUS PIC X(2) VALUE "00".
       01 WS-BRK-KEY PIC 9(6) VALUE 0.
       01 WS-BRK-STATUS PIC X(2) VALUE "00".
         88 BRK-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-BRK-OPEN PIC 9 VALUE 0.
         88 BREAK-FILE-IS-OPEN VALUE 1.
       01 WS-PAUD-STATUS PIC X(2) VALUE "00".
       01 WS-AUDIT-STATUS PIC X(2) VALUE "00".
         88 AUDIT-NOT-FOUND VALUE "35".
       01 WS-PHST-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-STATUS PIC X(2) VALUE "00".
         88 HIST-NOT-FOUND VALUE "35".
       01 WS-RUNCTL-STATUS PIC X(2) VALUE "00".
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-ADV-NAME-TEXT PIC X(20) VALUE SPACES.
       01 WS-ADV-BRANCH-TEXT PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-INPUT VALUE 1.
       01 WS-BATCH-WINDOW-END PIC 9(4) VALUE 0600.
       01 WS-FINAL-RETURN-CODE PIC 9(2) VALUE 0.
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
      *> WHAT THE SPLIT GAVE EACH PARTITION AND WHAT EACH ONE
      *> REPORTED BACK ON ITS TOTALS RECORD.
       01 WS-SPLIT-FOUND PIC 9 VALUE 0.
         88 SPLIT-CONTROL-FOUND VALUE 1.
       01 WS-SPLIT-PARTITIONS PIC 9(1) VALUE 0.
       01 WS-SPLIT-TOTAL-RECORDS PIC 9(7) VALUE 0.
       01 WS-SPLIT-TOTAL-CLIENTS PIC 9(7) VALUE 0.
       01 WS-SPLIT-PARTS-RECORDS PIC 9(7) VALUE 0.
       01 WS-PART-IDX PIC 9(1) VALUE 0.
       01 WS-PARTITION-TABLE.
         05 WS-PART-ENTRY OCCURS 4 TIMES.
           10 WS-PART-SPLIT-RECORDS PIC 9(7).
           10 WS-PART-SPLIT-CLIENTS PIC 9(7).
           10 WS-PART-LOW-CLIENT PIC 9(6).
           10 WS-PART-HIGH-CLIENT PIC 9(6).
           10 WS-PART-PULLED PIC 9(7).
           10 WS-PART-TOTALS-SEEN PIC 9(3).
           10 WS-PART-RECORDS-READ PIC 9(7).
           10 WS-PART-RETURN-CODE PIC 9(2).
           10 WS-PART-RESTART PIC X(1).
             88 PARTITION-RESTARTED VALUE "Y".
       01 WS-PROOF-FAILURES PIC 9(3) VALUE 0.
       01 WS-ANY-RESTART PIC X VALUE "N".
         88 A-PARTITION-RESTARTED VALUE "Y".
      *> THE WHOLE-BOOK TOTALS, SUMMED FROM THE PARTITIONS.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-START-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-GOAL-MET-COUNT PIC 9(7) VALUE 0.
       01 WS-NEVER-REACH-COUNT PIC 9(7) VALUE 0.
       01 WS-PROJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-YEARS-TOTAL PIC 9(9) VALUE 0.
       01 WS-AVG-YEARS PIC 9(3)V9 VALUE 0.
       01 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-RECORDS-WARNED PIC 9(7) VALUE 0.
       01 WS-PART-CRM-DETAILS PIC 9(9) VALUE 0.
       01 WS-ACTION-COUNT PIC 9(7) VALUE 0.
       01 WS-BUCKET-IDX PIC 9(3) VALUE 0.
       01 WS-AGE-BUCKET-TABLE VALUE ZEROS.
         05 WS-AGE-BUCKET OCCURS 25 TIMES PIC 9(7).
       01 WS-REPORT-LINES PIC 9(9) VALUE 0.
       01 WS-SCHEDULE-LINES PIC 9(9) VALUE 0.
       01 WS-AUDIT-COPIED PIC 9(9) VALUE 0.
       01 WS-HISTORY-COPIED PIC 9(7) VALUE 0.
       01 WS-BREAKS-POSTED PIC 9(7) VALUE 0.
      *> CRM EXTRACT: EACH PARTITION'S SEGMENT (HEADER TO TRAILER)
      *> IS PROVED AGAINST ITS OWN TRAILER AS IT IS COPIED, AND THE
      *> MERGED FILE GETS ONE TRAILER OVER ALL THE DETAIL.
       01 WS-CRM-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CRM-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-CRM-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-CRM-HASH PIC 9(12) VALUE 0.
       01 WS-CRM-PENNIES PIC 9(12) VALUE 0.
       01 WS-SEG-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-SEG-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-SEG-HASH PIC 9(12) VALUE 0.
       01 WS-CRM-HEADERS PIC 9(3) VALUE 0.
       01 WS-CRM-TRAILERS PIC 9(3) VALUE 0.
       01 WS-CRM-FAULTS PIC 9(3) VALUE 0.
      *> PER-ADVISOR SUBTOTALS, MERGED FROM THE PARTITIONS.
       01 WS-ADVSUM-COUNT PIC 9(3) VALUE 0.
       01 WS-ADVSUM-IDX PIC 9(3) VALUE 0.
       01 WS-ADVSUM-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-ADVISOR-SUMMARY-TABLE.
         05 WS-ADVSUM-ENTRY OCCURS 200 TIMES.
           10 WS-ADVSUM-CODE PIC 9(4).
           10 WS-ADVSUM-RECORDS PIC 9(7).
           10 WS-ADVSUM-AMOUNT PIC 9(11)V99.
       01 WS-DRIFT-COUNT PIC 9(4) VALUE 0.
       01 WS-DRIFT-IDX PIC 9(4) VALUE 0.
       01 WS-DRIFT-TABLE.
         05 WS-DRIFT-ENTRY OCCURS 1000 TIMES.
           10 WS-DRF-CLIENT-ID PIC 9(6).
           10 WS-DRF-BASE-AGE PIC 9(3).
           10 WS-DRF-FRESH-AGE PIC 9(3).
           10 WS-DRF-SLIP PIC 9(3).
      *> THE SUMMARY AND ACTION LIST LINES ARE PINVBAT'S, SO THE
      *> MERGED NIGHT READS THE SAME AS A SINGLE RUN.
       01 WS-SUM-HEADING-LINE PIC X(40) VALUE
           "***** END-OF-RUN MANAGEMENT SUMMARY ****".
       01 WS-SUM-COUNT-LINE.
         05 WS-SUM-LABEL PIC X(42).
         05 WS-SUM-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-SUM-MONEY-LINE.
         05 WS-SUMM-LABEL PIC X(42).
         05 WS-SUM-MONEY PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUM-AVG-LINE.
         05 WS-SUMA-LABEL PIC X(42).
         05 WS-SUM-AVG PIC ZZ9.9.
       01 WS-ADVSUM-HEADING PIC X(40) VALUE
           "BOOK BY ADVISOR:".
       01 WS-ADVSUM-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADVSUM-LINE-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADVSUM-LINE-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADVSUM-LINE-RECS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADVSUM-LINE-AMT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUM-BUCKET-LINE.
         05 FILLER PIC X(24) VALUE "  PROJECTED GOAL AGE ".
         05 WS-SUM-BUCKET-LOW PIC ZZ9.
         05 FILLER PIC X(3) VALUE " - ".
         05 WS-SUM-BUCKET-HIGH PIC ZZ9.
         05 FILLER PIC X(9) VALUE " .......:".
         05 WS-SUM-BUCKET-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-PARTSUM-HEADING PIC X(40) VALUE
           "BOOK RUN PARTITIONS:".
       01 WS-PARTSUM-LINE.
         05 FILLER PIC X(12) VALUE "  PARTITION ".
         05 WS-PARTSUM-NUMBER PIC 9.
         05 FILLER PIC X(11) VALUE "  CLIENTS ".
         05 WS-PARTSUM-LOW PIC 9(6).
         05 FILLER PIC X(3) VALUE " - ".
         05 WS-PARTSUM-HIGH PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-PARTSUM-RECS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(10) VALUE " RECORDS, ".
         05 WS-PARTSUM-PULLED PIC Z,ZZ9.
         05 FILLER PIC X(24) VALUE " PULLED WITH HOUSEHOLD".
         05 WS-PARTSUM-RESTART PIC X(10).
       01 WS-ACTN-HEADING-1 PIC X(60) VALUE
           "ADVISOR ACTION LIST - CLIENTS OFF TRACK FOR TARGET AGE".
       01 WS-ACTN-HEADING-2.
         05 FILLER PIC X(10) VALUE "CLIENT ID".
         05 FILLER PIC X(14) VALUE "TARGET AGE".
         05 FILLER PIC X(16) VALUE "PROJECTED AGE".
         05 FILLER PIC X(14) VALUE "GAP (YEARS)".
         05 FILLER PIC X(16) VALUE "REQD CONTRIB/MO".
       01 WS-ACTN-DETAIL.
         05 WS-ACTN-CLIENT-ID PIC 9(6).
         05 FILLER PIC X(8) VALUE SPACES.
         05 WS-ACTN-TARGET-AGE PIC ZZ9.
         05 FILLER PIC X(12) VALUE SPACES.
         05 WS-ACTN-GOAL-AGE PIC ZZ9.
         05 FILLER PIC X(12) VALUE SPACES.
         05 WS-ACTN-GAP PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-ACTN-REQ-FMT PIC X(20).
       01 WS-ACTN-NONE-LINE PIC X(40) VALUE
           "NO CLIENTS ARE OFF TRACK THIS RUN.".
       01 WS-ACTN-ADVISOR-LINE.
         05 FILLER PIC X(8) VALUE "ADVISOR ".
         05 WS-ACTN-ADV-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ACTN-ADV-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ACTN-ADV-BRANCH PIC X(10).
       01 WS-ACTN-SUBTOTAL-LINE.
         05 FILLER PIC X(36) VALUE
             "  CLIENTS OFF TRACK FOR THIS ADVISOR".
         05 FILLER PIC X(2) VALUE ": ".
         05 WS-ACTN-SUBTOTAL PIC Z,ZZ9.
       01 WS-ACTN-CURR-ADVISOR PIC 9(4) VALUE 0.
       01 WS-ACTN-ADV-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTN-FIRST-GROUP PIC 9 VALUE 1.
       01 WS-SORT-EOF PIC 9 VALUE 0.
         88 END-OF-SORTED-ACTIONS VALUE 1.
       01 WS-ACTN-RESTART-LINE PIC X(55) VALUE
           "RESTARTED RUN - LIST COVERS POST-CHECKPOINT RECORDS.".
       01 WS-DRIFT-HEADING PIC X(60) VALUE
           "PLAN DRIFT - PROJECTED GOAL AGE SLIPPED PAST BASELINE".
       01 WS-DRIFT-DETAIL.
         05 WS-DRF-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(6) VALUE SPACES.
         05 FILLER PIC X(10) VALUE "BASELINE ".
         05 WS-DRF-DET-BASE PIC ZZ9.
         05 FILLER PIC X(7) VALUE "  NOW ".
         05 WS-DRF-DET-FRESH PIC ZZ9.
         05 FILLER PIC X(16) VALUE "  SLIP (YEARS) ".
         05 WS-DRF-DET-SLIP PIC ZZ9.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           PERFORM LOAD-WINDOW-END-PARA
           .
           PERFORM LOAD-SPLIT-CONTROL-PARA
           .
           PERFORM LOAD-PARTITION-TOTALS-PARA
           .
           PERFORM PROVE-PARTITIONS-PARA
           .
           IF WS-PROOF-FAILURES > 0 THEN
               PERFORM PROOF-FAILED-PARA
           END-IF
           .
           PERFORM LOAD-PARTITION-DETAIL-PARA
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           PERFORM MERGE-REPORTS-PARA
           .
           PERFORM MERGE-SCHEDULES-PARA
           .
           PERFORM MERGE-CRM-EXTRACT-PARA
           .
           PERFORM WRITE-ACTION-LIST-PARA
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .
           PERFORM COPY-AUDIT-LOG-PARA
           .
           PERFORM COPY-RUN-HISTORY-PARA
           .
           DISPLAY "PINVMRG MERGED " WS-RECORD-COUNT
             " ACCOUNT RECORDS FOR " WS-CLIENT-COUNT " CLIENTS FROM "
             WS-SPLIT-PARTITIONS " PARTITIONS."
           .
           DISPLAY "PINVMRG COPIED " WS-REPORT-LINES " REPORT LINES, "
             WS-SCHEDULE-LINES " SCHEDULE LINES, " WS-AUDIT-COPIED
             " AUDIT RECORDS; POSTED " WS-BREAKS-POSTED " BREAKS."
           .
           IF WS-RECORD-COUNT = 0 THEN
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY "THE TRANSACTION FILE WAS EMPTY."
           ELSE
               IF WS-RECORDS-WARNED > 0 OR WS-CRM-FAULTS > 0 THEN
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               ELSE
                   MOVE 0 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF
           .
           MOVE "C" TO RUN-CTL-CHECKPOINT-STATE
           .
           PERFORM WRITE-RUN-CONTROL-PARA
           .
           PERFORM RELEASE-LOCK-PARA
           .
           DISPLAY "PINVMRG CONTROL TOTALS - GOAL MET: "
             WS-GOAL-MET-COUNT " NEVER REACHED: " WS-NEVER-REACH-COUNT
             " PROJECTED: " WS-PROJECTED-COUNT
           .
           DISPLAY "PINVMRG TOTAL STARTING BALANCES: "
             WS-TOTAL-START-AMOUNT
           .
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> PARTITION 0 OF SPLITCTL IS THE WHOLE ACCEPTED FILE; 1-4
      *> ARE EACH PARTITION'S SHARE OF IT.
       LOAD-SPLIT-CONTROL-PARA.
           MOVE ZEROS TO WS-PARTITION-TABLE
           MOVE 0 TO WS-SPLIT-FOUND
           .
           OPEN INPUT SPLIT-CONTROL-FILE
           .
           IF WS-SPLIT-STATUS NOT = "00" THEN
               DISPLAY "*** PINVMRG COULD NOT OPEN THE SPLIT CONTROL "
                 "FILE. STATUS: " WS-SPLIT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-INPUT
               READ SPLIT-CONTROL-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   PERFORM TAKE-SPLIT-RECORD-PARA
               END-READ
           END-PERFORM
           .
           CLOSE SPLIT-CONTROL-FILE
           .

       TAKE-SPLIT-RECORD-PARA.
           IF NOT SPC-IS-SPLIT THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF SPC-PARTITION = 0 THEN
               MOVE 1 TO WS-SPLIT-FOUND
               MOVE SPC-SPL-PARTITIONS TO WS-SPLIT-PARTITIONS
               MOVE SPC-SPL-RECORD-COUNT TO WS-SPLIT-TOTAL-RECORDS
               MOVE SPC-SPL-CLIENT-COUNT TO WS-SPLIT-TOTAL-CLIENTS
           ELSE
               IF SPC-PARTITION NOT > 4 THEN
                   MOVE SPC-PARTITION TO WS-PART-IDX
                   MOVE SPC-SPL-RECORD-COUNT TO
                     WS-PART-SPLIT-RECORDS(WS-PART-IDX)
                   MOVE SPC-SPL-CLIENT-COUNT TO
                     WS-PART-SPLIT-CLIENTS(WS-PART-IDX)
                   MOVE SPC-SPL-LOW-CLIENT TO
                     WS-PART-LOW-CLIENT(WS-PART-IDX)
                   MOVE SPC-SPL-HIGH-CLIENT TO
                     WS-PART-HIGH-CLIENT(WS-PART-IDX)
                   MOVE SPC-SPL-PULLED-COUNT TO
                     WS-PART-PULLED(WS-PART-IDX)
               END-IF
           END-IF
           .

      *> FIRST PASS OF PARTCTL: THE TOTALS RECORDS ONLY, FOR THE
      *> PROOF. THE WHOLE-BOOK TOTALS ARE SUMMED AS THEY COME.
       LOAD-PARTITION-TOTALS-PARA.
           OPEN INPUT PARTITION-CONTROL-FILE
           .
           IF WS-PTC-STATUS NOT = "00" THEN
               CLOSE PARTITION-CONTROL-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-INPUT
               READ PARTITION-CONTROL-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF PTC-IS-TOTALS AND PTC-PARTITION > 0
                     AND PTC-PARTITION NOT > 4 THEN
                       PERFORM TAKE-PARTITION-TOTALS-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE PARTITION-CONTROL-FILE
           .

       TAKE-PARTITION-TOTALS-PARA.
           MOVE PTC-PARTITION TO WS-PART-IDX
           .
           ADD 1 TO WS-PART-TOTALS-SEEN(WS-PART-IDX)
           .
           IF WS-PART-TOTALS-SEEN(WS-PART-IDX) > 1 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PTC-RECORD-COUNT TO WS-PART-RECORDS-READ(WS-PART-IDX)
           MOVE PTC-RETURN-CODE TO WS-PART-RETURN-CODE(WS-PART-IDX)
           .
           ADD PTC-RECORD-COUNT TO WS-RECORD-COUNT
           ADD PTC-CLIENT-COUNT TO WS-CLIENT-COUNT
           ADD PTC-TOTAL-START-AMOUNT TO WS-TOTAL-START-AMOUNT
           ADD PTC-GOAL-MET-COUNT TO WS-GOAL-MET-COUNT
           ADD PTC-NEVER-REACH-COUNT TO WS-NEVER-REACH-COUNT
           ADD PTC-PROJECTED-COUNT TO WS-PROJECTED-COUNT
           ADD PTC-YEARS-TOTAL TO WS-YEARS-TOTAL
           ADD PTC-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
           ADD PTC-RECORDS-WARNED TO WS-RECORDS-WARNED
           ADD PTC-CRM-DETAIL-COUNT TO WS-PART-CRM-DETAILS
           ADD PTC-ACTION-COUNT TO WS-ACTION-COUNT
           .
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > 25
               ADD PTC-AGE-BUCKET(WS-BUCKET-IDX) TO
                 WS-AGE-BUCKET(WS-BUCKET-IDX)
           END-PERFORM
           .
           IF PTC-WAS-RESTART THEN
               MOVE "Y" TO WS-ANY-RESTART
               MOVE "Y" TO WS-PART-RESTART(WS-PART-IDX)
           END-IF
           .

      *> EVERY PARTITION IN USE MUST HAVE RUN TO THE END EXACTLY
      *> ONCE ON WHAT THE SPLIT GAVE IT. A PARTITION NOT IN USE
      *> MAY HAVE RUN (EMPTY) OR NOT. THE PARTITIONS MUST ADD UP
      *> TO THE ACCEPTED FILE.
       PROVE-PARTITIONS-PARA.
           MOVE 0 TO WS-PROOF-FAILURES
           MOVE 0 TO WS-SPLIT-PARTS-RECORDS
           .
           IF NOT SPLIT-CONTROL-FOUND THEN
               DISPLAY "*** NO SPLIT CONTROL RECORD - THE NIGHT "
                 "CANNOT BE PROVED. ***"
               ADD 1 TO WS-PROOF-FAILURES
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
             UNTIL WS-PART-IDX > 4
               ADD WS-PART-SPLIT-RECORDS(WS-PART-IDX) TO
                 WS-SPLIT-PARTS-RECORDS
               PERFORM PROVE-ONE-PARTITION-PARA
           END-PERFORM
           .
           IF WS-SPLIT-PARTS-RECORDS NOT = WS-SPLIT-TOTAL-RECORDS
             THEN
               DISPLAY "*** THE SPLIT GAVE OUT "
                 WS-SPLIT-PARTS-RECORDS " RECORDS BUT THE ACCEPTED "
                 "FILE HELD " WS-SPLIT-TOTAL-RECORDS ". ***"
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           .
           IF WS-RECORD-COUNT NOT = WS-SPLIT-TOTAL-RECORDS THEN
               DISPLAY "*** THE PARTITIONS READ " WS-RECORD-COUNT
                 " RECORDS BUT THE ACCEPTED FILE HELD "
                 WS-SPLIT-TOTAL-RECORDS ". ***"
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           .

       PROVE-ONE-PARTITION-PARA.
           IF WS-PART-TOTALS-SEEN(WS-PART-IDX) > 1 THEN
               DISPLAY "*** PARTITION " WS-PART-IDX " HAS "
                 WS-PART-TOTALS-SEEN(WS-PART-IDX) " TOTALS RECORDS "
                 "- IT RAN MORE THAN ONCE SINCE THE SPLIT. ***"
               ADD 1 TO WS-PROOF-FAILURES
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-PART-TOTALS-SEEN(WS-PART-IDX) = 0 THEN
               IF WS-PART-IDX NOT > WS-SPLIT-PARTITIONS THEN
                   DISPLAY "*** PARTITION " WS-PART-IDX " HAS NOT "
                     "RUN TO THE END - RESTART IT BEFORE MERGING. ***"
                   ADD 1 TO WS-PROOF-FAILURES
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-PART-RECORDS-READ(WS-PART-IDX) NOT =
             WS-PART-SPLIT-RECORDS(WS-PART-IDX) THEN
               DISPLAY "*** PARTITION " WS-PART-IDX " READ "
                 WS-PART-RECORDS-READ(WS-PART-IDX) " RECORDS BUT "
                 "THE SPLIT GAVE IT "
                 WS-PART-SPLIT-RECORDS(WS-PART-IDX) ". ***"
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           .

      *> NOTHING HAS BEEN WRITTEN. THE RUN CONTROL GOES PENDING SO
      *> THE NEXT EXTRACT DOES NOT TAKE THIS NIGHT AS A CLEAN
      *> STARTING POINT, AND THE LOCK STAYS HELD.
       PROOF-FAILED-PARA.
           DISPLAY "*** THE PARTITIONED BOOK RUN DID NOT PROVE - "
             "NOTHING HAS BEEN MERGED. THE BATCH WINDOW LOCK IS "
             "STILL HELD. ***"
           .
           MOVE 12 TO WS-FINAL-RETURN-CODE
           .
           MOVE "P" TO RUN-CTL-CHECKPOINT-STATE
           .
           PERFORM WRITE-RUN-CONTROL-PARA
           .
           MOVE 12 TO RETURN-CODE
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> SECOND PASS OF PARTCTL, ONCE PROVEN: ADVISOR SUBTOTALS,
      *> PLAN DRIFT ENTRIES AND RECONCILIATION BREAKS.
       LOAD-PARTITION-DETAIL-PARA.
           PERFORM OPEN-BREAK-PARA
           .
           OPEN INPUT PARTITION-CONTROL-FILE
           .
           IF WS-PTC-STATUS NOT = "00" THEN
               CLOSE PARTITION-CONTROL-FILE
           ELSE
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PARTITION-CONTROL-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       EVALUATE TRUE
                         WHEN PTC-IS-ADVISOR
                           PERFORM TAKE-ADVISOR-PARA
                         WHEN PTC-IS-DRIFT
                           PERFORM TAKE-DRIFT-PARA
                         WHEN PTC-IS-BREAK
                           PERFORM POST-BREAK-PARA
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
           END-IF
           .
           IF BREAK-FILE-IS-OPEN THEN
               CLOSE BREAK-FILE
           END-IF
           .

       TAKE-ADVISOR-PARA.
           MOVE 0 TO WS-ADVSUM-FOUND-IDX
           .
           PERFORM VARYING WS-ADVSUM-IDX FROM 1 BY 1
             UNTIL WS-ADVSUM-IDX > WS-ADVSUM-COUNT
               IF WS-ADVSUM-CODE(WS-ADVSUM-IDX) = PTC-ADV-CODE THEN
                   MOVE WS-ADVSUM-IDX TO WS-ADVSUM-FOUND-IDX
               END-IF
           END-PERFORM
           .
           IF WS-ADVSUM-FOUND-IDX = 0 THEN
               IF WS-ADVSUM-COUNT NOT LESS THAN 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ADVSUM-COUNT
               MOVE WS-ADVSUM-COUNT TO WS-ADVSUM-FOUND-IDX
               MOVE PTC-ADV-CODE TO
                 WS-ADVSUM-CODE(WS-ADVSUM-FOUND-IDX)
               MOVE 0 TO WS-ADVSUM-RECORDS(WS-ADVSUM-FOUND-IDX)
               MOVE 0 TO WS-ADVSUM-AMOUNT(WS-ADVSUM-FOUND-IDX)
           END-IF
           .
           ADD PTC-ADV-RECORDS TO
             WS-ADVSUM-RECORDS(WS-ADVSUM-FOUND-IDX)
           ADD PTC-ADV-AMOUNT TO
             WS-ADVSUM-AMOUNT(WS-ADVSUM-FOUND-IDX)
           .

       TAKE-DRIFT-PARA.
           IF WS-DRIFT-COUNT NOT LESS THAN 1000 THEN
               DISPLAY "*** PLAN DRIFT TABLE FULL - CLIENT "
                 PTC-DRF-CLIENT-ID " NOT LISTED. ***"
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-DRIFT-COUNT
           MOVE PTC-DRF-CLIENT-ID TO WS-DRF-CLIENT-ID(WS-DRIFT-COUNT)
           MOVE PTC-DRF-BASE-AGE TO WS-DRF-BASE-AGE(WS-DRIFT-COUNT)
           MOVE PTC-DRF-FRESH-AGE TO WS-DRF-FRESH-AGE(WS-DRIFT-COUNT)
           MOVE PTC-DRF-SLIP TO WS-DRF-SLIP(WS-DRIFT-COUNT)
           .

       OPEN-BREAK-PARA.
           OPEN I-O BREAK-FILE
           .
           IF BRK-RECORD-NOT-FOUND THEN
               OPEN OUTPUT BREAK-FILE
               CLOSE BREAK-FILE
               OPEN I-O BREAK-FILE
           END-IF
           .
           IF WS-BRK-STATUS = "00" THEN
               MOVE 1 TO WS-BRK-OPEN
           ELSE
               MOVE 0 TO WS-BRK-OPEN
           END-IF
           .

      *> THE SAME POSTING PINVBAT MAKES ON A SINGLE RUN: A NEW OR
      *> PREVIOUSLY CLEARED BREAK IS OPENED AFRESH, AN OPEN ONE
      *> TAKES TONIGHT'S FIGURES.
       POST-BREAK-PARA.
           IF NOT BREAK-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PTC-BRK-CLIENT-ID TO WS-BRK-KEY
           .
           READ BREAK-FILE
             INVALID KEY
               PERFORM NEW-BREAK-PARA
               WRITE BREAK-RECORD
                 INVALID KEY
                   CONTINUE
               END-WRITE
             NOT INVALID KEY
               IF BRK-IS-OPEN THEN
                   MOVE PTC-BRK-ENTERED-AMOUNT TO BRK-ENTERED-AMOUNT
                   MOVE PTC-BRK-FEED-AMOUNT TO BRK-FEED-AMOUNT
                   MOVE PTC-BRK-DIFFERENCE TO BRK-DIFFERENCE
                   MOVE PTC-BRK-SEEN-DATE TO BRK-LAST-SEEN-DATE
               ELSE
                   PERFORM NEW-BREAK-PARA
               END-IF
               REWRITE BREAK-RECORD
           END-READ
           .
           ADD 1 TO WS-BREAKS-POSTED
           .

       NEW-BREAK-PARA.
           MOVE PTC-BRK-CLIENT-ID TO BRK-CLIENT-ID
           MOVE PTC-BRK-ENTERED-AMOUNT TO BRK-ENTERED-AMOUNT
           MOVE PTC-BRK-FEED-AMOUNT TO BRK-FEED-AMOUNT
           MOVE PTC-BRK-DIFFERENCE TO BRK-DIFFERENCE
           MOVE PTC-BRK-SEEN-DATE TO BRK-FIRST-SEEN-DATE
           MOVE PTC-BRK-SEEN-DATE TO BRK-LAST-SEEN-DATE
           MOVE "O" TO BRK-STATUS
           MOVE 0 TO BRK-CLEARED-DATE
           .

      *> PINVRPT IS APPENDED TO, AS THE SINGLE RUN'S RESTART DID,
      *> SO A CYCLE NOT YET CAPTURED BY PRPTSAVE IS KEPT. THE
      *> PARTITION REPORTS COME IN PARTITION ORDER (CLIENT RANGE
      *> ORDER), EACH WITH ITS OWN HOUSEHOLD LINES AFTER ITS
      *> CLIENTS, AND THE ONE SUMMARY GOES AT THE END.
       MERGE-REPORTS-PARA.
           OPEN EXTEND REPORT-FILE
           .
           IF RPT-NOT-FOUND THEN
               OPEN OUTPUT REPORT-FILE
               CLOSE REPORT-FILE
               OPEN EXTEND REPORT-FILE
           END-IF
           .
           OPEN INPUT PART-REPORT-FILE
           .
           IF WS-PRPT-STATUS = "00" THEN
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PART-REPORT-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       WRITE INVESTMENT-REPORT-LINE
                         FROM PART-REPORT-LINE
                       ADD 1 TO WS-REPORT-LINES
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE PART-REPORT-FILE
           .
           PERFORM WRITE-SUMMARY-PARA
           .
           CLOSE REPORT-FILE
           .

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO INVESTMENT-REPORT-LINE
           WRITE INVESTMENT-REPORT-LINE
           .
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-HEADING-LINE
           .
           MOVE "CLIENTS PROCESSED ......................:"
             TO WS-SUM-LABEL
           MOVE WS-CLIENT-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "ACCOUNT RECORDS PROCESSED ..............:"
             TO WS-SUM-LABEL
           MOVE WS-RECORD-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "TOTAL STARTING BALANCES UNDER ADVISEMENT:"
             TO WS-SUMM-LABEL
           MOVE WS-TOTAL-START-AMOUNT TO WS-SUM-MONEY
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-MONEY-LINE
           .
           MOVE "CLIENTS WITH GOAL ALREADY MET ..........:"
             TO WS-SUM-LABEL
           MOVE WS-GOAL-MET-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "CLIENTS WHO CAN NEVER REACH THEIR GOAL .:"
             TO WS-SUM-LABEL
           MOVE WS-NEVER-REACH-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "CLIENTS WITH A PROJECTED GOAL AGE ......:"
             TO WS-SUM-LABEL
           MOVE WS-PROJECTED-COUNT TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           MOVE "CRM EXTRACT CLIENT/GOAL RECORDS ........:"
             TO WS-SUM-LABEL
           MOVE WS-PART-CRM-DETAILS TO WS-SUM-COUNT
           WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-COUNT-LINE
           .
           IF WS-PROJECTED-COUNT > 0 THEN
               COMPUTE WS-AVG-YEARS ROUNDED =
                 WS-YEARS-TOTAL / WS-PROJECTED-COUNT
               MOVE "AVERAGE YEARS TO GOAL ..................:"
                 TO WS-SUMA-LABEL
               MOVE WS-AVG-YEARS TO WS-SUM-AVG
               WRITE INVESTMENT-REPORT-LINE FROM WS-SUM-AVG-LINE
           END-IF
           .
           IF WS-ADVSUM-COUNT > 0 THEN
               MOVE WS-ADVSUM-HEADING TO INVESTMENT-REPORT-LINE
               WRITE INVESTMENT-REPORT-LINE
               PERFORM VARYING WS-ADVSUM-IDX FROM 1 BY 1
                 UNTIL WS-ADVSUM-IDX > WS-ADVSUM-COUNT
                   MOVE WS-ADVSUM-CODE(WS-ADVSUM-IDX) TO WS-ADV-KEY
                   PERFORM GET-ADVISOR-NAME-PARA
                   MOVE WS-ADVSUM-CODE(WS-ADVSUM-IDX) TO
                     WS-ADVSUM-LINE-CODE
                   MOVE WS-ADV-NAME-TEXT TO WS-ADVSUM-LINE-NAME
                   MOVE WS-ADVSUM-RECORDS(WS-ADVSUM-IDX) TO
                     WS-ADVSUM-LINE-RECS
                   MOVE WS-ADVSUM-AMOUNT(WS-ADVSUM-IDX) TO
                     WS-ADVSUM-LINE-AMT
                   WRITE INVESTMENT-REPORT-LINE FROM WS-ADVSUM-LINE
               END-PERFORM
           END-IF
           .
           MOVE "DISTRIBUTION OF PROJECTED GOAL AGES:"
             TO INVESTMENT-REPORT-LINE
           WRITE INVESTMENT-REPORT-LINE
           .
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > 25
               IF WS-AGE-BUCKET(WS-BUCKET-IDX) > 0 THEN
                   COMPUTE WS-SUM-BUCKET-LOW =
                     (WS-BUCKET-IDX - 1) * 5
                   COMPUTE WS-SUM-BUCKET-HIGH =
                     (WS-BUCKET-IDX * 5) - 1
                   MOVE WS-AGE-BUCKET(WS-BUCKET-IDX)
                     TO WS-SUM-BUCKET-COUNT
                   WRITE INVESTMENT-REPORT-LINE
                     FROM WS-SUM-BUCKET-LINE
               END-IF
           END-PERFORM
           .
           MOVE WS-PARTSUM-HEADING TO INVESTMENT-REPORT-LINE
           WRITE INVESTMENT-REPORT-LINE
           .
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
             UNTIL WS-PART-IDX > WS-SPLIT-PARTITIONS
               MOVE WS-PART-IDX TO WS-PARTSUM-NUMBER
               MOVE WS-PART-LOW-CLIENT(WS-PART-IDX) TO WS-PARTSUM-LOW
               MOVE WS-PART-HIGH-CLIENT(WS-PART-IDX) TO
                 WS-PARTSUM-HIGH
               MOVE WS-PART-RECORDS-READ(WS-PART-IDX) TO
                 WS-PARTSUM-RECS
               MOVE WS-PART-PULLED(WS-PART-IDX) TO WS-PARTSUM-PULLED
               MOVE SPACES TO WS-PARTSUM-RESTART
               IF PARTITION-RESTARTED(WS-PART-IDX) THEN
                   MOVE "RESTARTED" TO WS-PARTSUM-RESTART
               END-IF
               WRITE INVESTMENT-REPORT-LINE FROM WS-PARTSUM-LINE
           END-PERFORM
           .

       GET-ADVISOR-NAME-PARA.
           MOVE "NOT ON FILE" TO WS-ADV-NAME-TEXT
           MOVE SPACES TO WS-ADV-BRANCH-TEXT
           .
           IF WS-ADV-KEY = 0 THEN
               MOVE "UNASSIGNED (HOUSE)" TO WS-ADV-NAME-TEXT
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   READ ADVISOR-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE ADV-ADVISOR-NAME TO WS-ADV-NAME-TEXT
                       MOVE ADV-BRANCH TO WS-ADV-BRANCH-TEXT
                   END-READ
               END-IF
           END-IF
           .

       MERGE-SCHEDULES-PARA.
           OPEN EXTEND SCHEDULE-FILE
           .
           IF SCHED-NOT-FOUND THEN
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN EXTEND SCHEDULE-FILE
           END-IF
           .
           OPEN INPUT PART-SCHEDULE-FILE
           .
           IF WS-PSCH-STATUS = "00" THEN
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PART-SCHEDULE-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       WRITE SCHEDULE-LINE FROM PART-SCHEDULE-LINE
                       ADD 1 TO WS-SCHEDULE-LINES
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE PART-SCHEDULE-FILE
           .
           CLOSE SCHEDULE-FILE
           .

      *> ONE HEADER, EVERY PARTITION'S DETAIL, ONE TRAILER. EACH
      *> PARTITION'S SEGMENT IS PROVED AGAINST ITS OWN TRAILER ON
      *> THE WAY THROUGH; IF ANY SEGMENT IS SHORT OR HAS NO
      *> TRAILER, THE MERGED FILE IS LEFT WITHOUT ONE SO THE CRM
      *> WILL NOT LOAD IT, AND THE STEP WARNS.
       MERGE-CRM-EXTRACT-PARA.
           MOVE 0 TO WS-CRM-DETAIL-COUNT
           MOVE 0 TO WS-CRM-CLIENT-COUNT
           MOVE 0 TO WS-CRM-HASH
           MOVE 0 TO WS-CRM-HEADERS
           MOVE 0 TO WS-CRM-TRAILERS
           MOVE 0 TO WS-CRM-FAULTS
           .
           COMPUTE WS-CRM-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           OPEN OUTPUT CRM-EXTRACT-FILE
           .
           IF WS-CRM-STATUS NOT = "00" THEN
               DISPLAY "*** THE CRM EXTRACT COULD NOT BE OPENED. "
                 "STATUS: " WS-CRM-STATUS " - NO EXTRACT THIS "
                 "RUN. ***"
               ADD 1 TO WS-CRM-FAULTS
               EXIT PARAGRAPH
           END-IF
           .
           MOVE SPACES TO CRM-EXTRACT-RECORD
           MOVE "H" TO CRM-RECORD-TYPE
           MOVE WS-CRM-RUN-DATE TO CRM-HDR-RUN-DATE
           COMPUTE CRM-HDR-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           MOVE "PINVBAT" TO CRM-HDR-SOURCE
           .
           WRITE CRM-EXTRACT-RECORD
           .
           OPEN INPUT PART-CRM-FILE
           .
           IF WS-PCRM-STATUS = "00" THEN
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PART-CRM-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       PERFORM TAKE-CRM-RECORD-PARA
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE PART-CRM-FILE
           .
           IF WS-CRM-TRAILERS NOT = WS-CRM-HEADERS THEN
               DISPLAY "*** " WS-CRM-HEADERS " PARTITION CRM "
                 "EXTRACTS BUT ONLY " WS-CRM-TRAILERS " TRAILERS. ***"
               ADD 1 TO WS-CRM-FAULTS
           END-IF
           .
           IF WS-CRM-DETAIL-COUNT NOT = WS-PART-CRM-DETAILS THEN
               DISPLAY "*** THE PARTITION CRM EXTRACTS HOLD "
                 WS-CRM-DETAIL-COUNT " DETAIL RECORDS BUT THE "
                 "PARTITIONS REPORTED " WS-PART-CRM-DETAILS ". ***"
               ADD 1 TO WS-CRM-FAULTS
           END-IF
           .
           IF WS-CRM-FAULTS = 0 THEN
               MOVE SPACES TO CRM-EXTRACT-RECORD
               MOVE "T" TO CRM-RECORD-TYPE
               MOVE WS-CRM-DETAIL-COUNT TO CRM-TRL-DETAIL-COUNT
               MOVE WS-CRM-CLIENT-COUNT TO CRM-TRL-CLIENT-COUNT
               MOVE WS-CRM-HASH TO CRM-TRL-AMOUNT-HASH
               WRITE CRM-EXTRACT-RECORD
               DISPLAY "PINVMRG CRM EXTRACT: " WS-CRM-DETAIL-COUNT
                 " CLIENT/GOAL RECORDS FOR " WS-CRM-CLIENT-COUNT
                 " CLIENTS."
           ELSE
               DISPLAY "*** THE MERGED CRM EXTRACT HAS NO TRAILER "
                 "AND MUST NOT BE LOADED. ***"
           END-IF
           .
           CLOSE CRM-EXTRACT-FILE
           .

       TAKE-CRM-RECORD-PARA.
           EVALUATE TRUE
             WHEN PCR-IS-HEADER
               ADD 1 TO WS-CRM-HEADERS
               MOVE 0 TO WS-SEG-DETAIL-COUNT
               MOVE 0 TO WS-SEG-CLIENT-COUNT
               MOVE 0 TO WS-SEG-HASH
             WHEN PCR-IS-DETAIL
               WRITE CRM-EXTRACT-RECORD FROM PART-CRM-RECORD
               ADD 1 TO WS-CRM-DETAIL-COUNT
               ADD 1 TO WS-SEG-DETAIL-COUNT
               IF PCR-IS-PLAN-GOAL THEN
                   ADD 1 TO WS-CRM-CLIENT-COUNT
                   ADD 1 TO WS-SEG-CLIENT-COUNT
               END-IF
               COMPUTE WS-CRM-PENNIES = PCR-GOAL-AMOUNT * 100
               COMPUTE WS-CRM-HASH = FUNCTION MOD(WS-CRM-HASH
                 + WS-CRM-PENNIES, 10000000000)
               COMPUTE WS-SEG-HASH = FUNCTION MOD(WS-SEG-HASH
                 + WS-CRM-PENNIES, 10000000000)
             WHEN PCR-IS-TRAILER
               ADD 1 TO WS-CRM-TRAILERS
               IF PCR-TRL-DETAIL-COUNT NOT = WS-SEG-DETAIL-COUNT
                 OR PCR-TRL-CLIENT-COUNT NOT = WS-SEG-CLIENT-COUNT
                 OR PCR-TRL-AMOUNT-HASH NOT = WS-SEG-HASH THEN
                   DISPLAY "*** A PARTITION CRM EXTRACT DOES NOT "
                     "PROVE TO ITS TRAILER: " WS-SEG-DETAIL-COUNT
                     " RECORDS AGAINST " PCR-TRL-DETAIL-COUNT ". ***"
                   ADD 1 TO WS-CRM-FAULTS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *> THE PARTITIONS' OFF-TRACK ENTRIES ARE SORTED TOGETHER, SO
      *> EACH ADVISOR HAS ONE SECTION WHICHEVER PARTITIONS THEIR
      *> CLIENTS FELL IN.
       WRITE-ACTION-LIST-PARA.
           OPEN OUTPUT ACTION-LIST-FILE
           .
           WRITE ACTION-LIST-LINE FROM WS-ACTN-HEADING-1
           .
           WRITE ACTION-LIST-LINE FROM WS-ACTN-HEADING-2
           .
           IF A-PARTITION-RESTARTED THEN
               WRITE ACTION-LIST-LINE FROM WS-ACTN-RESTART-LINE
           END-IF
           .
           MOVE 1 TO WS-ACTN-FIRST-GROUP
           MOVE 0 TO WS-ACTN-ADV-COUNT
           MOVE 0 TO WS-SORT-EOF
           .
           IF WS-ACTION-COUNT = 0 THEN
               WRITE ACTION-LIST-LINE FROM WS-ACTN-NONE-LINE
           ELSE
               SORT ACTION-SORT-FILE
                 ON ASCENDING KEY SRT-ADVISOR
                 ON DESCENDING KEY SRT-GAP
                 USING ACTION-WORK-FILE
                 OUTPUT PROCEDURE IS LIST-SORTED-ACTIONS-PARA
               PERFORM WRITE-ADVISOR-SUBTOTAL-PARA
           END-IF
           .
           IF WS-DRIFT-COUNT > 0 THEN
               MOVE SPACES TO ACTION-LIST-LINE
               WRITE ACTION-LIST-LINE
               WRITE ACTION-LIST-LINE FROM WS-DRIFT-HEADING
               PERFORM VARYING WS-DRIFT-IDX FROM 1 BY 1
                 UNTIL WS-DRIFT-IDX > WS-DRIFT-COUNT
                   MOVE WS-DRF-CLIENT-ID(WS-DRIFT-IDX) TO
                     WS-DRF-DET-CLIENT
                   MOVE WS-DRF-BASE-AGE(WS-DRIFT-IDX) TO
                     WS-DRF-DET-BASE
                   MOVE WS-DRF-FRESH-AGE(WS-DRIFT-IDX) TO
                     WS-DRF-DET-FRESH
                   MOVE WS-DRF-SLIP(WS-DRIFT-IDX) TO
                     WS-DRF-DET-SLIP
                   WRITE ACTION-LIST-LINE FROM WS-DRIFT-DETAIL
               END-PERFORM
           END-IF
           .
           CLOSE ACTION-LIST-FILE
           .

       LIST-SORTED-ACTIONS-PARA.
           PERFORM UNTIL END-OF-SORTED-ACTIONS
               RETURN ACTION-SORT-FILE
                 AT END
                   MOVE 1 TO WS-SORT-EOF
                 NOT AT END
                   IF WS-ACTN-FIRST-GROUP = 1
                     OR SRT-ADVISOR NOT = WS-ACTN-CURR-ADVISOR THEN
                       PERFORM ADVISOR-BREAK-PARA
                   END-IF
                   MOVE SRT-CLIENT-ID TO WS-ACTN-CLIENT-ID
                   MOVE SRT-TARGET-AGE TO WS-ACTN-TARGET-AGE
                   MOVE SRT-GOAL-AGE TO WS-ACTN-GOAL-AGE
                   MOVE SRT-GAP TO WS-ACTN-GAP
                   MOVE SRT-REQ-FMT TO WS-ACTN-REQ-FMT
                   WRITE ACTION-LIST-LINE FROM WS-ACTN-DETAIL
                   ADD 1 TO WS-ACTN-ADV-COUNT
               END-RETURN
           END-PERFORM
           .

       ADVISOR-BREAK-PARA.
           IF WS-ACTN-FIRST-GROUP = 0 THEN
               PERFORM WRITE-ADVISOR-SUBTOTAL-PARA
           END-IF
           .
           MOVE 0 TO WS-ACTN-FIRST-GROUP
           MOVE 0 TO WS-ACTN-ADV-COUNT
           MOVE SRT-ADVISOR TO WS-ACTN-CURR-ADVISOR
           .
           MOVE WS-ACTN-CURR-ADVISOR TO WS-ADV-KEY
           PERFORM GET-ADVISOR-NAME-PARA
           .
           MOVE SPACES TO ACTION-LIST-LINE
           WRITE ACTION-LIST-LINE
           .
           MOVE WS-ACTN-CURR-ADVISOR TO WS-ACTN-ADV-CODE
           MOVE WS-ADV-NAME-TEXT TO WS-ACTN-ADV-NAME
           MOVE WS-ADV-BRANCH-TEXT TO WS-ACTN-ADV-BRANCH
           WRITE ACTION-LIST-LINE FROM WS-ACTN-ADVISOR-LINE
           .

       WRITE-ADVISOR-SUBTOTAL-PARA.
           MOVE WS-ACTN-ADV-COUNT TO WS-ACTN-SUBTOTAL
           .
           WRITE ACTION-LIST-LINE FROM WS-ACTN-SUBTOTAL-LINE
           .

      *> THE PARTITIONS KEEP THEIR OWN AUDIT LOG AND RUN HISTORY
      *> SO THEY NEVER CONTEND FOR THE SHOP'S DATASETS WHILE
      *> RUNNING SIDE BY SIDE; THEY ARE APPENDED HERE.
       COPY-AUDIT-LOG-PARA.
           OPEN EXTEND AUDIT-LOG-FILE
           .
           IF AUDIT-NOT-FOUND THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           .
           OPEN INPUT PART-AUDIT-FILE
           .
           IF WS-PAUD-STATUS = "00" THEN
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PART-AUDIT-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       WRITE AUDIT-LOG-LINE FROM PART-AUDIT-RECORD
                       ADD 1 TO WS-AUDIT-COPIED
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE PART-AUDIT-FILE
           .
           CLOSE AUDIT-LOG-FILE
           .

       COPY-RUN-HISTORY-PARA.
           OPEN EXTEND RUN-HISTORY-FILE
           .
           IF HIST-NOT-FOUND THEN
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN EXTEND RUN-HISTORY-FILE
           END-IF
           .
           OPEN INPUT PART-HISTORY-FILE
           .
           IF WS-PHST-STATUS = "00" THEN
               MOVE 0 TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ PART-HISTORY-FILE
                     AT END
                       MOVE 1 TO WS-EOF-SWITCH
                     NOT AT END
                       WRITE RUN-HISTORY-LINE FROM PART-HISTORY-RECORD
                       ADD 1 TO WS-HISTORY-COPIED
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE PART-HISTORY-FILE
           .
           CLOSE RUN-HISTORY-FILE
           .

       LOAD-WINDOW-END-PARA.
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SHOP-BATCH-WINDOW-END NUMERIC
                     AND SHOP-BATCH-WINDOW-END > 0 THEN
                       MOVE SHOP-BATCH-WINDOW-END TO
                         WS-BATCH-WINDOW-END
                   END-IF
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .

       WRITE-RUN-CONTROL-PARA.
           OPEN OUTPUT RUN-CONTROL-FILE
           .
           COMPUTE RUN-CTL-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           MOVE WS-RECORD-COUNT TO RUN-CTL-RECORDS-READ
           .
           MOVE WS-RECORDS-WRITTEN TO RUN-CTL-RECORDS-WRITTEN
           .
           MOVE WS-RECORDS-WARNED TO RUN-CTL-RECORDS-WARNED
           .
           MOVE WS-FINAL-RETURN-CODE TO RUN-CTL-RETURN-CODE
           .
           WRITE RUN-CONTROL-RECORD
           .
           CLOSE RUN-CONTROL-FILE
           .

      *> THE LOCK TAKEN BY PCLTXTR AT THE TOP OF THE NIGHTLY JOB
      *> IS RELEASED HERE, ONCE THE NIGHT HAS BEEN PUT BACK
      *> TOGETHER.
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
           MOVE WS-BATCH-WINDOW-END TO LOCK-RELEASE-HHMM
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
           MOVE "PINVMRG" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-RECORD-COUNT TO RHS-RECORDS-IN
           MOVE WS-RECORDS-WRITTEN TO RHS-RECORDS-OUT
           MOVE WS-RECORDS-WARNED TO RHS-RECORDS-REJECTED
           MOVE WS-ANY-RESTART TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
