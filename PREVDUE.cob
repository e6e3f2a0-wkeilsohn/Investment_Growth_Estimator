       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVDUE.
       AUTHOR. WILLIAM-KEILSOHN.
      *> WEEKLY ANNUAL REVIEW LISTING. EVERY ACTIVE CLIENT ON THE
      *> MASTER IS MATCHED TO ITS REVIEW RECORD (REVFILE, STAMPED BY
      *> P1 WHEN AN INTERVIEW IS CONFIRMED AS THE CLIENT'S REVIEW)
      *> AND LISTED ON REVDRPT BY ADVISOR WHEN ITS REVIEW IS:
      *>   - OVERDUE: THE NEXT DUE DATE HAS PASSED, OR THE CLIENT
      *>     HAS NEVER HAD A REVIEW RECORDED. AGED IN BUSINESS DAYS
      *>     (PBUSDAY, SO WEEKENDS AND HOLFILE HOLIDAYS DO NOT
      *>     COUNT), MOST OVERDUE FIRST;
      *>   - DUE SOON: DUE WITHIN THE WINDOW (DEFAULT 30 CALENDAR
      *>     DAYS), WITH THE BUSINESS DAYS LEFT, SOONEST FIRST.
      *> CLIENTS WHOSE REVIEW IS FURTHER OUT ARE COUNTED, NOT
      *> LISTED. SYSIN CARRIES THE WINDOW IN DAYS (000 = 30).
      *> RETURN CODE: 0 = NOTHING OVERDUE; 4 = OVERDUE REVIEWS
      *> LISTED; 12 = THE CLIENT MASTER COULD NOT BE READ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO "REVFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-REV-KEY
             FILE STATUS IS WS-REV-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT REVIEW-WORK-FILE ASSIGN TO "REVWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT REVIEW-SORTED-FILE ASSIGN TO "REVSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "REVDRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT REVIEW-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD REVIEW-FILE.
           COPY REVREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD REVIEW-WORK-FILE.
       01 REVIEW-WORK-RECORD.
           05 RVW-ADVISOR-CODE        PIC 9(4).
           05 RVW-SECTION             PIC 9(1).
           05 RVW-SORT-DAYS           PIC 9(5).
           05 RVW-CLIENT-ID           PIC 9(6).
           05 RVW-CLIENT-NAME         PIC X(20).
           05 RVW-LAST-REVIEW-DATE    PIC 9(8).
           05 RVW-NEXT-DUE-DATE       PIC 9(8).
           05 RVW-BUSINESS-DAYS       PIC 9(5).
           05 RVW-REVIEWER-ID         PIC X(8).
           05 RVW-OUTCOME             PIC X(1).
       FD REVIEW-SORTED-FILE.
       01 REVIEW-SORTED-RECORD.
           05 RVS-ADVISOR-CODE        PIC 9(4).
           05 RVS-SECTION             PIC 9(1).
             88 RVS-OVERDUE           VALUE 1.
             88 RVS-DUE-SOON          VALUE 2.
           05 RVS-SORT-DAYS           PIC 9(5).
           05 RVS-CLIENT-ID           PIC 9(6).
           05 RVS-CLIENT-NAME         PIC X(20).
           05 RVS-LAST-REVIEW-DATE    PIC 9(8).
           05 RVS-NEXT-DUE-DATE       PIC 9(8).
           05 RVS-BUSINESS-DAYS       PIC 9(5).
           05 RVS-REVIEWER-ID         PIC X(8).
           05 RVS-OUTCOME             PIC X(1).
       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-LINE PIC X(132).
       SD REVIEW-SORT-FILE.
       01 REVIEW-SORT-RECORD.
           05 RVR-ADVISOR-CODE        PIC 9(4).
           05 RVR-SECTION             PIC 9(1).
           05 RVR-SORT-DAYS           PIC 9(5).
           05 RVR-CLIENT-ID           PIC 9(6).
           05 RVR-CLIENT-NAME         PIC X(20).
           05 RVR-LAST-REVIEW-DATE    PIC 9(8).
           05 RVR-NEXT-DUE-DATE       PIC 9(8).
           05 RVR-BUSINESS-DAYS       PIC 9(5).
           05 RVR-REVIEWER-ID         PIC X(8).
           05 RVR-OUTCOME             PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-REV-KEY PIC 9(6) VALUE 0.
       01 WS-REV-STATUS PIC X(2) VALUE "00".
       01 WS-REV-OPEN PIC 9 VALUE 0.
         88 REVIEW-FILE-IS-OPEN VALUE 1.
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
      *> RUN PARAMETERS.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 0.
       01 WS-DEFAULT-WINDOW PIC 9(3) VALUE 30.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-WINDOW-END PIC 9(8) VALUE 0.
      *> BUSINESS DAY AGING.
       01 WS-BUS-FROM PIC 9(8) VALUE 0.
       01 WS-BUS-TO PIC 9(8) VALUE 0.
       01 WS-BUS-DAYS PIC S9(5) VALUE 0.
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-PREV-SECTION PIC 9 VALUE 0.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-ADV-COUNTS.
         05 WS-ADV-OVERDUE PIC 9(7) VALUE 0.
         05 WS-ADV-DUE-SOON PIC 9(7) VALUE 0.
      *> RUN COUNTS.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-NEVER-REVIEWED-COUNT PIC 9(7) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(44) VALUE
             "ANNUAL CLIENT REVIEWS OVERDUE AND DUE SOON".
         05 FILLER PIC X(15) VALUE "WINDOW (DAYS): ".
         05 WS-HDG-WINDOW PIC ZZ9.
         05 FILLER PIC X(15) VALUE "    RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-ADVISOR-LINE.
         05 FILLER PIC X(9) VALUE "ADVISOR: ".
         05 WS-ADL-CODE PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-ADL-BRANCH PIC X(10).
       01 WS-RPT-SECTION-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-SCL-TEXT PIC X(60).
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(21) VALUE "NAME".
         05 FILLER PIC X(13) VALUE "LAST REVIEW".
         05 FILLER PIC X(13) VALUE "DUE".
         05 FILLER PIC X(10) VALUE "BUS DAYS".
         05 FILLER PIC X(10) VALUE "REVIEWER".
         05 FILLER PIC X(18) VALUE "LAST OUTCOME".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-LAST PIC X(10).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-DET-DUE PIC X(10).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-DET-DAYS PIC ZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-REVIEWER PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-OUTCOME PIC X(18).
       01 WS-DATE-EDITED PIC 9999/99/99.
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(25) VALUE "ADVISOR TOTAL - OVERDUE ".
         05 WS-ADT-OVERDUE PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(12) VALUE "  DUE SOON ".
         05 WS-ADT-DUE-SOON PIC Z,ZZZ,ZZ9.
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
           ACCEPT WS-WINDOW-DAYS
           .
           IF WS-WINDOW-DAYS NOT NUMERIC OR WS-WINDOW-DAYS = 0 THEN
               MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
           END-IF
           .
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
             + WS-WINDOW-DAYS)
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM UNTIL END-OF-MASTER
               READ CLIENT-MASTER-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF CLM-IS-INACTIVE THEN
                       ADD 1 TO WS-INACTIVE-COUNT
                   ELSE
                       PERFORM CLASSIFY-CLIENT-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CLIENT-MASTER-FILE
           CLOSE REVIEW-WORK-FILE
           .
           IF REVIEW-FILE-IS-OPEN THEN
               CLOSE REVIEW-FILE
           END-IF
           .
           SORT REVIEW-SORT-FILE
             ON ASCENDING KEY RVR-ADVISOR-CODE
             ON ASCENDING KEY RVR-SECTION
             ON ASCENDING KEY RVR-SORT-DAYS
             ON ASCENDING KEY RVR-CLIENT-ID
             USING REVIEW-WORK-FILE
             GIVING REVIEW-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           DISPLAY "PREVDUE CHECKED " WS-CLIENT-COUNT " ACTIVE "
             "CLIENTS: " WS-OVERDUE-COUNT " REVIEWS OVERDUE ("
             WS-NEVER-REVIEWED-COUNT " NEVER REVIEWED), "
             WS-DUE-SOON-COUNT " DUE WITHIN " WS-WINDOW-DAYS " DAYS."
           .
           IF WS-OVERDUE-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PREVDUE COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT REVIEW-FILE
           .
           IF WS-REV-STATUS = "00" THEN
               MOVE 1 TO WS-REV-OPEN
           ELSE
               MOVE 0 TO WS-REV-OPEN
           END-IF
           .
           OPEN OUTPUT REVIEW-WORK-FILE
           .

      *> A CLIENT WITH NO REVIEW RECORD HAS NEVER HAD ONE AND IS
      *> OVERDUE. OVERDUE AGES ARE KEPT IN THE SORT KEY AS THEIR
      *> COMPLEMENT SO THE OLDEST COMES FIRST.
       CLASSIFY-CLIENT-PARA.
           ADD 1 TO WS-CLIENT-COUNT
           .
           INITIALIZE REVIEW-WORK-RECORD
           MOVE CLM-ADVISOR-CODE TO RVW-ADVISOR-CODE
           MOVE CLM-CLIENT-ID TO RVW-CLIENT-ID
           MOVE CLM-LAST-NAME TO RVW-CLIENT-NAME
           .
           MOVE "00" TO WS-REV-STATUS
           .
           IF REVIEW-FILE-IS-OPEN THEN
               MOVE CLM-CLIENT-ID TO WS-REV-KEY
               READ REVIEW-FILE
                 INVALID KEY
                   MOVE "23" TO WS-REV-STATUS
               END-READ
           ELSE
               MOVE "23" TO WS-REV-STATUS
           END-IF
           .
           IF WS-REV-STATUS NOT = "00" THEN
               MOVE 1 TO RVW-SECTION
               MOVE 0 TO RVW-SORT-DAYS
               MOVE 0 TO RVW-BUSINESS-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               ADD 1 TO WS-NEVER-REVIEWED-COUNT
               WRITE REVIEW-WORK-RECORD
               EXIT PARAGRAPH
           END-IF
           .
           MOVE REV-LAST-REVIEW-DATE TO RVW-LAST-REVIEW-DATE
           MOVE REV-NEXT-DUE-DATE TO RVW-NEXT-DUE-DATE
           MOVE REV-REVIEWER-ID TO RVW-REVIEWER-ID
           MOVE REV-OUTCOME TO RVW-OUTCOME
           .
           EVALUATE TRUE
             WHEN REV-NEXT-DUE-DATE < WS-TODAY-YYYYMMDD
               MOVE REV-NEXT-DUE-DATE TO WS-BUS-FROM
               MOVE WS-TODAY-YYYYMMDD TO WS-BUS-TO
               PERFORM COUNT-BUSINESS-DAYS-PARA
               MOVE 1 TO RVW-SECTION
               COMPUTE RVW-SORT-DAYS = 99999 - RVW-BUSINESS-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               WRITE REVIEW-WORK-RECORD
             WHEN REV-NEXT-DUE-DATE NOT > WS-WINDOW-END
               MOVE WS-TODAY-YYYYMMDD TO WS-BUS-FROM
               MOVE REV-NEXT-DUE-DATE TO WS-BUS-TO
               PERFORM COUNT-BUSINESS-DAYS-PARA
               MOVE 2 TO RVW-SECTION
               MOVE RVW-BUSINESS-DAYS TO RVW-SORT-DAYS
               ADD 1 TO WS-DUE-SOON-COUNT
               WRITE REVIEW-WORK-RECORD
             WHEN OTHER
               ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE
           .

      *> PBUSDAY ANSWERS -1 FOR A DATE IT CANNOT USE; THAT AGES AS
      *> ZERO RATHER THAN STOPPING THE LISTING.
       COUNT-BUSINESS-DAYS-PARA.
           CALL "PBUSDAY" USING WS-BUS-FROM,
                                WS-BUS-TO,
                                WS-BUS-DAYS
           .
           IF WS-BUS-DAYS < 0 THEN
               MOVE 0 TO RVW-BUSINESS-DAYS
           ELSE
               MOVE WS-BUS-DAYS TO RVW-BUSINESS-DAYS
           END-IF
           .

      *> THE RESULTS IN ADVISOR ORDER, OVERDUE REVIEWS FIRST.
       PRINT-LISTING-PARA.
           OPEN INPUT REVIEW-SORTED-FILE
           OPEN OUTPUT REVIEW-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-HEADING-1
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
           CLOSE REVIEW-SORTED-FILE
           CLOSE REVIEW-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ REVIEW-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-RESULT-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR RVS-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           IF RVS-SECTION NOT = WS-PREV-SECTION THEN
               PERFORM PRINT-SECTION-HEADING-PARA
           END-IF
           .
           MOVE RVS-CLIENT-ID TO WS-DET-CLIENT
           MOVE RVS-CLIENT-NAME TO WS-DET-NAME
           MOVE RVS-REVIEWER-ID TO WS-DET-REVIEWER
           MOVE RVS-BUSINESS-DAYS TO WS-DET-DAYS
           .
           IF RVS-LAST-REVIEW-DATE = 0 THEN
               MOVE "NEVER" TO WS-DET-LAST
               MOVE SPACES TO WS-DET-DUE
               MOVE "NO REVIEW ON FILE" TO WS-DET-OUTCOME
           ELSE
               MOVE RVS-LAST-REVIEW-DATE TO WS-DATE-EDITED
               MOVE WS-DATE-EDITED TO WS-DET-LAST
               MOVE RVS-NEXT-DUE-DATE TO WS-DATE-EDITED
               MOVE WS-DATE-EDITED TO WS-DET-DUE
               EVALUATE RVS-OUTCOME
                 WHEN "N"
                   MOVE "NO CHANGE" TO WS-DET-OUTCOME
                 WHEN "U"
                   MOVE "PLAN UPDATED" TO WS-DET-OUTCOME
                 WHEN "R"
                   MOVE "REBALANCE" TO WS-DET-OUTCOME
                 WHEN "F"
                   MOVE "FOLLOW-UP NEEDED" TO WS-DET-OUTCOME
                 WHEN OTHER
                   MOVE SPACES TO WS-DET-OUTCOME
               END-EVALUATE
           END-IF
           .
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-DETAIL
           .
           IF RVS-OVERDUE THEN
               ADD 1 TO WS-ADV-OVERDUE
           ELSE
               ADD 1 TO WS-ADV-DUE-SOON
           END-IF
           .
           PERFORM READ-SORTED-PARA
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE RVS-ADVISOR-CODE TO WS-PREV-ADVISOR
           MOVE 0 TO WS-PREV-SECTION
           INITIALIZE WS-ADV-COUNTS
           .
           MOVE RVS-ADVISOR-CODE TO WS-ADL-CODE
           MOVE SPACES TO WS-ADL-NAME
           MOVE SPACES TO WS-ADL-BRANCH
           .
           IF RVS-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE BOOK" TO WS-ADL-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE RVS-ADVISOR-CODE TO WS-ADV-KEY
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
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           .

       PRINT-SECTION-HEADING-PARA.
           MOVE RVS-SECTION TO WS-PREV-SECTION
           .
           MOVE SPACES TO WS-SCL-TEXT
           .
           IF RVS-OVERDUE THEN
               MOVE "OVERDUE - BUSINESS DAYS PAST DUE"
                 TO WS-SCL-TEXT
           ELSE
               STRING "DUE WITHIN " DELIMITED BY SIZE
                 WS-HDG-WINDOW DELIMITED BY SIZE
                 " DAYS - BUSINESS DAYS LEFT" DELIMITED BY SIZE
                 INTO WS-SCL-TEXT
           END-IF
           .
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-SECTION-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           MOVE WS-ADV-OVERDUE TO WS-ADT-OVERDUE
           MOVE WS-ADV-DUE-SOON TO WS-ADT-DUE-SOON
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           .
           MOVE "ACTIVE CLIENTS CHECKED:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "INACTIVE CLIENTS PASSED:" TO WS-TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "REVIEWS OVERDUE:" TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  NEVER REVIEWED:" TO WS-TOT-LABEL
           MOVE WS-NEVER-REVIEWED-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "REVIEWS DUE WITHIN THE WINDOW:" TO WS-TOT-LABEL
           MOVE WS-DUE-SOON-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "REVIEWS NOT YET DUE:" TO WS-TOT-LABEL
           MOVE WS-CURRENT-COUNT TO WS-TOT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
