       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFCHK.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CLIENT BOOK REFERENTIAL INTEGRITY CHECK. PROVES THAT THE
      *> FILES SLOTTED BY CLIENT ID STILL AGREE WITH THE CLIENT
      *> MASTER AND ITS REFERENCE FILES, AND LISTS EVERY PROBLEM
      *> FOUND ON REFRPT:
      *>   - ACCOUNT, GOAL, PLAN BASELINE, RECONCILIATION BREAK,
      *>     REJECT SUSPENSE, CONTACT, REVIEW, GOAL FUNDING,
      *>     PLANNED CONTRIBUTION, HELD FEED MOVEMENT, RMD NOTICE
      *>     AND RISK TIER RECORDS WHOSE CLIENT IS NOT ON THE
      *>     MASTER (ONBOARDING SUSPENSE IS FOR CLIENTS NOT YET
      *>     ADDED AND IS PASSED);
      *>   - A CLIENT WITH ACCOUNT RECORDS WHOSE CLM-STARTING-AMOUNT
      *>     IS NOT THE SUM OF ITS ACTIVE ACCOUNTS, THE ROLL-UP
      *>     PCLTMNT KEEPS;
      *>   - AN ADVISOR CODE NOT ON ADVREF;
      *>   - A HOUSEHOLD ID CARRIED BY ONLY ONE CLIENT;
      *>   - A FOREIGN CURRENCY CODE WITH NO CURRREF RATE.
      *> SYSIN CARRIES THE MODE: C (OR BLANK) CHECKS ONLY AND
      *> CHANGES NOTHING; R ALSO REPAIRS THE SAFE CASES:
      *>   - THE MASTER BALANCE IS RESET TO THE ACTIVE ACCOUNT
      *>     ROLL-UP, STAMPED CHANGED AND JOURNALED;
      *>   - THE LEFTOVER RECORDS OF A CLIENT THE PURGE LOG SAYS WAS
      *>     PURGED ARE DELETED, FINISHING THE PURGE (ACCOUNTS,
      *>     GOALS, CONTACTS, REVIEWS, GOAL FUNDING AND PLANNED
      *>     CONTRIBUTIONS JOURNALED AS PAPPROV DOES).
      *> AN ORPHAN WITH NO PURGE BEHIND IT MAY BE THE ONLY COPY LEFT
      *> AFTER A BAD RESTORE OR CONVERSION, SO IT IS REPORTED AND
      *> NEVER DELETED. REPAIR MODE REFUSES TO START WHILE THE BOOK
      *> IS LOCKED FOR THE NIGHTLY RUN.
      *> RETURN CODE: 0 = EVERYTHING AGREES; 4 = REFERENCE GAPS
      *> (ADVISOR, HOUSEHOLD, CURRENCY) OR REPAIRS WERE MADE;
      *> 8 = ORPHANS OR BALANCE MISMATCHES REMAIN; 12 = THE CHECK
      *> COULD NOT RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-ID
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL GOAL-FILE ASSIGN TO "GOALFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-GOAL-KEY
             FILE STATUS IS WS-GOALF-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "PLANFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-PLAN-KEY
             FILE STATUS IS WS-PLAN-STATUS.
           SELECT OPTIONAL BREAK-FILE ASSIGN TO "BRKFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-BRK-KEY
             FILE STATUS IS WS-BRK-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-SUSP-KEY
             FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL CONTACT-FILE ASSIGN TO "CONTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CONT-KEY
             FILE STATUS IS WS-CONT-STATUS.
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO "REVFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-REV-KEY
             FILE STATUS IS WS-REV-STATUS.
           SELECT OPTIONAL FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
           SELECT OPTIONAL CONTRIBUTION-FILE ASSIGN TO "CTRBFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CTRB-KEY
             FILE STATUS IS WS-CTRB-STATUS.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO "MOVEFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-MOVE-KEY
             FILE STATUS IS WS-MOVE-STATUS.
           SELECT OPTIONAL RMD-FILE ASSIGN TO "RMDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RMD-KEY
             FILE STATUS IS WS-RMD-STATUS.
           SELECT OPTIONAL RISK-HISTORY-FILE ASSIGN TO "RISKHIST"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RISK-KEY
             FILE STATUS IS WS-RISK-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL CURRENCY-FILE ASSIGN TO "CURRREF"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT OPTIONAL PURGE-LOG-FILE ASSIGN TO "PURGELOG"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PURGE-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
           SELECT HOUSEHOLD-WORK-FILE ASSIGN TO "HHWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT HOUSEHOLD-SORTED-FILE ASSIGN TO "HHSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO "REFRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT HOUSEHOLD-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD PLAN-FILE.
           COPY PLANREC.
       FD BREAK-FILE.
           COPY BRKREC.
       FD SUSPENSE-FILE.
           COPY SUSPREC.
       FD CONTACT-FILE.
           COPY CONTREC.
       FD REVIEW-FILE.
           COPY REVREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD CONTRIBUTION-FILE.
           COPY CTRBREC.
       FD MOVEMENT-FILE.
           COPY MOVEREC.
       FD RMD-FILE.
           COPY RMDREC.
       FD RISK-HISTORY-FILE.
           COPY RISKREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD CURRENCY-FILE.
           COPY CURRREC.
       FD PURGE-LOG-FILE.
       01 PURGE-LOG-RECORD.
           05 PLG-RUN-DATE            PIC 9(8).
           05 PLG-RUN-TIME            PIC 9(6).
           05 PLG-ACTION              PIC X(6).
           05 PLG-OPERATOR-ID         PIC X(8).
           05 PLG-CLIENT-IMAGE        PIC X(150).
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       FD HOUSEHOLD-WORK-FILE.
       01 HOUSEHOLD-WORK-RECORD.
           05 HHW-HOUSEHOLD-ID        PIC 9(6).
           05 HHW-CLIENT-ID           PIC 9(6).
           05 HHW-CLIENT-NAME         PIC X(20).
       FD HOUSEHOLD-SORTED-FILE.
       01 HOUSEHOLD-SORTED-RECORD.
           05 HHS-HOUSEHOLD-ID        PIC 9(6).
           05 HHS-CLIENT-ID           PIC 9(6).
           05 HHS-CLIENT-NAME         PIC X(20).
       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-LINE PIC X(132).
       SD HOUSEHOLD-SORT-FILE.
       01 HOUSEHOLD-SORT-RECORD.
           05 HHR-HOUSEHOLD-ID        PIC 9(6).
           05 HHR-CLIENT-ID           PIC 9(6).
           05 HHR-CLIENT-NAME         PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOALF-STATUS PIC X(2) VALUE "00".
       01 WS-PLAN-KEY PIC 9(6) VALUE 0.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-BRK-KEY PIC 9(6) VALUE 0.
       01 WS-BRK-STATUS PIC X(2) VALUE "00".
       01 WS-SUSP-KEY PIC 9(7) VALUE 0.
       01 WS-SUSP-STATUS PIC X(2) VALUE "00".
       01 WS-CONT-KEY PIC 9(6) VALUE 0.
       01 WS-CONT-STATUS PIC X(2) VALUE "00".
       01 WS-REV-KEY PIC 9(6) VALUE 0.
       01 WS-REV-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-CTRB-KEY PIC 9(7) VALUE 0.
       01 WS-CTRB-STATUS PIC X(2) VALUE "00".
       01 WS-MOVE-KEY PIC 9(6) VALUE 0.
       01 WS-MOVE-STATUS PIC X(2) VALUE "00".
       01 WS-RMD-KEY PIC 9(6) VALUE 0.
       01 WS-RMD-STATUS PIC X(2) VALUE "00".
       01 WS-RISK-KEY PIC 9(7) VALUE 0.
       01 WS-RISK-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-CURR-STATUS PIC X(2) VALUE "00".
       01 WS-PURGE-STATUS PIC X(2) VALUE "00".
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-LOCK-HH PIC 9(2) VALUE 0.
       01 WS-LOCK-MM PIC 9(2) VALUE 0.
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-FILE VALUE 1.
       01 WS-RUN-MODE PIC X VALUE "C".
         88 CHECK-MODE VALUE "C" "c" " ".
         88 REPAIR-MODE VALUE "R" "r".
      *> THE SATELLITE FILE BEING SWEPT FOR ORPHANS.
       01 WS-SATELLITE-OPEN PIC 9 VALUE 0.
         88 SATELLITE-IS-OPEN VALUE 1.
       01 WS-CHECK-NAME PIC X(26) VALUE SPACES.
       01 WS-ORPHAN-CLIENT PIC 9(6) VALUE 0.
       01 WS-ORPHAN-KEY PIC 9(7) VALUE 0.
       01 WS-ORPHAN-DETAIL PIC X(60) VALUE SPACES.
       01 WS-CLIENT-ON-MASTER PIC 9 VALUE 0.
         88 CLIENT-IS-ON-MASTER VALUE 1.
       01 WS-REPAIR-THIS PIC 9 VALUE 0.
         88 REPAIR-THIS-RECORD VALUE 1.
      *> CURRREF CODES.
       01 WS-CURR-EOF PIC 9 VALUE 0.
         88 END-OF-CURRENCIES VALUE 1.
       01 WS-CURR-COUNT PIC 9(2) VALUE 0.
       01 WS-CURR-IDX PIC 9(2) VALUE 0.
       01 WS-CURR-FOUND PIC 9 VALUE 0.
       01 WS-CURRENCY-TABLE.
         05 WS-CURR-CODE PIC X(3) OCCURS 50 TIMES.
      *> CLIENTS THE PURGE LOG SAYS WERE PURGED.
       01 WS-PURGED-COUNT PIC 9(4) VALUE 0.
       01 WS-PURGED-IDX PIC 9(4) VALUE 0.
       01 WS-PURGED-FULL PIC 9 VALUE 0.
         88 PURGED-TABLE-FULL VALUE 1.
       01 WS-PURGED-FOUND PIC 9 VALUE 0.
         88 CLIENT-WAS-PURGED VALUE 1.
       01 WS-PURGED-TABLE.
         05 WS-PURGED-CLIENT PIC 9(6) OCCURS 5000 TIMES.
       01 WS-PURGED-IMAGE.
         05 WS-PURGED-IMAGE-ID PIC 9(6).
         05 FILLER PIC X(144).
      *> ONE CLIENT'S ACCOUNT ROLL-UP.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCOUNTS-FOUND PIC 9 VALUE 0.
       01 WS-ACCT-COMBINED PIC 9(9)V99 VALUE 0.
       01 WS-ROLLED-AMOUNT PIC 9(8)V99 VALUE 0.
      *> HOUSEHOLD SWEEP.
       01 WS-HH-EOF PIC 9 VALUE 0.
         88 END-OF-HOUSEHOLDS VALUE 1.
       01 WS-HH-CURRENT PIC 9(6) VALUE 0.
       01 WS-HH-MEMBERS PIC 9(5) VALUE 0.
       01 WS-HH-FIRST-CLIENT PIC 9(6) VALUE 0.
       01 WS-HH-FIRST-NAME PIC X(20) VALUE SPACES.
      *> CHANGE JOURNAL ARGUMENTS.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "PREFCHK".
       01 WS-CHG-OPERATOR PIC X(8) VALUE "BATCH".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "C".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
      *> EDITED VALUES FOR THE DETAIL TEXT.
       01 WS-AMOUNT-EDITED-1 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDITED-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CODE-EDITED PIC 9(4).
       01 WS-DIGIT-EDITED PIC 9.
       01 WS-CONTRIB-EDITED PIC ZZZ,ZZ9.99.
      *> RUN COUNTS.
       01 WS-CLIENTS-CHECKED PIC 9(7) VALUE 0.
       01 WS-ORPHAN-ACCOUNTS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-GOALS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-PLANS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-BREAKS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-SUSPENSE PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CONTACTS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-REVIEWS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-FUNDING PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CONTRIBS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-MOVEMENTS PIC 9(7) VALUE 0.
       01 WS-ORPHAN-RMD-NOTICES PIC 9(7) VALUE 0.
       01 WS-ORPHAN-RISK-TIERS PIC 9(7) VALUE 0.
       01 WS-BALANCE-MISMATCHES PIC 9(7) VALUE 0.
       01 WS-ADVISOR-MISSING PIC 9(7) VALUE 0.
       01 WS-SINGLE-HOUSEHOLDS PIC 9(7) VALUE 0.
       01 WS-CURRENCY-MISSING PIC 9(7) VALUE 0.
       01 WS-REPAIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNREPAIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(42) VALUE
             "CLIENT BOOK REFERENTIAL INTEGRITY CHECK".
         05 FILLER PIC X(6) VALUE "MODE: ".
         05 WS-HDG-MODE PIC X(20).
         05 FILLER PIC X(13) VALUE "   RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-COLUMN-LINE.
         05 FILLER PIC X(28) VALUE "CHECK".
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(10) VALUE "  REC KEY".
         05 FILLER PIC X(62) VALUE "DETAIL".
         05 FILLER PIC X(20) VALUE "ACTION".
       01 WS-RPT-DETAIL.
         05 WS-DET-CHECK PIC X(26).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-KEY PIC Z(7)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-TEXT PIC X(60).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-ACTION PIC X(20).
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
           ACCEPT WS-RUN-MODE
           .
           IF NOT CHECK-MODE AND NOT REPAIR-MODE THEN
               DISPLAY "PREFCHK MODE NOT RECOGNIZED - CHECK ONLY "
                 "ASSUMED."
               MOVE "C" TO WS-RUN-MODE
           END-IF
           .
           IF REPAIR-MODE THEN
               PERFORM CHECK-BATCH-LOCK-PARA
           END-IF
           .
           PERFORM LOAD-CURRENCY-TABLE-PARA
           .
           PERFORM LOAD-PURGED-CLIENTS-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM WRITE-HEADINGS-PARA
           .
           PERFORM CHECK-MASTER-PARA
           .
           PERFORM CHECK-HOUSEHOLDS-PARA
           .
           PERFORM CHECK-ACCOUNT-ORPHANS-PARA
           .
           PERFORM CHECK-GOAL-ORPHANS-PARA
           .
           PERFORM CHECK-PLAN-ORPHANS-PARA
           .
           PERFORM CHECK-BREAK-ORPHANS-PARA
           .
           PERFORM CHECK-SUSPENSE-ORPHANS-PARA
           .
           PERFORM CHECK-CONTACT-ORPHANS-PARA
           .
           PERFORM CHECK-REVIEW-ORPHANS-PARA
           .
           PERFORM CHECK-FUNDING-ORPHANS-PARA
           .
           PERFORM CHECK-CONTRIB-ORPHANS-PARA
           .
           PERFORM CHECK-MOVEMENT-ORPHANS-PARA
           .
           PERFORM CHECK-RMD-ORPHANS-PARA
           .
           PERFORM CHECK-RISK-ORPHANS-PARA
           .
           PERFORM WRITE-TOTALS-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PREFCHK CHECKED " WS-CLIENTS-CHECKED " CLIENTS: "
             WS-UNREPAIRED-COUNT " ORPHANS OR BALANCE MISMATCHES "
             "OUTSTANDING, " WS-REPAIRED-COUNT " REPAIRED."
           .
           IF WS-UNREPAIRED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REPAIRED-COUNT > 0
                 OR WS-ADVISOR-MISSING > 0
                 OR WS-SINGLE-HOUSEHOLDS > 0
                 OR WS-CURRENCY-MISSING > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
           STOP RUN
           .

      *> REPAIRS REWRITE THE MASTER AND DELETE SATELLITE RECORDS,
      *> SO THEY MUST NOT RUN UNDER THE NIGHTLY JOB.
       CHECK-BATCH-LOCK-PARA.
           OPEN INPUT BATCH-LOCK-FILE
           .
           IF WS-LOCK-STATUS = "00" THEN
               READ BATCH-LOCK-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LOCK-IS-HELD THEN
                       COMPUTE WS-LOCK-HH =
                         FUNCTION INTEGER(LOCK-RELEASE-HHMM / 100)
                       COMPUTE WS-LOCK-MM =
                         FUNCTION MOD(LOCK-RELEASE-HHMM, 100)
                       DISPLAY "THE BOOK IS LOCKED FOR NIGHTLY "
                         "PROCESSING UNTIL " WS-LOCK-HH ":"
                         WS-LOCK-MM " - PREFCHK REPAIR NOT STARTED."
                       CLOSE BATCH-LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-IF
           .
           CLOSE BATCH-LOCK-FILE
           .

       LOAD-CURRENCY-TABLE-PARA.
           MOVE 0 TO WS-CURR-COUNT
           MOVE 0 TO WS-CURR-EOF
           .
           OPEN INPUT CURRENCY-FILE
           .
           IF WS-CURR-STATUS NOT = "00" THEN
               DISPLAY "PREFCHK: NO EXCHANGE RATE FILE - EVERY "
                 "FOREIGN CURRENCY CLIENT WILL BE LISTED."
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM UNTIL END-OF-CURRENCIES
               READ CURRENCY-FILE
                 AT END
                   MOVE 1 TO WS-CURR-EOF
                 NOT AT END
                   IF WS-CURR-COUNT < 50 THEN
                       ADD 1 TO WS-CURR-COUNT
                       MOVE CUR-CURRENCY-CODE TO
                         WS-CURR-CODE(WS-CURR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CURRENCY-FILE
           .

      *> THE CLIENT IDS OF EVERY PURGE ON THE LOG. ONLY THESE
      *> CLIENTS' LEFTOVER RECORDS ARE EVER REPAIRED AWAY.
       LOAD-PURGED-CLIENTS-PARA.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-EOF-SWITCH
           .
           OPEN INPUT PURGE-LOG-FILE
           .
           IF WS-PURGE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM UNTIL END-OF-FILE
               READ PURGE-LOG-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF PLG-ACTION = "PURGE" THEN
                       PERFORM ADD-PURGED-CLIENT-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE PURGE-LOG-FILE
           .
           IF PURGED-TABLE-FULL THEN
               DISPLAY "*** THE PURGE LOG HOLDS MORE THAN 5000 "
                 "PURGES - LEFTOVERS OF THE LATER ONES ARE REPORTED "
                 "BUT NOT REPAIRED. ***"
           END-IF
           .

       ADD-PURGED-CLIENT-PARA.
           MOVE PLG-CLIENT-IMAGE TO WS-PURGED-IMAGE
           .
           IF WS-PURGED-IMAGE-ID NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-PURGED-COUNT NOT LESS THAN 5000 THEN
               MOVE 1 TO WS-PURGED-FULL
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-PURGED-COUNT
           MOVE WS-PURGED-IMAGE-ID TO WS-PURGED-CLIENT(WS-PURGED-COUNT)
           .

       OPEN-FILES-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O CLIENT-MASTER-FILE
           ELSE
               OPEN INPUT CLIENT-MASTER-FILE
           END-IF
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PREFCHK COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           IF REPAIR-MODE THEN
               OPEN I-O ACCOUNT-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
           END-IF
           .
           IF WS-ACCT-STATUS = "00" THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
               CLOSE ADVISOR-FILE
               DISPLAY "PREFCHK: NO ADVISOR REFERENCE FILE - EVERY "
                 "ASSIGNED ADVISOR CODE WILL BE LISTED."
           END-IF
           .
           OPEN OUTPUT CHECK-REPORT-FILE
           OPEN OUTPUT HOUSEHOLD-WORK-FILE
           .

       CLOSE-FILES-PARA.
           CLOSE CLIENT-MASTER-FILE
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .
           CLOSE CHECK-REPORT-FILE
           .

       WRITE-HEADINGS-PARA.
           IF REPAIR-MODE THEN
               MOVE "CHECK AND REPAIR" TO WS-HDG-MODE
           ELSE
               MOVE "CHECK ONLY" TO WS-HDG-MODE
           END-IF
           .
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           .
           WRITE CHECK-REPORT-LINE FROM WS-RPT-HEADING-1
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE FROM WS-RPT-COLUMN-LINE
           .

      *> ONE PASS OF THE MASTER: THE ADVISOR, CURRENCY AND ACCOUNT
      *> ROLL-UP OF EVERY CLIENT, WITH EACH HOUSEHOLD MEMBER SPILLED
      *> FOR THE HOUSEHOLD CHECK.
       CHECK-MASTER-PARA.
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-CLIENT-ID
           .
           START CLIENT-MASTER-FILE KEY NOT LESS THAN WS-CLIENT-ID
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ CLIENT-MASTER-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   PERFORM CHECK-ONE-CLIENT-PARA
               END-READ
           END-PERFORM
           .
           CLOSE HOUSEHOLD-WORK-FILE
           .

       CHECK-ONE-CLIENT-PARA.
           ADD 1 TO WS-CLIENTS-CHECKED
           .
           IF CLM-ADVISOR-CODE NUMERIC
             AND CLM-ADVISOR-CODE > 0 THEN
               PERFORM CHECK-ADVISOR-PARA
           END-IF
           .
           IF CLM-CURRENCY-CODE NOT = SPACES
             AND CLM-CURRENCY-CODE NOT = "USD" THEN
               PERFORM CHECK-CURRENCY-PARA
           END-IF
           .
           IF CLM-HOUSEHOLD-ID NUMERIC
             AND CLM-HOUSEHOLD-ID > 0 THEN
               MOVE CLM-HOUSEHOLD-ID TO HHW-HOUSEHOLD-ID
               MOVE CLM-CLIENT-ID TO HHW-CLIENT-ID
               MOVE CLM-LAST-NAME TO HHW-CLIENT-NAME
               WRITE HOUSEHOLD-WORK-RECORD
           END-IF
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               PERFORM CHECK-ROLL-UP-PARA
           END-IF
           .

       CHECK-ADVISOR-PARA.
           IF ADVISOR-FILE-IS-OPEN THEN
               MOVE CLM-ADVISOR-CODE TO WS-ADV-KEY
               READ ADVISOR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   EXIT PARAGRAPH
               END-READ
           END-IF
           .
           ADD 1 TO WS-ADVISOR-MISSING
           .
           MOVE CLM-ADVISOR-CODE TO WS-CODE-EDITED
           MOVE SPACES TO WS-DET-TEXT
           STRING "ADVISOR " WS-CODE-EDITED " IS NOT ON ADVREF"
             DELIMITED BY SIZE INTO WS-DET-TEXT
           END-STRING
           .
           MOVE "ADVISOR NOT ON ADVREF" TO WS-DET-CHECK
           MOVE CLM-CLIENT-ID TO WS-DET-CLIENT
           MOVE CLM-CLIENT-ID TO WS-DET-KEY
           MOVE SPACES TO WS-DET-ACTION
           WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL
           .

       CHECK-CURRENCY-PARA.
           MOVE 0 TO WS-CURR-FOUND
           .
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
             UNTIL WS-CURR-IDX > WS-CURR-COUNT
               IF WS-CURR-CODE(WS-CURR-IDX) = CLM-CURRENCY-CODE THEN
                   MOVE 1 TO WS-CURR-FOUND
               END-IF
           END-PERFORM
           .
           IF WS-CURR-FOUND = 1 THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CURRENCY-MISSING
           .
           MOVE SPACES TO WS-DET-TEXT
           STRING "CURRENCY " CLM-CURRENCY-CODE
             " HAS NO CURRREF EXCHANGE RATE"
             DELIMITED BY SIZE INTO WS-DET-TEXT
           END-STRING
           .
           MOVE "CURRENCY WITHOUT RATE" TO WS-DET-CHECK
           MOVE CLM-CLIENT-ID TO WS-DET-CLIENT
           MOVE CLM-CLIENT-ID TO WS-DET-KEY
           MOVE SPACES TO WS-DET-ACTION
           WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL
           .

      *> THE SAME ROLL-UP PCLTMNT KEEPS: THE ACTIVE ACCOUNTS ADDED
      *> UP, CAPPED AT THE MASTER FIELD LIMIT. A CLIENT WITH NO
      *> ACCOUNT RECORDS IS CARRIED WHOLLY ON THE MASTER.
       CHECK-ROLL-UP-PARA.
           MOVE 0 TO WS-ACCOUNTS-FOUND
           MOVE 0 TO WS-ACCT-COMBINED
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9
               COMPUTE WS-ACCT-KEY =
                 (CLM-CLIENT-ID * 10) + WS-ACCT-IDX
               READ ACCOUNT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-FOUND
                   IF NOT ACM-IS-INACTIVE
                     AND ACM-STARTING-AMOUNT NUMERIC THEN
                       ADD ACM-STARTING-AMOUNT TO WS-ACCT-COMBINED
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-ACCOUNTS-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ACCT-COMBINED > 99999999.99 THEN
               MOVE 99999999.99 TO WS-ROLLED-AMOUNT
           ELSE
               MOVE WS-ACCT-COMBINED TO WS-ROLLED-AMOUNT
           END-IF
           .
           IF CLM-STARTING-AMOUNT NUMERIC
             AND CLM-STARTING-AMOUNT = WS-ROLLED-AMOUNT THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-BALANCE-MISMATCHES
           .
           IF CLM-STARTING-AMOUNT NUMERIC THEN
               MOVE CLM-STARTING-AMOUNT TO WS-AMOUNT-EDITED-1
           ELSE
               MOVE 0 TO WS-AMOUNT-EDITED-1
           END-IF
           MOVE WS-ACCT-COMBINED TO WS-AMOUNT-EDITED-2
           MOVE SPACES TO WS-DET-TEXT
           STRING "MASTER " WS-AMOUNT-EDITED-1
             "  ACTIVE ACCOUNTS " WS-AMOUNT-EDITED-2
             DELIMITED BY SIZE INTO WS-DET-TEXT
           END-STRING
           .
           MOVE "BALANCE NOT ROLL-UP" TO WS-DET-CHECK
           MOVE CLM-CLIENT-ID TO WS-DET-CLIENT
           MOVE CLM-CLIENT-ID TO WS-DET-KEY
           .
           IF REPAIR-MODE THEN
               PERFORM REPAIR-ROLL-UP-PARA
           ELSE
               ADD 1 TO WS-UNREPAIRED-COUNT
               MOVE SPACES TO WS-DET-ACTION
           END-IF
           .
           WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL
           .

      *> THE ACCOUNT RECORDS ARE THE BOOK OF RECORD FOR A MULTI-
      *> ACCOUNT CLIENT (THE FEED POSTS TO THEM AND PCLTMNT ROLLS
      *> THEM UP), SO THE MASTER IS BROUGHT INTO LINE WITH THEM.
       REPAIR-ROLL-UP-PARA.
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           MOVE WS-ROLLED-AMOUNT TO CLM-STARTING-AMOUNT
           COMPUTE CLM-LAST-CHANGED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           REWRITE CLIENT-MASTER-RECORD
             INVALID KEY
               ADD 1 TO WS-UNREPAIRED-COUNT
               MOVE "REWRITE FAILED" TO WS-DET-ACTION
               EXIT PARAGRAPH
           END-REWRITE
           .
           ADD 1 TO WS-REPAIRED-COUNT
           MOVE "MASTER RE-ROLLED" TO WS-DET-ACTION
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "C" TO WS-CHG-RECORD-TYPE
           MOVE "C" TO WS-CHG-ACTION
           .
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                WS-CHG-OPERATOR,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .

      *> THE MASTER'S HOUSEHOLD MEMBERS IN HOUSEHOLD ORDER; A
      *> HOUSEHOLD WITH ONE MEMBER IS A LINK TO NOBODY.
       CHECK-HOUSEHOLDS-PARA.
           SORT HOUSEHOLD-SORT-FILE
             ON ASCENDING KEY HHR-HOUSEHOLD-ID
             ON ASCENDING KEY HHR-CLIENT-ID
             USING HOUSEHOLD-WORK-FILE
             GIVING HOUSEHOLD-SORTED-FILE
           .
           OPEN INPUT HOUSEHOLD-SORTED-FILE
           .
           MOVE 0 TO WS-HH-EOF
           MOVE 0 TO WS-HH-CURRENT
           MOVE 0 TO WS-HH-MEMBERS
           .
           PERFORM UNTIL END-OF-HOUSEHOLDS
               READ HOUSEHOLD-SORTED-FILE
                 AT END
                   MOVE 1 TO WS-HH-EOF
                   PERFORM END-HOUSEHOLD-PARA
                 NOT AT END
                   IF HHS-HOUSEHOLD-ID NOT = WS-HH-CURRENT THEN
                       PERFORM END-HOUSEHOLD-PARA
                       MOVE HHS-HOUSEHOLD-ID TO WS-HH-CURRENT
                       MOVE HHS-CLIENT-ID TO WS-HH-FIRST-CLIENT
                       MOVE HHS-CLIENT-NAME TO WS-HH-FIRST-NAME
                   END-IF
                   ADD 1 TO WS-HH-MEMBERS
               END-READ
           END-PERFORM
           .
           CLOSE HOUSEHOLD-SORTED-FILE
           .

       END-HOUSEHOLD-PARA.
           IF WS-HH-MEMBERS = 1 THEN
               ADD 1 TO WS-SINGLE-HOUSEHOLDS
               MOVE SPACES TO WS-DET-TEXT
               STRING "HOUSEHOLD " WS-HH-CURRENT
                 " HAS ONLY THIS MEMBER (" DELIMITED BY SIZE
                 WS-HH-FIRST-NAME DELIMITED BY "  "
                 ")" DELIMITED BY SIZE
                 INTO WS-DET-TEXT
               END-STRING
               MOVE "SINGLE-MEMBER HOUSEHOLD" TO WS-DET-CHECK
               MOVE WS-HH-FIRST-CLIENT TO WS-DET-CLIENT
               MOVE WS-HH-CURRENT TO WS-DET-KEY
               MOVE SPACES TO WS-DET-ACTION
               WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF
           .
           MOVE 0 TO WS-HH-MEMBERS
           .

      *> ---------------------------------------------------------
      *> ORPHAN SWEEPS. EACH SATELLITE FILE IS READ IN KEY ORDER
      *> AND EVERY RECORD'S CLIENT (FROM ITS SLOT) LOOKED UP ON THE
      *> MASTER. IN REPAIR MODE THE LEFTOVERS OF A PURGED CLIENT
      *> ARE DELETED WHERE THEY STAND.
      *> ---------------------------------------------------------
       CHECK-ACCOUNT-ORPHANS-PARA.
           IF NOT ACCOUNT-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN ACCOUNT" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-ACCT-KEY
           .
           START ACCOUNT-FILE KEY NOT LESS THAN WS-ACCT-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   COMPUTE WS-ORPHAN-CLIENT = WS-ACCT-KEY / 10
                   MOVE WS-ACCT-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-ACCOUNTS
                       PERFORM ACCOUNT-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .

       ACCOUNT-ORPHAN-PARA.
           MOVE ACM-ACCOUNT-NUMBER TO WS-DIGIT-EDITED
           MOVE ACM-STARTING-AMOUNT TO WS-AMOUNT-EDITED-1
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "ACCOUNT " WS-DIGIT-EDITED " " ACM-ACCOUNT-NAME
             " BALANCE " WS-AMOUNT-EDITED-1
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE ACCOUNT-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "A" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-GOAL-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O GOAL-FILE
           ELSE
               OPEN INPUT GOAL-FILE
           END-IF
           .
           IF WS-GOALF-STATUS NOT = "00" THEN
               CLOSE GOAL-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN GOAL" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-GOAL-KEY
           .
           START GOAL-FILE KEY NOT LESS THAN WS-GOAL-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ GOAL-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   COMPUTE WS-ORPHAN-CLIENT = WS-GOAL-KEY / 10
                   MOVE WS-GOAL-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-GOALS
                       PERFORM GOAL-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE GOAL-FILE
           .

       GOAL-ORPHAN-PARA.
           MOVE GOL-GOAL-SEQ TO WS-DIGIT-EDITED
           MOVE GOL-GOAL-AMOUNT TO WS-AMOUNT-EDITED-1
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "GOAL " WS-DIGIT-EDITED " " GOL-GOAL-NAME
             " AMOUNT " WS-AMOUNT-EDITED-1
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE CLIENT-GOAL-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE GOAL-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "G" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-PLAN-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O PLAN-FILE
           ELSE
               OPEN INPUT PLAN-FILE
           END-IF
           .
           IF WS-PLAN-STATUS NOT = "00" THEN
               CLOSE PLAN-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN PLAN BASELINE" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-PLAN-KEY
           .
           START PLAN-FILE KEY NOT LESS THAN WS-PLAN-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ PLAN-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-PLAN-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-PLAN-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-PLANS
                       PERFORM PLAN-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE PLAN-FILE
           .

       PLAN-ORPHAN-PARA.
           MOVE PLN-GOAL-AMOUNT TO WS-AMOUNT-EDITED-1
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "PLAN ACCEPTED " PLN-ACCEPTED-DATE
             " GOAL " WS-AMOUNT-EDITED-1
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE PLAN-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-BREAK-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O BREAK-FILE
           ELSE
               OPEN INPUT BREAK-FILE
           END-IF
           .
           IF WS-BRK-STATUS NOT = "00" THEN
               CLOSE BREAK-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN RECON BREAK" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-BRK-KEY
           .
           START BREAK-FILE KEY NOT LESS THAN WS-BRK-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ BREAK-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-BRK-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-BRK-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-BREAKS
                       PERFORM BREAK-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE BREAK-FILE
           .

       BREAK-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "BREAK STATUS " BRK-STATUS
             " FIRST SEEN " BRK-FIRST-SEEN-DATE
             " LAST SEEN " BRK-LAST-SEEN-DATE
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE BREAK-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

      *> AN ONBOARDING IMAGE BELONGS TO A CLIENT PONBLOAD HAS NOT
      *> YET BEEN ABLE TO ADD, SO IT HAS NO MASTER BY DESIGN.
       CHECK-SUSPENSE-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O SUSPENSE-FILE
           ELSE
               OPEN INPUT SUSPENSE-FILE
           END-IF
           .
           IF WS-SUSP-STATUS NOT = "00" THEN
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN SUSPENSE" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-SUSP-KEY
           .
           START SUSPENSE-FILE KEY NOT LESS THAN WS-SUSP-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ SUSPENSE-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF NOT SUS-IS-ONBOARDING THEN
                       COMPUTE WS-ORPHAN-CLIENT = WS-SUSP-KEY / 10
                       MOVE WS-SUSP-KEY TO WS-ORPHAN-KEY
                       PERFORM LOOKUP-ORPHAN-PARA
                       IF NOT CLIENT-IS-ON-MASTER THEN
                           ADD 1 TO WS-ORPHAN-SUSPENSE
                           PERFORM SUSPENSE-ORPHAN-PARA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE SUSPENSE-FILE
           .

       SUSPENSE-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "SUSPENSE STATUS " SUS-STATUS
             " ADDED " SUS-ADDED-DATE " FIELD " SUS-FIELD-NAME
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE SUSPENSE-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-CONTACT-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O CONTACT-FILE
           ELSE
               OPEN INPUT CONTACT-FILE
           END-IF
           .
           IF WS-CONT-STATUS NOT = "00" THEN
               CLOSE CONTACT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN CONTACT" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-CONT-KEY
           .
           START CONTACT-FILE KEY NOT LESS THAN WS-CONT-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ CONTACT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-CONT-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-CONT-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-CONTACTS
                       PERFORM CONTACT-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CONTACT-FILE
           .

       CONTACT-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "CONTACT " CON-ADDRESS-LINE-1 " " CON-POSTAL-CODE
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE CLIENT-CONTACT-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE CONTACT-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "K" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-REVIEW-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O REVIEW-FILE
           ELSE
               OPEN INPUT REVIEW-FILE
           END-IF
           .
           IF WS-REV-STATUS NOT = "00" THEN
               CLOSE REVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN REVIEW" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-REV-KEY
           .
           START REVIEW-FILE KEY NOT LESS THAN WS-REV-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ REVIEW-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-REV-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-REV-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-REVIEWS
                       PERFORM REVIEW-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE REVIEW-FILE
           .

       REVIEW-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "REVIEW LAST " REV-LAST-REVIEW-DATE
             " DUE " REV-NEXT-DUE-DATE " BY " REV-REVIEWER-ID
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE CLIENT-REVIEW-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE REVIEW-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "R" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-FUNDING-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O FUNDING-FILE
           ELSE
               OPEN INPUT FUNDING-FILE
           END-IF
           .
           IF WS-FUND-STATUS NOT = "00" THEN
               CLOSE FUNDING-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN GOAL FUNDING" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-FUND-KEY
           .
           START FUNDING-FILE KEY NOT LESS THAN WS-FUND-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ FUNDING-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-FUND-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-FUND-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-FUNDING
                       PERFORM FUNDING-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE FUNDING-FILE
           .

       FUNDING-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "GOAL FUNDING ORDER " FND-EARMARKS(1:5)
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE CLIENT-FUNDING-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE FUNDING-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "F" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-CONTRIB-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O CONTRIBUTION-FILE
           ELSE
               OPEN INPUT CONTRIBUTION-FILE
           END-IF
           .
           IF WS-CTRB-STATUS NOT = "00" THEN
               CLOSE CONTRIBUTION-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN CONTRIBUTION" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-CTRB-KEY
           .
           START CONTRIBUTION-FILE KEY NOT LESS THAN WS-CTRB-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ CONTRIBUTION-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   COMPUTE WS-ORPHAN-CLIENT = WS-CTRB-KEY / 10
                   MOVE WS-CTRB-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-CONTRIBS
                       PERFORM CONTRIB-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CONTRIBUTION-FILE
           .

       CONTRIB-ORPHAN-PARA.
           MOVE PCB-MONTHLY-AMOUNT TO WS-CONTRIB-EDITED
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "PLANNED MONTHLY " WS-CONTRIB-EDITED
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               MOVE PLANNED-CONTRIBUTION-RECORD TO WS-CHG-BEFORE-IMAGE
               DELETE CONTRIBUTION-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
               IF REPAIR-THIS-RECORD THEN
                   MOVE "P" TO WS-CHG-RECORD-TYPE
                   PERFORM JOURNAL-REMOVAL-PARA
               END-IF
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

      *> THE HELD MOVEMENT, RMD NOTICE AND RISK TIER RECORDS ARE
      *> BUILT BY THE BATCH RUNS, SO LIKE THE PLAN BASELINE THEY
      *> ARE DROPPED WITHOUT A JOURNAL ENTRY.
       CHECK-MOVEMENT-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O MOVEMENT-FILE
           ELSE
               OPEN INPUT MOVEMENT-FILE
           END-IF
           .
           IF WS-MOVE-STATUS NOT = "00" THEN
               CLOSE MOVEMENT-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN HELD MOVEMENT" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-MOVE-KEY
           .
           START MOVEMENT-FILE KEY NOT LESS THAN WS-MOVE-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ MOVEMENT-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-MOVE-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-MOVE-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-MOVEMENTS
                       PERFORM MOVEMENT-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE MOVEMENT-FILE
           .

       MOVEMENT-ORPHAN-PARA.
           MOVE MOV-FEED-BALANCE TO WS-AMOUNT-EDITED-1
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "MOVEMENT STATUS " MOV-STATUS
             " HELD " MOV-HELD-DATE " FEED " WS-AMOUNT-EDITED-1
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE MOVEMENT-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-RMD-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O RMD-FILE
           ELSE
               OPEN INPUT RMD-FILE
           END-IF
           .
           IF WS-RMD-STATUS NOT = "00" THEN
               CLOSE RMD-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN RMD NOTICE" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-RMD-KEY
           .
           START RMD-FILE KEY NOT LESS THAN WS-RMD-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ RMD-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   MOVE WS-RMD-KEY TO WS-ORPHAN-CLIENT
                   MOVE WS-RMD-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-RMD-NOTICES
                       PERFORM RMD-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE RMD-FILE
           .

       RMD-ORPHAN-PARA.
           MOVE RMN-REQUIRED-AMOUNT TO WS-AMOUNT-EDITED-2
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "RMD YEAR " RMN-DISTRIBUTION-YEAR
             " REQUIRED " WS-AMOUNT-EDITED-2
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE RMD-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

       CHECK-RISK-ORPHANS-PARA.
           IF REPAIR-MODE THEN
               OPEN I-O RISK-HISTORY-FILE
           ELSE
               OPEN INPUT RISK-HISTORY-FILE
           END-IF
           .
           IF WS-RISK-STATUS NOT = "00" THEN
               CLOSE RISK-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE "ORPHAN RISK TIER" TO WS-CHECK-NAME
           MOVE 0 TO WS-EOF-SWITCH
           MOVE 1 TO WS-RISK-KEY
           .
           START RISK-HISTORY-FILE KEY NOT LESS THAN WS-RISK-KEY
             INVALID KEY
               MOVE 1 TO WS-EOF-SWITCH
           END-START
           .
           PERFORM UNTIL END-OF-FILE
               READ RISK-HISTORY-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   COMPUTE WS-ORPHAN-CLIENT = WS-RISK-KEY / 10
                   MOVE WS-RISK-KEY TO WS-ORPHAN-KEY
                   PERFORM LOOKUP-ORPHAN-PARA
                   IF NOT CLIENT-IS-ON-MASTER THEN
                       ADD 1 TO WS-ORPHAN-RISK-TIERS
                       PERFORM RISK-ORPHAN-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE RISK-HISTORY-FILE
           .

       RISK-ORPHAN-PARA.
           MOVE SPACES TO WS-ORPHAN-DETAIL
           STRING "RISK TIER " RSK-TIER " GOAL " RSK-GOAL-NAME
             " RUN " RSK-RUN-DATE
             DELIMITED BY SIZE INTO WS-ORPHAN-DETAIL
           END-STRING
           .
           IF REPAIR-THIS-RECORD THEN
               DELETE RISK-HISTORY-FILE RECORD
                 INVALID KEY
                   MOVE 0 TO WS-REPAIR-THIS
               END-DELETE
           END-IF
           .
           PERFORM WRITE-ORPHAN-PARA
           .

      *> IS THE ORPHAN'S CLIENT ON THE MASTER, AND IF NOT, MAY ITS
      *> RECORD BE REPAIRED AWAY (REPAIR MODE, CLIENT ON THE PURGE
      *> LOG)?
       LOOKUP-ORPHAN-PARA.
           MOVE 1 TO WS-CLIENT-ON-MASTER
           MOVE 0 TO WS-REPAIR-THIS
           MOVE WS-ORPHAN-CLIENT TO WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 0 TO WS-CLIENT-ON-MASTER
           END-READ
           .
           IF CLIENT-IS-ON-MASTER OR NOT REPAIR-MODE THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-PURGED-FOUND
           PERFORM VARYING WS-PURGED-IDX FROM 1 BY 1
             UNTIL WS-PURGED-IDX > WS-PURGED-COUNT
             OR CLIENT-WAS-PURGED
               IF WS-PURGED-CLIENT(WS-PURGED-IDX) = WS-ORPHAN-CLIENT
                   MOVE 1 TO WS-PURGED-FOUND
               END-IF
           END-PERFORM
           .
           IF CLIENT-WAS-PURGED THEN
               MOVE 1 TO WS-REPAIR-THIS
           END-IF
           .

       WRITE-ORPHAN-PARA.
           MOVE WS-CHECK-NAME TO WS-DET-CHECK
           MOVE WS-ORPHAN-CLIENT TO WS-DET-CLIENT
           MOVE WS-ORPHAN-KEY TO WS-DET-KEY
           MOVE WS-ORPHAN-DETAIL TO WS-DET-TEXT
           .
           IF REPAIR-THIS-RECORD THEN
               ADD 1 TO WS-REPAIRED-COUNT
               MOVE "DELETED - PURGED" TO WS-DET-ACTION
           ELSE
               ADD 1 TO WS-UNREPAIRED-COUNT
               MOVE SPACES TO WS-DET-ACTION
           END-IF
           .
           WRITE CHECK-REPORT-LINE FROM WS-RPT-DETAIL
           .

       JOURNAL-REMOVAL-PARA.
           MOVE "D" TO WS-CHG-ACTION
           MOVE SPACES TO WS-CHG-AFTER-IMAGE
           .
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                WS-CHG-OPERATOR,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           .
           MOVE "CLIENTS CHECKED" TO WS-TOT-LABEL
           MOVE WS-CLIENTS-CHECKED TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN ACCOUNT RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-ACCOUNTS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN GOAL RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-GOALS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN PLAN BASELINES" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-PLANS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN RECONCILIATION BREAKS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-BREAKS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN SUSPENSE RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-SUSPENSE TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN CONTACT RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-CONTACTS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN REVIEW RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-REVIEWS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN GOAL FUNDING RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-FUNDING TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN PLANNED CONTRIBUTIONS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-CONTRIBS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN HELD FEED MOVEMENTS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-MOVEMENTS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN RMD NOTICES" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-RMD-NOTICES TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHAN RISK TIER RECORDS" TO WS-TOT-LABEL
           MOVE WS-ORPHAN-RISK-TIERS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "BALANCES NOT EQUAL TO ACCOUNT ROLL-UP" TO
             WS-TOT-LABEL
           MOVE WS-BALANCE-MISMATCHES TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ADVISOR CODES NOT ON ADVREF" TO WS-TOT-LABEL
           MOVE WS-ADVISOR-MISSING TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "SINGLE-MEMBER HOUSEHOLDS" TO WS-TOT-LABEL
           MOVE WS-SINGLE-HOUSEHOLDS TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CURRENCIES WITHOUT AN EXCHANGE RATE" TO
             WS-TOT-LABEL
           MOVE WS-CURRENCY-MISSING TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "PROBLEMS REPAIRED" TO WS-TOT-LABEL
           MOVE WS-REPAIRED-COUNT TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "ORPHANS AND MISMATCHES OUTSTANDING" TO WS-TOT-LABEL
           MOVE WS-UNREPAIRED-COUNT TO WS-TOT-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
