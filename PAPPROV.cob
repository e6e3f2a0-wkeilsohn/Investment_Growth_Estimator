       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAPPROV.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CHANGE APPROVAL QUEUE. SHOP DEFAULT CHANGES, SCENARIO
      *> RATE CHANGES, NEW HISTORY YEARS AND CLIENT PURGES ARE
      *> HELD ON PENDCHG BY PSHOPDF, PRATMNT AND PCLTMNT INSTEAD
      *> OF TAKING EFFECT. A SUPERVISOR LISTS THE QUEUE HERE AND
      *> APPROVES OR REJECTS EACH REQUEST; A REQUEST CAN NEVER BE
      *> APPROVED BY THE OPERATOR WHO KEYED IT. ON APPROVAL THE
      *> CHANGE IS APPLIED HERE - SHOPDFLT REWRITTEN, THE RATES OR
      *> HISTORY FILE UPDATED AND JOURNALED ON RATEJRNL, OR THE
      *> CLIENT PURGED WITH ITS ACCOUNT, GOAL, PLAN, SUSPENSE AND
      *> OTHER RELATED RECORDS AND LOGGED ON PURGELOG AND CHGJRNL.
      *> THOSE JOURNALS NAME THE OPERATOR WHO KEYED THE CHANGE;
      *> PENDCHG ITSELF KEEPS WHO APPROVED IT. A REQUEST WHOSE
      *> RECORD HAS CHANGED SINCE IT WAS KEYED IS REJECTED RATHER
      *> THAN APPLIED OVER THE NEWER DATA. REQUESTS LEFT UNDECIDED
      *> PAST THE EXPIRY AGE ARE MARKED EXPIRED WHEN THE QUEUE IS
      *> OPENED. NOTHING IS EVER REMOVED FROM PENDCHG, SO THE
      *> FILE IS ALSO THE JOURNAL OF EVERY DECISION.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-OPER-KEY
             FILE STATUS IS WS-OPER-STATUS.
           SELECT SHOP-DEFAULTS-FILE ASSIGN TO "SHOPDFLT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DFLT-STATUS.
           SELECT RATES-FILE ASSIGN TO "RATESREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RATE-KEY
             FILE STATUS IS WS-RATES-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTRET"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-HIST-KEY
             FILE STATUS IS WS-HIST-STATUS.
           SELECT RATE-JOURNAL-FILE ASSIGN TO "RATEJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-ID
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PURGE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
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
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
           COPY PENDREC.
       FD OPERATOR-FILE.
           COPY OPERREC.
       FD SHOP-DEFAULTS-FILE.
           COPY SHOPDFLT.
       FD RATES-FILE.
           COPY RATESREC.
       FD HISTORY-FILE.
           COPY HISTREC.
       FD RATE-JOURNAL-FILE.
       01 RATE-JOURNAL-RECORD.
           05 RJR-RUN-DATE            PIC 9(8).
           05 RJR-RUN-TIME            PIC 9(6).
           05 RJR-OPERATOR-ID         PIC X(8).
           05 RJR-FIELD-NAME          PIC X(20).
           05 RJR-KEY-VALUE           PIC 9(4).
           05 RJR-OLD-VALUE           PIC S99V9999.
           05 RJR-NEW-VALUE           PIC S99V9999.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD PURGE-LOG-FILE.
       01 PURGE-LOG-RECORD.
           05 PLG-RUN-DATE            PIC 9(8).
           05 PLG-RUN-TIME            PIC 9(6).
           05 PLG-ACTION              PIC X(6).
           05 PLG-OPERATOR-ID         PIC X(8).
           05 PLG-CLIENT-IMAGE        PIC X(150).
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD PLAN-FILE.
           COPY PLANREC.
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
       WORKING-STORAGE SECTION.
       01 WS-PEND-KEY PIC 9(6) VALUE 0.
       01 WS-PEND-STATUS PIC X(2) VALUE "00".
         88 PEND-FILE-OK VALUE "00".
       01 WS-PEND-EOF PIC 9 VALUE 0.
         88 END-OF-PENDING VALUE 1.
       01 WS-OPER-KEY PIC 9(4) VALUE 0.
       01 WS-OPER-STATUS PIC X(2) VALUE "00".
         88 OPER-FILE-OK VALUE "00".
       01 WS-OPER-EOF PIC 9 VALUE 0.
         88 END-OF-OPERATORS VALUE 1.
       01 WS-CALLER-AUTHORIZED PIC 9 VALUE 0.
         88 CALLER-IS-SUPERVISOR VALUE 1.
       01 WS-DFLT-STATUS PIC X(2) VALUE "00".
       01 WS-RATE-KEY PIC 9(2) VALUE 0.
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
         88 RATES-FILE-OK VALUE "00".
       01 WS-HIST-KEY PIC 9(3) VALUE 0.
       01 WS-HIST-STATUS PIC X(2) VALUE "00".
         88 HIST-FILE-OK VALUE "00".
         88 HIST-NOT-FOUND VALUE "23" "35".
       01 WS-HIST-EOF PIC 9 VALUE 0.
         88 END-OF-HISTORY VALUE 1.
       01 WS-HIST-COUNT PIC 9(3) VALUE 0.
       01 WS-LAST-YEAR PIC 9(4) VALUE 0.
       01 WS-RENUM-IDX PIC 9(3) VALUE 0.
       01 WS-RENUM-LIMIT PIC 9(3) VALUE 0.
       01 WS-JRNL-STATUS PIC X(2) VALUE "00".
         88 JRNL-NOT-FOUND VALUE "35".
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-BOOK-LOCKED PIC 9 VALUE 0.
         88 BOOK-IS-LOCKED VALUE 1.
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-PURGE-STATUS PIC X(2) VALUE "00".
         88 PURGE-NOT-FOUND VALUE "35".
       01 WS-PURGE-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOALF-STATUS PIC X(2) VALUE "00".
       01 WS-GOALF-OPEN PIC 9 VALUE 0.
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-PLAN-KEY PIC 9(6) VALUE 0.
       01 WS-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-PLAN-OPEN PIC 9 VALUE 0.
         88 PLAN-FILE-IS-OPEN VALUE 1.
       01 WS-SUSP-KEY PIC 9(7) VALUE 0.
       01 WS-SUSP-STATUS PIC X(2) VALUE "00".
       01 WS-SUSP-OPEN PIC 9 VALUE 0.
         88 SUSPENSE-FILE-IS-OPEN VALUE 1.
       01 WS-CONT-KEY PIC 9(6) VALUE 0.
       01 WS-CONT-STATUS PIC X(2) VALUE "00".
       01 WS-CONT-OPEN PIC 9 VALUE 0.
         88 CONTACT-FILE-IS-OPEN VALUE 1.
       01 WS-REV-KEY PIC 9(6) VALUE 0.
       01 WS-REV-STATUS PIC X(2) VALUE "00".
       01 WS-REV-OPEN PIC 9 VALUE 0.
         88 REVIEW-FILE-IS-OPEN VALUE 1.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-CTRB-KEY PIC 9(7) VALUE 0.
       01 WS-CTRB-STATUS PIC X(2) VALUE "00".
       01 WS-CTRB-OPEN PIC 9 VALUE 0.
         88 CONTRIBUTION-FILE-IS-OPEN VALUE 1.
       01 WS-MOVE-KEY PIC 9(6) VALUE 0.
       01 WS-MOVE-STATUS PIC X(2) VALUE "00".
       01 WS-MOVE-OPEN PIC 9 VALUE 0.
         88 MOVEMENT-FILE-IS-OPEN VALUE 1.
       01 WS-RMD-KEY PIC 9(6) VALUE 0.
       01 WS-RMD-STATUS PIC X(2) VALUE "00".
       01 WS-RMD-OPEN PIC 9 VALUE 0.
         88 RMD-FILE-IS-OPEN VALUE 1.
       01 WS-RISK-KEY PIC 9(7) VALUE 0.
       01 WS-RISK-STATUS PIC X(2) VALUE "00".
       01 WS-RISK-OPEN PIC 9 VALUE 0.
         88 RISK-HISTORY-FILE-IS-OPEN VALUE 1.
       01 WS-REQUEST-CODE PIC X VALUE "Q".
         88 LIST-REQUEST VALUE "L" "l".
         88 JOURNAL-REQUEST VALUE "J" "j".
         88 DECIDE-REQUEST VALUE "D" "d".
         88 QUIT-REQUEST VALUE "Q" "q".
       01 WS-DECISION-CODE PIC X VALUE "L".
         88 APPROVE-DECISION VALUE "A" "a".
         88 REJECT-DECISION VALUE "R" "r".
       01 WS-DONE-SWITCH PIC 9 VALUE 0.
         88 MAINTENANCE-DONE VALUE 1.
       01 WS-LIST-ALL PIC 9 VALUE 0.
         88 LIST-ALL-REQUESTS VALUE 1.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 WS-PICK-REQUEST PIC 9(6) VALUE 0.
       01 WS-APPLY-SWITCH PIC 9 VALUE 0.
         88 CHANGE-APPLIED VALUE 1.
       01 WS-APPLY-NOTE PIC X(30) VALUE SPACES.
       01 WS-EXPIRE-AFTER PIC 9(3) VALUE 7.
       01 WS-AGE-DAYS PIC S9(5) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-REQUEST-INTEGER PIC 9(8) VALUE 0.
       01 WS-NOW-HHMMSS PIC 9(6) VALUE 0.
       01 WS-TYPE-NAME PIC X(12) VALUE SPACES.
       01 WS-STATUS-NAME PIC X(8) VALUE SPACES.
       01 WS-CURRENT-IMAGE PIC X(150) VALUE SPACES.
       01 WS-MONEY-EDITED PIC Z(2),ZZZ,ZZZ,ZZZ.99.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "PAPPROV".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "D".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
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
      *> WORKING VIEWS OF THE BEFORE AND AFTER IMAGES CARRIED ON
      *> THE REQUEST, IN THE LAYOUT OF THE RECORD BEING CHANGED.
           COPY SHOPDFLT REPLACING
             ==SHOP-DEFAULTS-RECORD== BY ==OLD-DEFAULTS-IMAGE==
             LEADING ==SHOP== BY ==OSD==.
           COPY SHOPDFLT REPLACING
             ==SHOP-DEFAULTS-RECORD== BY ==NEW-DEFAULTS-IMAGE==
             LEADING ==SHOP== BY ==NSD==.
           COPY RATESREC REPLACING
             ==RATE-RECORD== BY ==OLD-RATE-IMAGE==
             LEADING ==RATE== BY ==ORT==.
           COPY RATESREC REPLACING
             ==RATE-RECORD== BY ==NEW-RATE-IMAGE==
             LEADING ==RATE== BY ==NRT==.
           COPY HISTREC REPLACING
             ==HISTORY-RECORD== BY ==OLD-HISTORY-IMAGE==
             LEADING ==HIST== BY ==OHS==.
           COPY HISTREC REPLACING
             ==HISTORY-RECORD== BY ==NEW-HISTORY-IMAGE==
             LEADING ==HIST== BY ==NHS==.
           COPY CLTREC REPLACING
             ==CLIENT-MASTER-RECORD== BY ==PURGE-CLIENT-IMAGE==
             LEADING ==CLM== BY ==PCL==.

       LINKAGE SECTION.
       01 OPERATOR_SIGN_ON PIC X(8).

       PROCEDURE DIVISION USING OPERATOR_SIGN_ON.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE WS-TODAY-INTEGER =
             FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           .
           PERFORM CHECK-AUTHORITY-PARA
           .
           IF NOT CALLER-IS-SUPERVISOR THEN
               DISPLAY "THE APPROVAL QUEUE REQUIRES SUPERVISOR "
                 "AUTHORITY. OPERATOR " OPERATOR_SIGN_ON " IS NOT "
                 "AUTHORIZED."
               GOBACK
           END-IF
           .
           OPEN I-O PENDING-FILE
           .
           IF NOT PEND-FILE-OK THEN
               DISPLAY "NO CHANGE REQUESTS ARE ON FILE."
               GOBACK
           END-IF
           .
           PERFORM EXPIRE-REQUESTS-PARA
           .
           MOVE 0 TO WS-DONE-SWITCH
           .
           PERFORM REQUEST-PARA UNTIL MAINTENANCE-DONE
           .
           CLOSE PENDING-FILE
           .
           GOBACK
           .

      *> THE MENU ALSO GATES THIS FUNCTION, BUT THE PROGRAM
      *> PROVES THE CALLER FOR ITSELF SO A DIRECT EXEC CANNOT
      *> RELEASE A HELD CHANGE WITHOUT A SIGNED-ON SUPERVISOR ON
      *> THE OPERATOR FILE.
       CHECK-AUTHORITY-PARA.
           MOVE 0 TO WS-CALLER-AUTHORIZED
           .
           MOVE 0 TO WS-OPER-EOF
           .
           IF OPERATOR_SIGN_ON = SPACES
             OR OPERATOR_SIGN_ON = LOW-VALUES THEN
               EXIT PARAGRAPH
           END-IF
           .
           OPEN INPUT OPERATOR-FILE
           .
           IF NOT OPER-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-OPER-KEY
           .
           START OPERATOR-FILE KEY NOT LESS THAN WS-OPER-KEY
             INVALID KEY
               MOVE 1 TO WS-OPER-EOF
           END-START
           .
           IF NOT END-OF-OPERATORS THEN
               PERFORM READ-NEXT-OPERATOR-PARA
               PERFORM MATCH-OPERATOR-PARA UNTIL END-OF-OPERATORS
           END-IF
           .
           CLOSE OPERATOR-FILE
           .

       READ-NEXT-OPERATOR-PARA.
           READ OPERATOR-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-OPER-EOF
           END-READ
           .

       MATCH-OPERATOR-PARA.
           IF OPR-OPERATOR-ID = OPERATOR_SIGN_ON
             AND OPR-IS-SUPERVISOR THEN
               MOVE 1 TO WS-CALLER-AUTHORIZED
               MOVE 1 TO WS-OPER-EOF
           ELSE
               PERFORM READ-NEXT-OPERATOR-PARA
           END-IF
           .

      *> A REQUEST NOBODY HAS DECIDED WITHIN THE EXPIRY AGE IS
      *> CLOSED AS EXPIRED SO A STALE CHANGE CANNOT BE WAVED
      *> THROUGH WEEKS LATER; IT STAYS ON FILE AND MUST BE
      *> RE-KEYED IF IT IS STILL WANTED.
       EXPIRE-REQUESTS-PARA.
           MOVE 0 TO WS-EXPIRED-COUNT
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
                   IF PND-IS-PENDING THEN
                       PERFORM CHECK-EXPIRY-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-EXPIRED-COUNT > 0 THEN
               DISPLAY WS-EXPIRED-COUNT " REQUESTS UNDECIDED FOR "
                 "MORE THAN " WS-EXPIRE-AFTER " DAYS HAVE EXPIRED."
           END-IF
           .

       CHECK-EXPIRY-PARA.
           IF PND-REQUESTED-DATE NUMERIC
             AND PND-REQUESTED-DATE > 19000101 THEN
               COMPUTE WS-REQUEST-INTEGER =
                 FUNCTION INTEGER-OF-DATE(PND-REQUESTED-DATE)
               COMPUTE WS-AGE-DAYS =
                 WS-TODAY-INTEGER - WS-REQUEST-INTEGER
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           .
           IF WS-AGE-DAYS > WS-EXPIRE-AFTER THEN
               MOVE "E" TO PND-STATUS
               MOVE SPACES TO PND-DECIDED-BY
               PERFORM STAMP-DECISION-PARA
               MOVE "NOT DECIDED WITHIN EXPIRY AGE" TO
                 PND-DECISION-NOTE
               REWRITE PENDING-CHANGE-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF
           .

       REQUEST-PARA.
           DISPLAY "CHANGE APPROVAL QUEUE - ENTER REQUEST"
           DISPLAY "(L=LIST PENDING, J=LIST ALL REQUESTS, "
             "D=DECIDE A REQUEST, Q=QUIT): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-CODE
           .
           EVALUATE TRUE
             WHEN LIST-REQUEST
               MOVE 0 TO WS-LIST-ALL
               PERFORM LIST-REQUESTS-PARA
             WHEN JOURNAL-REQUEST
               MOVE 1 TO WS-LIST-ALL
               PERFORM LIST-REQUESTS-PARA
             WHEN DECIDE-REQUEST
               PERFORM DECIDE-PARA
             WHEN QUIT-REQUEST
               MOVE 1 TO WS-DONE-SWITCH
             WHEN OTHER
               DISPLAY "REQUEST NOT RECOGNIZED."
           END-EVALUATE
           .

       LIST-REQUESTS-PARA.
           MOVE 0 TO WS-PEND-EOF
           MOVE 0 TO WS-LISTED-COUNT
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
                   IF PND-IS-PENDING OR LIST-ALL-REQUESTS THEN
                       PERFORM LIST-ONE-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           IF LIST-ALL-REQUESTS THEN
               DISPLAY WS-LISTED-COUNT " CHANGE REQUESTS ON FILE."
           ELSE
               DISPLAY WS-LISTED-COUNT " CHANGE REQUESTS AWAITING "
                 "APPROVAL."
           END-IF
           .

       LIST-ONE-PARA.
           ADD 1 TO WS-LISTED-COUNT
           .
           PERFORM NAME-REQUEST-PARA
           .
           IF PND-IS-PENDING THEN
               DISPLAY PND-REQUEST-ID "  " WS-TYPE-NAME "  "
                 PND-KEY-VALUE "  KEYED BY " PND-REQUESTED-BY
                 " ON " PND-REQUESTED-DATE
           ELSE
               DISPLAY PND-REQUEST-ID "  " WS-TYPE-NAME "  "
                 PND-KEY-VALUE "  KEYED BY " PND-REQUESTED-BY
                 " ON " PND-REQUESTED-DATE "  " WS-STATUS-NAME
                 " " PND-DECIDED-BY " " PND-DECIDED-DATE "  "
                 PND-DECISION-NOTE
           END-IF
           .

       NAME-REQUEST-PARA.
           EVALUATE TRUE
             WHEN PND-IS-DEFAULTS
               MOVE "SHOP DEFLTS" TO WS-TYPE-NAME
             WHEN PND-IS-RATES
               MOVE "SCENARIO" TO WS-TYPE-NAME
             WHEN PND-IS-HISTORY
               MOVE "HISTORY YEAR" TO WS-TYPE-NAME
             WHEN PND-IS-PURGE
               MOVE "CLIENT PURGE" TO WS-TYPE-NAME
             WHEN OTHER
               MOVE "UNKNOWN" TO WS-TYPE-NAME
           END-EVALUATE
           .
           EVALUATE TRUE
             WHEN PND-IS-PENDING
               MOVE "PENDING" TO WS-STATUS-NAME
             WHEN PND-IS-APPROVED
               MOVE "APPROVED" TO WS-STATUS-NAME
             WHEN PND-IS-REJECTED
               MOVE "REJECTED" TO WS-STATUS-NAME
             WHEN PND-IS-EXPIRED
               MOVE "EXPIRED" TO WS-STATUS-NAME
             WHEN OTHER
               MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           .

       DECIDE-PARA.
           DISPLAY "ENTER THE REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-PICK-REQUEST
           .
           MOVE WS-PICK-REQUEST TO WS-PEND-KEY
           .
           READ PENDING-FILE
             INVALID KEY
               DISPLAY "NO CHANGE REQUEST " WS-PICK-REQUEST
                 " ON FILE."
               EXIT PARAGRAPH
           END-READ
           .
           PERFORM NAME-REQUEST-PARA
           .
           IF NOT PND-IS-PENDING THEN
               DISPLAY "REQUEST " PND-REQUEST-ID " IS ALREADY "
                 WS-STATUS-NAME "."
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM SHOW-REQUEST-PARA
           .
           IF PND-REQUESTED-BY = OPERATOR_SIGN_ON THEN
               DISPLAY "A CHANGE MAY NOT BE DECIDED BY THE OPERATOR "
                 "WHO KEYED IT. A SECOND SUPERVISOR MUST ACT ON "
                 "REQUEST " PND-REQUEST-ID "."
               EXIT PARAGRAPH
           END-IF
           .
           DISPLAY "A=APPROVE AND APPLY, R=REJECT, ANYTHING ELSE "
             "LEAVES IT PENDING: " WITH NO ADVANCING
           ACCEPT WS-DECISION-CODE
           .
           EVALUATE TRUE
             WHEN APPROVE-DECISION
               PERFORM APPROVE-PARA
             WHEN REJECT-DECISION
               DISPLAY "ENTER THE REASON FOR REJECTING: "
                 WITH NO ADVANCING
               ACCEPT WS-APPLY-NOTE
               MOVE FUNCTION UPPER-CASE(WS-APPLY-NOTE) TO
                 WS-APPLY-NOTE
               MOVE "R" TO PND-STATUS
               PERFORM RECORD-DECISION-PARA
               DISPLAY "REQUEST " PND-REQUEST-ID " REJECTED."
             WHEN OTHER
               DISPLAY "REQUEST " PND-REQUEST-ID " LEFT PENDING."
           END-EVALUATE
           .

      *> THE CHANGE IS APPLIED FIRST; THE REQUEST IS CLOSED AS
      *> APPROVED ONLY IF IT WENT IN. ONE THAT CANNOT BE APPLIED
      *> (ITS RECORD HAS MOVED ON, OR IS GONE) IS CLOSED AS
      *> REJECTED WITH THE REASON, EXCEPT THAT A PURGE WHILE THE
      *> BOOK IS LOCKED FOR THE NIGHTLY RUN IS LEFT PENDING.
       APPROVE-PARA.
           MOVE 0 TO WS-APPLY-SWITCH
           MOVE SPACES TO WS-APPLY-NOTE
           .
           IF PND-IS-PURGE THEN
               PERFORM CHECK-BATCH-LOCK-PARA
               IF BOOK-IS-LOCKED THEN
                   DISPLAY "THE BOOK IS LOCKED FOR NIGHTLY "
                     "PROCESSING. REQUEST " PND-REQUEST-ID
                     " IS LEFT PENDING."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .
           EVALUATE TRUE
             WHEN PND-IS-DEFAULTS
               PERFORM APPLY-DEFAULTS-PARA
             WHEN PND-IS-RATES
               PERFORM APPLY-RATES-PARA
             WHEN PND-IS-HISTORY
               PERFORM APPLY-HISTORY-PARA
             WHEN PND-IS-PURGE
               PERFORM APPLY-PURGE-PARA
             WHEN OTHER
               MOVE "REQUEST TYPE NOT RECOGNIZED" TO WS-APPLY-NOTE
           END-EVALUATE
           .
           IF CHANGE-APPLIED THEN
               MOVE "A" TO PND-STATUS
               MOVE "APPLIED" TO WS-APPLY-NOTE
               PERFORM RECORD-DECISION-PARA
               DISPLAY "REQUEST " PND-REQUEST-ID " APPROVED AND "
                 "APPLIED."
           ELSE
               MOVE "R" TO PND-STATUS
               PERFORM RECORD-DECISION-PARA
               DISPLAY "REQUEST " PND-REQUEST-ID " COULD NOT BE "
                 "APPLIED AND HAS BEEN REJECTED: " WS-APPLY-NOTE
           END-IF
           .

       RECORD-DECISION-PARA.
           MOVE OPERATOR_SIGN_ON TO PND-DECIDED-BY
           .
           PERFORM STAMP-DECISION-PARA
           .
           MOVE WS-APPLY-NOTE TO PND-DECISION-NOTE
           .
           REWRITE PENDING-CHANGE-RECORD
           .

       STAMP-DECISION-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE PND-DECIDED-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE PND-DECIDED-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .

       SHOW-REQUEST-PARA.
           DISPLAY "REQUEST " PND-REQUEST-ID "  " WS-TYPE-NAME
             "  KEYED BY " PND-REQUESTED-BY " ON "
             PND-REQUESTED-DATE " AT " PND-REQUESTED-TIME
           .
           EVALUATE TRUE
             WHEN PND-IS-DEFAULTS
               PERFORM SHOW-DEFAULTS-PARA
             WHEN PND-IS-RATES
               PERFORM SHOW-RATES-PARA
             WHEN PND-IS-HISTORY
               PERFORM SHOW-HISTORY-PARA
             WHEN PND-IS-PURGE
               PERFORM SHOW-PURGE-PARA
           END-EVALUATE
           .

       SHOW-DEFAULTS-PARA.
           MOVE PND-AFTER-IMAGE TO NEW-DEFAULTS-IMAGE
           .
           IF PND-BEFORE-IMAGE = SPACES THEN
               INITIALIZE OLD-DEFAULTS-IMAGE
           ELSE
               MOVE PND-BEFORE-IMAGE TO OLD-DEFAULTS-IMAGE
           END-IF
           .
           DISPLAY "FIELD                      NOW         PROPOSED"
           DISPLAY "DEFAULT GOAL AMOUNT ...: " OSD-DEFAULT-GOAL-AMOUNT
             "  " NSD-DEFAULT-GOAL-AMOUNT
           DISPLAY "COMPOUNDING PER YEAR ..: "
             OSD-DEFAULT-COMPOUND-FREQUENCY "  "
             NSD-DEFAULT-COMPOUND-FREQUENCY
           DISPLAY "INFLATION RATE ........: "
             OSD-DEFAULT-INFLATION-RATE "  "
             NSD-DEFAULT-INFLATION-RATE
           DISPLAY "POLICY RATE MINIMUM ...: " OSD-POLICY-RATE-MIN
             "  " NSD-POLICY-RATE-MIN
           DISPLAY "POLICY RATE MAXIMUM ...: " OSD-POLICY-RATE-MAX
             "  " NSD-POLICY-RATE-MAX
           DISPLAY "AUDIT RETENTION DAYS ..: "
             OSD-AUDIT-RETENTION-DAYS "  " NSD-AUDIT-RETENTION-DAYS
           DISPLAY "BATCH WINDOW END ......: " OSD-BATCH-WINDOW-END
             "  " NSD-BATCH-WINDOW-END
           DISPLAY "ABORT THRESHOLD PCT ...: "
             OSD-ABORT-THRESHOLD-PCT "  " NSD-ABORT-THRESHOLD-PCT
           DISPLAY "FEED MAXIMUM AGE DAYS .: " OSD-FEED-MAX-AGE-DAYS
             "  " NSD-FEED-MAX-AGE-DAYS
           DISPLAY "ASSUMED TAX RATE ......: " OSD-ASSUMED-TAX-RATE
             "  " NSD-ASSUMED-TAX-RATE
           DISPLAY "REPORT RETENTION DAYS .: "
             OSD-REPORT-RETENTION-DAYS "  "
             NSD-REPORT-RETENTION-DAYS
           DISPLAY "CONTRIB GROWTH RATE ...: "
             OSD-DEFAULT-CONTRIB-GROWTH "  "
             NSD-DEFAULT-CONTRIB-GROWTH
           DISPLAY "DRIFT TOLERANCE POINTS : "
             OSD-DRIFT-TOLERANCE-PCT "  " NSD-DRIFT-TOLERANCE-PCT
           DISPLAY "MOVEMENT TOLERANCE PCT : "
             OSD-MOVE-TOLERANCE-PCT "  " NSD-MOVE-TOLERANCE-PCT
           DISPLAY "MOVEMENT TOLERANCE AMT : "
             OSD-MOVE-TOLERANCE-AMT "  " NSD-MOVE-TOLERANCE-AMT
           DISPLAY "RISK QUESTIONNAIRE DAYS: "
             OSD-RISK-QUEST-MAX-DAYS "  " NSD-RISK-QUEST-MAX-DAYS
           .

       SHOW-RATES-PARA.
           PERFORM LOAD-RATE-VIEWS-PARA
           .
           DISPLAY "SCENARIO " PND-KEY-VALUE
             "             NOW       PROPOSED"
           DISPLAY "FLAT RETURN ...........: " ORT-HISTORICAL-RETURN
             "  " NRT-HISTORICAL-RETURN
           DISPLAY "EQUITY RETURN .........: " ORT-EQUITY-RETURN
             "  " NRT-EQUITY-RETURN
           DISPLAY "BOND RETURN ...........: " ORT-BOND-RETURN
             "  " NRT-BOND-RETURN
           DISPLAY "CASH RETURN ...........: " ORT-CASH-RETURN
             "  " NRT-CASH-RETURN
           .

       LOAD-RATE-VIEWS-PARA.
           MOVE PND-AFTER-IMAGE TO NEW-RATE-IMAGE
           .
           IF PND-BEFORE-IMAGE = SPACES THEN
               INITIALIZE OLD-RATE-IMAGE
           ELSE
               MOVE PND-BEFORE-IMAGE TO OLD-RATE-IMAGE
           END-IF
           .

       SHOW-HISTORY-PARA.
           MOVE PND-BEFORE-IMAGE TO OLD-HISTORY-IMAGE
           MOVE PND-AFTER-IMAGE TO NEW-HISTORY-IMAGE
           .
           DISPLAY "YEARS ON FILE WHEN KEYED: " OHS-SEQUENCE
             "  LATEST YEAR " OHS-YEAR
           DISPLAY "NEW YEAR " NHS-YEAR "  ANNUAL RETURN "
             NHS-ANNUAL-RETURN
           .

       SHOW-PURGE-PARA.
           MOVE PND-BEFORE-IMAGE TO PURGE-CLIENT-IMAGE
           .
           MOVE PCL-STARTING-AMOUNT TO WS-MONEY-EDITED
           .
           DISPLAY "CLIENT " PCL-CLIENT-ID "  "
             FUNCTION TRIM(PCL-LAST-NAME) ", "
             FUNCTION TRIM(PCL-FIRST-NAME)
           DISPLAY "BORN " PCL-BIRTH-YEAR "/" PCL-BIRTH-MONTH "/"
             PCL-BIRTH-DAY "  BALANCE " WS-MONEY-EDITED
             "  ADVISOR " PCL-ADVISOR-CODE
           DISPLAY "THE CLIENT AND EVERY ACCOUNT, GOAL, PLAN AND "
             "SUSPENSE RECORD WILL BE REMOVED."
           .

      *> THE DEFAULTS ON FILE MUST STILL BE THE ONES THE REQUEST
      *> WAS KEYED AGAINST, OR AN EARLIER APPROVED CHANGE WOULD
      *> BE SILENTLY UNDONE.
       APPLY-DEFAULTS-PARA.
           MOVE SPACES TO WS-CURRENT-IMAGE
           .
           OPEN INPUT SHOP-DEFAULTS-FILE
           .
           IF WS-DFLT-STATUS = "00" THEN
               READ SHOP-DEFAULTS-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SHOP-DEFAULTS-RECORD TO WS-CURRENT-IMAGE
               END-READ
               CLOSE SHOP-DEFAULTS-FILE
           END-IF
           .
           IF WS-CURRENT-IMAGE NOT = PND-BEFORE-IMAGE THEN
               MOVE "DEFAULTS CHANGED SINCE KEYED" TO WS-APPLY-NOTE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PND-AFTER-IMAGE TO SHOP-DEFAULTS-RECORD
           .
           OPEN OUTPUT SHOP-DEFAULTS-FILE
           .
           WRITE SHOP-DEFAULTS-RECORD
           .
           CLOSE SHOP-DEFAULTS-FILE
           .
           MOVE 1 TO WS-APPLY-SWITCH
           .

       APPLY-RATES-PARA.
           OPEN I-O RATES-FILE
           .
           IF NOT RATES-FILE-OK THEN
               MOVE "RATES FILE NOT AVAILABLE" TO WS-APPLY-NOTE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PND-KEY-VALUE TO WS-RATE-KEY
           .
           READ RATES-FILE
             INVALID KEY
               MOVE SPACES TO WS-CURRENT-IMAGE
             NOT INVALID KEY
               MOVE RATE-RECORD TO WS-CURRENT-IMAGE
           END-READ
           .
           IF WS-CURRENT-IMAGE NOT = PND-BEFORE-IMAGE THEN
               MOVE "SCENARIO CHANGED SINCE KEYED" TO WS-APPLY-NOTE
               CLOSE RATES-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PND-AFTER-IMAGE TO RATE-RECORD
           .
           IF PND-BEFORE-IMAGE = SPACES THEN
               WRITE RATE-RECORD
                 INVALID KEY
                   MOVE "SCENARIO COULD NOT BE WRITTEN" TO
                     WS-APPLY-NOTE
               END-WRITE
           ELSE
               REWRITE RATE-RECORD
                 INVALID KEY
                   MOVE "SCENARIO COULD NOT BE WRITTEN" TO
                     WS-APPLY-NOTE
               END-REWRITE
           END-IF
           .
           CLOSE RATES-FILE
           .
           IF WS-APPLY-NOTE NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 1 TO WS-APPLY-SWITCH
           .
           PERFORM OPEN-JOURNAL-PARA
           .
           PERFORM LOAD-RATE-VIEWS-PARA
           .
           MOVE PND-KEY-VALUE TO RJR-KEY-VALUE
           .
           IF ORT-HISTORICAL-RETURN NOT = NRT-HISTORICAL-RETURN THEN
               MOVE "FLAT RETURN" TO RJR-FIELD-NAME
               MOVE ORT-HISTORICAL-RETURN TO RJR-OLD-VALUE
               MOVE NRT-HISTORICAL-RETURN TO RJR-NEW-VALUE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF ORT-EQUITY-RETURN NOT = NRT-EQUITY-RETURN THEN
               MOVE "EQUITY RETURN" TO RJR-FIELD-NAME
               MOVE ORT-EQUITY-RETURN TO RJR-OLD-VALUE
               MOVE NRT-EQUITY-RETURN TO RJR-NEW-VALUE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF ORT-BOND-RETURN NOT = NRT-BOND-RETURN THEN
               MOVE "BOND RETURN" TO RJR-FIELD-NAME
               MOVE ORT-BOND-RETURN TO RJR-OLD-VALUE
               MOVE NRT-BOND-RETURN TO RJR-NEW-VALUE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           IF ORT-CASH-RETURN NOT = NRT-CASH-RETURN THEN
               MOVE "CASH RETURN" TO RJR-FIELD-NAME
               MOVE ORT-CASH-RETURN TO RJR-OLD-VALUE
               MOVE NRT-CASH-RETURN TO RJR-NEW-VALUE
               PERFORM WRITE-JOURNAL-PARA
           END-IF
           .
           CLOSE RATE-JOURNAL-FILE
           .

      *> THE NEW YEAR MUST STILL FOLLOW THE LATEST YEAR ON FILE;
      *> IF ANOTHER YEAR WENT IN FIRST THE REQUEST IS REFUSED.
      *> AFTER THE APPEND THE SEQUENCE FIELD IS RE-PROVED SO
      *> PBKTEST ALWAYS SEES 1..N IN ORDER.
       APPLY-HISTORY-PARA.
           OPEN I-O HISTORY-FILE
           .
           IF HIST-NOT-FOUND THEN
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           .
           IF NOT HIST-FILE-OK THEN
               MOVE "HISTORY FILE NOT AVAILABLE" TO WS-APPLY-NOTE
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM COUNT-HISTORY-PARA
           .
           MOVE PND-BEFORE-IMAGE TO OLD-HISTORY-IMAGE
           MOVE PND-AFTER-IMAGE TO NEW-HISTORY-IMAGE
           .
           IF WS-HIST-COUNT NOT = OHS-SEQUENCE
             OR WS-LAST-YEAR NOT = OHS-YEAR THEN
               MOVE "HISTORY CHANGED SINCE KEYED" TO WS-APPLY-NOTE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-HIST-KEY = WS-HIST-COUNT + 1
           .
           MOVE NEW-HISTORY-IMAGE TO HISTORY-RECORD
           MOVE WS-HIST-KEY TO HIST-SEQUENCE
           .
           WRITE HISTORY-RECORD
             INVALID KEY
               MOVE "NEW YEAR COULD NOT BE WRITTEN" TO WS-APPLY-NOTE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-WRITE
           .
           PERFORM RENUMBER-HISTORY-PARA
           .
           CLOSE HISTORY-FILE
           .
           MOVE 1 TO WS-APPLY-SWITCH
           .
           PERFORM OPEN-JOURNAL-PARA
           .
           MOVE "HISTORY YEAR" TO RJR-FIELD-NAME
           MOVE NHS-YEAR TO RJR-KEY-VALUE
           MOVE 0 TO RJR-OLD-VALUE
           MOVE NHS-ANNUAL-RETURN TO RJR-NEW-VALUE
           .
           PERFORM WRITE-JOURNAL-PARA
           .
           CLOSE RATE-JOURNAL-FILE
           .

       COUNT-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 0 TO WS-LAST-YEAR
           MOVE 0 TO WS-HIST-EOF
           .
           MOVE 1 TO WS-HIST-KEY
           .
           START HISTORY-FILE KEY NOT LESS THAN WS-HIST-KEY
             INVALID KEY
               MOVE 1 TO WS-HIST-EOF
           END-START
           .
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-HIST-EOF
                 NOT AT END
                   ADD 1 TO WS-HIST-COUNT
                   IF HIST-YEAR > WS-LAST-YEAR THEN
                       MOVE HIST-YEAR TO WS-LAST-YEAR
                   END-IF
               END-READ
           END-PERFORM
           .

      *> RE-PROVE THE SEQUENCE FIELD AGAINST THE RECORD SLOTS SO
      *> THE FILE ALWAYS READS 1..N IN ORDER, EVEN IF AN EARLIER
      *> HAND EDIT LEFT THE NUMBERS ADRIFT.
       RENUMBER-HISTORY-PARA.
           MOVE WS-HIST-KEY TO WS-RENUM-LIMIT
           .
           PERFORM VARYING WS-RENUM-IDX FROM 1 BY 1
             UNTIL WS-RENUM-IDX > WS-RENUM-LIMIT
               MOVE WS-RENUM-IDX TO WS-HIST-KEY
               READ HISTORY-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF HIST-SEQUENCE NOT = WS-RENUM-IDX THEN
                       MOVE WS-RENUM-IDX TO HIST-SEQUENCE
                       REWRITE HISTORY-RECORD
                   END-IF
               END-READ
           END-PERFORM
           .

       OPEN-JOURNAL-PARA.
           OPEN EXTEND RATE-JOURNAL-FILE
           .
           IF JRNL-NOT-FOUND THEN
               OPEN OUTPUT RATE-JOURNAL-FILE
               CLOSE RATE-JOURNAL-FILE
               OPEN EXTEND RATE-JOURNAL-FILE
           END-IF
           .

      *> THE RATE JOURNAL NAMES THE SUPERVISOR WHO KEYED THE
      *> CHANGE, AS IT ALWAYS HAS; THE APPROVER IS ON PENDCHG.
       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE RJR-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE RJR-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE PND-REQUESTED-BY TO RJR-OPERATOR-ID
           .
           WRITE RATE-JOURNAL-RECORD
           .

       CHECK-BATCH-LOCK-PARA.
           MOVE 0 TO WS-BOOK-LOCKED
           .
           OPEN INPUT BATCH-LOCK-FILE
           .
           IF WS-LOCK-STATUS = "00" THEN
               READ BATCH-LOCK-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LOCK-IS-HELD THEN
                       MOVE 1 TO WS-BOOK-LOCKED
                   END-IF
               END-READ
           END-IF
           .
           CLOSE BATCH-LOCK-FILE
           .

      *> THE PURGE THAT PCLTMNT USED TO CARRY OUT ON ONE
      *> CONFIRMATION: THE PURGE LOG KEEPS THE WHOLE MASTER IMAGE,
      *> THE MASTER IS DELETED, AND EVERY SATELLITE RECORD GOES
      *> WITH IT SO A RE-USED CLIENT ID STARTS CLEAN.
       APPLY-PURGE-PARA.
           OPEN I-O CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               MOVE "CLIENT MASTER NOT AVAILABLE" TO WS-APPLY-NOTE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE PND-KEY-VALUE TO WS-CLIENT-ID
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE "CLIENT NO LONGER ON MASTER" TO WS-APPLY-NOTE
               CLOSE CLIENT-MASTER-FILE
               EXIT PARAGRAPH
           END-READ
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CURRENT-IMAGE
           .
           IF WS-CURRENT-IMAGE NOT = PND-BEFORE-IMAGE THEN
               MOVE "CLIENT CHANGED SINCE KEYED" TO WS-APPLY-NOTE
               CLOSE CLIENT-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM WRITE-PURGE-LOG-PARA
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           DELETE CLIENT-MASTER-FILE
           .
           MOVE "C" TO WS-CHG-RECORD-TYPE
           .
           PERFORM JOURNAL-CHANGE-PARA
           .
           PERFORM PURGE-RELATED-PARA
           .
           CLOSE CLIENT-MASTER-FILE
           .
           MOVE 1 TO WS-APPLY-SWITCH
           .
           DISPLAY "CLIENT " WS-CLIENT-ID " PURGED FROM THE MASTER "
             "WITH ITS ACCOUNT, GOAL, PLAN, SUSPENSE, CONTACT, "
             "REVIEW, GOAL FUNDING, PLANNED CONTRIBUTION, "
             "HELD MOVEMENT, RMD NOTICE AND RISK TIER RECORDS."
           .

       WRITE-PURGE-LOG-PARA.
           OPEN EXTEND PURGE-LOG-FILE
           .
           IF PURGE-NOT-FOUND THEN
               OPEN OUTPUT PURGE-LOG-FILE
               CLOSE PURGE-LOG-FILE
               OPEN EXTEND PURGE-LOG-FILE
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE PLG-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE PLG-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE "PURGE" TO PLG-ACTION
           .
           MOVE PND-REQUESTED-BY TO PLG-OPERATOR-ID
           .
           MOVE CLIENT-MASTER-RECORD TO PLG-CLIENT-IMAGE
           .
           WRITE PURGE-LOG-RECORD
           .
           CLOSE PURGE-LOG-FILE
           .

      *> REMOVES THE PURGED CLIENT'S SATELLITE RECORDS: ACCOUNT
      *> SLOTS 1-9, GOAL SLOTS 1-5, THE PLAN BASELINE, SUSPENSE
      *> SLOTS FOR ACCOUNTS 0-9, THE CONTACT RECORD, THE REVIEW
      *> RECORD, THE GOAL FUNDING RECORD AND PLANNED CONTRIBUTION
      *> SLOTS 0-9, THE HELD FEED MOVEMENT, THE RMD NOTICE AND THE
      *> RISK TIER RESULTS FOR GOALS 0-5. ACCOUNTS, GOALS, THE
      *> CONTACT, THE REVIEW, THE FUNDING AND THE CONTRIBUTIONS
      *> ARE JOURNALED AS THEY GO SO THE CHANGE HISTORY SHOWS WHAT
      *> WAS REMOVED; THE REST ARE BUILT BY THE BATCH RUNS AND
      *> ARE SIMPLY DROPPED, AS THE PLAN AND SUSPENSE ARE.
       PURGE-RELATED-PARA.
           PERFORM OPEN-RELATED-FILES-PARA
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               MOVE "A" TO WS-CHG-RECORD-TYPE
               PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
                 UNTIL WS-PURGE-IDX > 9
                   COMPUTE WS-ACCT-KEY =
                     (WS-CLIENT-ID * 10) + WS-PURGE-IDX
                   READ ACCOUNT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE CLIENT-ACCOUNT-RECORD TO
                         WS-CHG-BEFORE-IMAGE
                       DELETE ACCOUNT-FILE RECORD
                       PERFORM JOURNAL-CHANGE-PARA
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF
           .
           IF GOAL-FILE-IS-OPEN THEN
               MOVE "G" TO WS-CHG-RECORD-TYPE
               PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
                 UNTIL WS-PURGE-IDX > 5
                   COMPUTE WS-GOAL-KEY =
                     (WS-CLIENT-ID * 10) + WS-PURGE-IDX
                   READ GOAL-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE CLIENT-GOAL-RECORD TO WS-CHG-BEFORE-IMAGE
                       DELETE GOAL-FILE RECORD
                       PERFORM JOURNAL-CHANGE-PARA
                   END-READ
               END-PERFORM
               CLOSE GOAL-FILE
           END-IF
           .
           IF PLAN-FILE-IS-OPEN THEN
               MOVE WS-CLIENT-ID TO WS-PLAN-KEY
               DELETE PLAN-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               CLOSE PLAN-FILE
           END-IF
           .
           IF SUSPENSE-FILE-IS-OPEN THEN
               PERFORM VARYING WS-PURGE-IDX FROM 0 BY 1
                 UNTIL WS-PURGE-IDX > 9
                   COMPUTE WS-SUSP-KEY =
                     (WS-CLIENT-ID * 10) + WS-PURGE-IDX
                   DELETE SUSPENSE-FILE RECORD
                     INVALID KEY
                       CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           .
           IF CONTACT-FILE-IS-OPEN THEN
               MOVE "K" TO WS-CHG-RECORD-TYPE
               MOVE WS-CLIENT-ID TO WS-CONT-KEY
               READ CONTACT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-CONTACT-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE CONTACT-FILE RECORD
                   PERFORM JOURNAL-CHANGE-PARA
               END-READ
               CLOSE CONTACT-FILE
           END-IF
           .
           IF REVIEW-FILE-IS-OPEN THEN
               MOVE "R" TO WS-CHG-RECORD-TYPE
               MOVE WS-CLIENT-ID TO WS-REV-KEY
               READ REVIEW-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-REVIEW-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE REVIEW-FILE RECORD
                   PERFORM JOURNAL-CHANGE-PARA
               END-READ
               CLOSE REVIEW-FILE
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               MOVE "F" TO WS-CHG-RECORD-TYPE
               MOVE WS-CLIENT-ID TO WS-FUND-KEY
               READ FUNDING-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-FUNDING-RECORD TO WS-CHG-BEFORE-IMAGE
                   DELETE FUNDING-FILE RECORD
                   PERFORM JOURNAL-CHANGE-PARA
               END-READ
               CLOSE FUNDING-FILE
           END-IF
           .
           IF CONTRIBUTION-FILE-IS-OPEN THEN
               MOVE "P" TO WS-CHG-RECORD-TYPE
               PERFORM VARYING WS-PURGE-IDX FROM 0 BY 1
                 UNTIL WS-PURGE-IDX > 9
                   COMPUTE WS-CTRB-KEY =
                     (WS-CLIENT-ID * 10) + WS-PURGE-IDX
                   READ CONTRIBUTION-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE PLANNED-CONTRIBUTION-RECORD TO
                         WS-CHG-BEFORE-IMAGE
                       DELETE CONTRIBUTION-FILE RECORD
                       PERFORM JOURNAL-CHANGE-PARA
                   END-READ
               END-PERFORM
               CLOSE CONTRIBUTION-FILE
           END-IF
           .
           IF MOVEMENT-FILE-IS-OPEN THEN
               MOVE WS-CLIENT-ID TO WS-MOVE-KEY
               DELETE MOVEMENT-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               CLOSE MOVEMENT-FILE
           END-IF
           .
           IF RMD-FILE-IS-OPEN THEN
               MOVE WS-CLIENT-ID TO WS-RMD-KEY
               DELETE RMD-FILE RECORD
                 INVALID KEY
                   CONTINUE
               END-DELETE
               CLOSE RMD-FILE
           END-IF
           .
           IF RISK-HISTORY-FILE-IS-OPEN THEN
               PERFORM VARYING WS-PURGE-IDX FROM 0 BY 1
                 UNTIL WS-PURGE-IDX > 5
                   COMPUTE WS-RISK-KEY =
                     (WS-CLIENT-ID * 10) + WS-PURGE-IDX
                   DELETE RISK-HISTORY-FILE RECORD
                     INVALID KEY
                       CONTINUE
                   END-DELETE
               END-PERFORM
               CLOSE RISK-HISTORY-FILE
           END-IF
           .

       OPEN-RELATED-FILES-PARA.
           OPEN I-O ACCOUNT-FILE
           .
           IF WS-ACCT-STATUS = "00" THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN I-O GOAL-FILE
           .
           IF WS-GOALF-STATUS = "00" OR WS-GOALF-STATUS = "05"
             THEN
               MOVE 1 TO WS-GOALF-OPEN
           ELSE
               MOVE 0 TO WS-GOALF-OPEN
           END-IF
           .
           OPEN I-O PLAN-FILE
           .
           IF WS-PLAN-STATUS = "00" OR WS-PLAN-STATUS = "05"
             THEN
               MOVE 1 TO WS-PLAN-OPEN
           ELSE
               MOVE 0 TO WS-PLAN-OPEN
           END-IF
           .
           OPEN I-O SUSPENSE-FILE
           .
           IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "05"
             THEN
               MOVE 1 TO WS-SUSP-OPEN
           ELSE
               MOVE 0 TO WS-SUSP-OPEN
           END-IF
           .
           OPEN I-O CONTACT-FILE
           .
           IF WS-CONT-STATUS = "00" OR WS-CONT-STATUS = "05"
             THEN
               MOVE 1 TO WS-CONT-OPEN
           ELSE
               MOVE 0 TO WS-CONT-OPEN
           END-IF
           .
           OPEN I-O REVIEW-FILE
           .
           IF WS-REV-STATUS = "00" OR WS-REV-STATUS = "05"
             THEN
               MOVE 1 TO WS-REV-OPEN
           ELSE
               MOVE 0 TO WS-REV-OPEN
           END-IF
           .
           OPEN I-O FUNDING-FILE
           .
           IF WS-FUND-STATUS = "00" OR WS-FUND-STATUS = "05"
             THEN
               MOVE 1 TO WS-FUND-OPEN
           ELSE
               MOVE 0 TO WS-FUND-OPEN
           END-IF
           .
           OPEN I-O CONTRIBUTION-FILE
           .
           IF WS-CTRB-STATUS = "00" OR WS-CTRB-STATUS = "05"
             THEN
               MOVE 1 TO WS-CTRB-OPEN
           ELSE
               MOVE 0 TO WS-CTRB-OPEN
           END-IF
           .
           OPEN I-O MOVEMENT-FILE
           .
           IF WS-MOVE-STATUS = "00" OR WS-MOVE-STATUS = "05"
             THEN
               MOVE 1 TO WS-MOVE-OPEN
           ELSE
               MOVE 0 TO WS-MOVE-OPEN
           END-IF
           .
           OPEN I-O RMD-FILE
           .
           IF WS-RMD-STATUS = "00" OR WS-RMD-STATUS = "05"
             THEN
               MOVE 1 TO WS-RMD-OPEN
           ELSE
               MOVE 0 TO WS-RMD-OPEN
           END-IF
           .
           OPEN I-O RISK-HISTORY-FILE
           .
           IF WS-RISK-STATUS = "00" OR WS-RISK-STATUS = "05"
             THEN
               MOVE 1 TO WS-RISK-OPEN
           ELSE
               MOVE 0 TO WS-RISK-OPEN
           END-IF
           .

      *> THE CHANGE JOURNAL NAMES THE OPERATOR WHO ASKED FOR THE
      *> PURGE; THE APPROVER IS ON PENDCHG.
       JOURNAL-CHANGE-PARA.
           MOVE "D" TO WS-CHG-ACTION
           .
           MOVE SPACES TO WS-CHG-AFTER-IMAGE
           .
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                PND-REQUESTED-BY,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .
