       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHGJRN.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CLIENT CHANGE JOURNAL WRITER. CALLED WITH THE BEFORE AND
      *> AFTER IMAGES OF A CLIENT MASTER (C), ACCOUNT (A), GOAL (G),
      *> CONTACT (K), REVIEW (R), GOAL FUNDING (F) OR PLANNED
      *> CONTRIBUTION (P) RECORD EVERY TIME ONE IS ADDED, CHANGED
      *> OR REMOVED.
      *> THE IMAGES ARE COMPARED FIELD BY FIELD AND ONE CHGJRNL
      *> RECORD IS APPENDED FOR EACH FIELD THAT DIFFERS, WITH
      *> THE CALLER'S OPERATOR AND PROGRAM. FOR AN ADD (A) THE
      *> BEFORE IMAGE IS IGNORED AND TAKEN AS BLANK; FOR A REMOVE
      *> (D) THE AFTER IMAGE IS. THE LAST-CHANGED STAMP ITSELF IS
      *> NOT JOURNALED - THE JOURNAL DATE SAYS THE SAME THING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-JOURNAL-FILE.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
       01 WS-CHGJ-STATUS PIC X(2) VALUE "00".
         88 CHGJ-OK VALUE "00".
         88 CHGJ-NOT-FOUND VALUE "35".
       01 WS-FIELD-NAME PIC X(20) VALUE SPACES.
       01 WS-OLD-TEXT PIC X(30) VALUE SPACES.
       01 WS-NEW-TEXT PIC X(30) VALUE SPACES.
       01 WS-OLD-INTEGER PIC 9(8) VALUE 0.
       01 WS-NEW-INTEGER PIC 9(8) VALUE 0.
       01 WS-OLD-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-NEW-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-OLD-RATE PIC 99V9999 VALUE 0.
       01 WS-NEW-RATE PIC 99V9999 VALUE 0.
       01 WS-INTEGER-EDITED PIC Z(7)9.
       01 WS-AMOUNT-EDITED PIC Z(7)9.99.
       01 WS-RATE-EDITED PIC Z9.9999.
       01 WS-ACCOUNT-SUB PIC 9(2) VALUE 0.
       01 WS-GOAL-SUB PIC 9(2) VALUE 0.
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
           COPY CLTREC REPLACING
             ==CLIENT-MASTER-RECORD== BY ==OLD-CLIENT-IMAGE==
             LEADING ==CLM== BY ==OCL==.
           COPY CLTREC REPLACING
             ==CLIENT-MASTER-RECORD== BY ==NEW-CLIENT-IMAGE==
             LEADING ==CLM== BY ==NCL==.
           COPY ACCTREC REPLACING
             ==CLIENT-ACCOUNT-RECORD== BY ==OLD-ACCOUNT-IMAGE==
             LEADING ==ACM== BY ==OAC==.
           COPY ACCTREC REPLACING
             ==CLIENT-ACCOUNT-RECORD== BY ==NEW-ACCOUNT-IMAGE==
             LEADING ==ACM== BY ==NAC==.
           COPY GOALREC REPLACING
             ==CLIENT-GOAL-RECORD== BY ==OLD-GOAL-IMAGE==
             LEADING ==GOL== BY ==OGL==.
           COPY GOALREC REPLACING
             ==CLIENT-GOAL-RECORD== BY ==NEW-GOAL-IMAGE==
             LEADING ==GOL== BY ==NGL==.
           COPY CONTREC REPLACING
             ==CLIENT-CONTACT-RECORD== BY ==OLD-CONTACT-IMAGE==
             LEADING ==CON== BY ==OCN==.
           COPY CONTREC REPLACING
             ==CLIENT-CONTACT-RECORD== BY ==NEW-CONTACT-IMAGE==
             LEADING ==CON== BY ==NCN==.
           COPY REVREC REPLACING
             ==CLIENT-REVIEW-RECORD== BY ==OLD-REVIEW-IMAGE==
             LEADING ==REV== BY ==ORV==.
           COPY REVREC REPLACING
             ==CLIENT-REVIEW-RECORD== BY ==NEW-REVIEW-IMAGE==
             LEADING ==REV== BY ==NRV==.
           COPY FUNDREC REPLACING
             ==CLIENT-FUNDING-RECORD== BY ==OLD-FUNDING-IMAGE==
             LEADING ==FND== BY ==OFD==.
           COPY FUNDREC REPLACING
             ==CLIENT-FUNDING-RECORD== BY ==NEW-FUNDING-IMAGE==
             LEADING ==FND== BY ==NFD==.
           COPY CTRBREC REPLACING
             ==PLANNED-CONTRIBUTION-RECORD== BY ==OLD-CONTRIB-IMAGE==
             LEADING ==PCB== BY ==OCB==.
           COPY CTRBREC REPLACING
             ==PLANNED-CONTRIBUTION-RECORD== BY ==NEW-CONTRIB-IMAGE==
             LEADING ==PCB== BY ==NCB==.

       LINKAGE SECTION.
       01 CHG_PROGRAM_ID PIC X(8).
       01 CHG_OPERATOR_ID PIC X(8).
       01 CHG_RECORD_TYPE PIC X.
       01 CHG_ACTION PIC X.
       01 CHG_BEFORE_IMAGE PIC X(150).
       01 CHG_AFTER_IMAGE PIC X(150).

       PROCEDURE DIVISION USING CHG_PROGRAM_ID,
                                CHG_OPERATOR_ID,
                                CHG_RECORD_TYPE,
                                CHG_ACTION,
                                CHG_BEFORE_IMAGE,
                                CHG_AFTER_IMAGE.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           OPEN EXTEND CHANGE-JOURNAL-FILE
           .
           IF CHGJ-NOT-FOUND THEN
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN EXTEND CHANGE-JOURNAL-FILE
           END-IF
           .
           IF NOT CHGJ-OK THEN
               DISPLAY "THE CLIENT CHANGE JOURNAL COULD NOT BE "
                 "OPENED. STATUS: " WS-CHGJ-STATUS
               GOBACK
           END-IF
           .
           COMPUTE CHG-RUN-DATE =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           COMPUTE CHG-RUN-TIME =
             (WS-CURRENT-HOUR * 10000) + (WS-CURRENT-MINUTE * 100)
             + WS-CURRENT-SECOND
           .
           MOVE CHG_RECORD_TYPE TO CHG-RECORD-TYPE
           MOVE CHG_ACTION TO CHG-ACTION
           MOVE CHG_OPERATOR_ID TO CHG-OPERATOR-ID
           MOVE CHG_PROGRAM_ID TO CHG-PROGRAM-ID
           .
           EVALUATE TRUE
             WHEN CHG-IS-MASTER
               PERFORM COMPARE-CLIENT-PARA
             WHEN CHG-IS-ACCOUNT
               PERFORM COMPARE-ACCOUNT-PARA
             WHEN CHG-IS-GOAL
               PERFORM COMPARE-GOAL-PARA
             WHEN CHG-IS-CONTACT
               PERFORM COMPARE-CONTACT-PARA
             WHEN CHG-IS-REVIEW
               PERFORM COMPARE-REVIEW-PARA
             WHEN CHG-IS-FUNDING
               PERFORM COMPARE-FUNDING-PARA
             WHEN CHG-IS-CONTRIB
               PERFORM COMPARE-CONTRIB-PARA
           END-EVALUATE
           .
           CLOSE CHANGE-JOURNAL-FILE
           .
           GOBACK
           .

       COMPARE-CLIENT-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-CLIENT-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-CLIENT-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-CLIENT-IMAGE
               MOVE NCL-CLIENT-ID TO CHG-CLIENT-ID
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-CLIENT-IMAGE
               END-IF
               MOVE OCL-CLIENT-ID TO CHG-CLIENT-ID
           END-IF
           .
           MOVE 0 TO CHG-RECORD-SEQ
           .
           MOVE "LAST NAME" TO WS-FIELD-NAME
           MOVE OCL-LAST-NAME TO WS-OLD-TEXT
           MOVE NCL-LAST-NAME TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "FIRST NAME" TO WS-FIELD-NAME
           MOVE OCL-FIRST-NAME TO WS-OLD-TEXT
           MOVE NCL-FIRST-NAME TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "BIRTH YEAR" TO WS-FIELD-NAME
           MOVE OCL-BIRTH-YEAR TO WS-OLD-INTEGER
           MOVE NCL-BIRTH-YEAR TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "BIRTH MONTH" TO WS-FIELD-NAME
           MOVE OCL-BIRTH-MONTH TO WS-OLD-INTEGER
           MOVE NCL-BIRTH-MONTH TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "BIRTH DAY" TO WS-FIELD-NAME
           MOVE OCL-BIRTH-DAY TO WS-OLD-INTEGER
           MOVE NCL-BIRTH-DAY TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "STARTING AMOUNT" TO WS-FIELD-NAME
           MOVE OCL-STARTING-AMOUNT TO WS-OLD-AMOUNT
           MOVE NCL-STARTING-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .
           MOVE "GOAL AMOUNT" TO WS-FIELD-NAME
           MOVE OCL-GOAL-AMOUNT TO WS-OLD-AMOUNT
           MOVE NCL-GOAL-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .
           MOVE "CURRENCY SYMBOL" TO WS-FIELD-NAME
           MOVE OCL-CURRENCY-SYMBOL TO WS-OLD-TEXT
           MOVE NCL-CURRENCY-SYMBOL TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "TARGET RETIRE AGE" TO WS-FIELD-NAME
           MOVE OCL-TARGET-RETIRE-AGE TO WS-OLD-INTEGER
           MOVE NCL-TARGET-RETIRE-AGE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "STATUS" TO WS-FIELD-NAME
           MOVE OCL-STATUS-FLAG TO WS-OLD-TEXT
           MOVE NCL-STATUS-FLAG TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "ANNUAL FEE RATE" TO WS-FIELD-NAME
           MOVE OCL-ANNUAL-FEE-RATE TO WS-OLD-RATE
           MOVE NCL-ANNUAL-FEE-RATE TO WS-NEW-RATE
           PERFORM LOG-RATE-PARA
           .
           MOVE "EQUITY PERCENT" TO WS-FIELD-NAME
           MOVE OCL-EQUITY-PCT TO WS-OLD-INTEGER
           MOVE NCL-EQUITY-PCT TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "BOND PERCENT" TO WS-FIELD-NAME
           MOVE OCL-BOND-PCT TO WS-OLD-INTEGER
           MOVE NCL-BOND-PCT TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "CASH PERCENT" TO WS-FIELD-NAME
           MOVE OCL-CASH-PCT TO WS-OLD-INTEGER
           MOVE NCL-CASH-PCT TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "HOUSEHOLD ID" TO WS-FIELD-NAME
           MOVE OCL-HOUSEHOLD-ID TO WS-OLD-INTEGER
           MOVE NCL-HOUSEHOLD-ID TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "ADVISOR CODE" TO WS-FIELD-NAME
           MOVE OCL-ADVISOR-CODE TO WS-OLD-INTEGER
           MOVE NCL-ADVISOR-CODE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "TAX TREATMENT" TO WS-FIELD-NAME
           MOVE OCL-TAX-TREATMENT TO WS-OLD-TEXT
           MOVE NCL-TAX-TREATMENT TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "OFFSET AMOUNT" TO WS-FIELD-NAME
           MOVE OCL-OFFSET-AMOUNT TO WS-OLD-AMOUNT
           MOVE NCL-OFFSET-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .
           MOVE "OFFSET START AGE" TO WS-FIELD-NAME
           MOVE OCL-OFFSET-START-AGE TO WS-OLD-INTEGER
           MOVE NCL-OFFSET-START-AGE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "OFFSET COLA RATE" TO WS-FIELD-NAME
           MOVE OCL-OFFSET-COLA-RATE TO WS-OLD-RATE
           MOVE NCL-OFFSET-COLA-RATE TO WS-NEW-RATE
           PERFORM LOG-RATE-PARA
           .
           MOVE "CONTRIB GROWTH RATE" TO WS-FIELD-NAME
           MOVE OCL-CONTRIB-GROWTH-RATE TO WS-OLD-RATE
           MOVE NCL-CONTRIB-GROWTH-RATE TO WS-NEW-RATE
           PERFORM LOG-RATE-PARA
           .
           MOVE "CURRENCY CODE" TO WS-FIELD-NAME
           MOVE OCL-CURRENCY-CODE TO WS-OLD-TEXT
           MOVE NCL-CURRENCY-CODE TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "RISK SCORE" TO WS-FIELD-NAME
           MOVE OCL-RISK-SCORE TO WS-OLD-INTEGER
           MOVE NCL-RISK-SCORE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "RISK BAND" TO WS-FIELD-NAME
           MOVE OCL-RISK-BAND TO WS-OLD-INTEGER
           MOVE NCL-RISK-BAND TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "RISK ANSWERED DATE" TO WS-FIELD-NAME
           MOVE OCL-RISK-ANSWERED-DATE TO WS-OLD-INTEGER
           MOVE NCL-RISK-ANSWERED-DATE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .

       COMPARE-ACCOUNT-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-ACCOUNT-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-ACCOUNT-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-ACCOUNT-IMAGE
               MOVE NAC-CLIENT-ID TO CHG-CLIENT-ID
               MOVE NAC-ACCOUNT-NUMBER TO CHG-RECORD-SEQ
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-ACCOUNT-IMAGE
               END-IF
               MOVE OAC-CLIENT-ID TO CHG-CLIENT-ID
               MOVE OAC-ACCOUNT-NUMBER TO CHG-RECORD-SEQ
           END-IF
           .
           MOVE "ACCOUNT NAME" TO WS-FIELD-NAME
           MOVE OAC-ACCOUNT-NAME TO WS-OLD-TEXT
           MOVE NAC-ACCOUNT-NAME TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "ACCOUNT AMOUNT" TO WS-FIELD-NAME
           MOVE OAC-STARTING-AMOUNT TO WS-OLD-AMOUNT
           MOVE NAC-STARTING-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .
           MOVE "ACCOUNT STATUS" TO WS-FIELD-NAME
           MOVE OAC-STATUS-FLAG TO WS-OLD-TEXT
           MOVE NAC-STATUS-FLAG TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .

       COMPARE-GOAL-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-GOAL-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-GOAL-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-GOAL-IMAGE
               MOVE NGL-CLIENT-ID TO CHG-CLIENT-ID
               MOVE NGL-GOAL-SEQ TO CHG-RECORD-SEQ
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-GOAL-IMAGE
               END-IF
               MOVE OGL-CLIENT-ID TO CHG-CLIENT-ID
               MOVE OGL-GOAL-SEQ TO CHG-RECORD-SEQ
           END-IF
           .
           MOVE "GOAL NAME" TO WS-FIELD-NAME
           MOVE OGL-GOAL-NAME TO WS-OLD-TEXT
           MOVE NGL-GOAL-NAME TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "GOAL AMOUNT" TO WS-FIELD-NAME
           MOVE OGL-GOAL-AMOUNT TO WS-OLD-AMOUNT
           MOVE NGL-GOAL-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .
           MOVE "GOAL TARGET DATE" TO WS-FIELD-NAME
           MOVE OGL-TARGET-DATE TO WS-OLD-INTEGER
           MOVE NGL-TARGET-DATE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "GOAL STATUS" TO WS-FIELD-NAME
           MOVE OGL-STATUS-FLAG TO WS-OLD-TEXT
           MOVE NGL-STATUS-FLAG TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .

      *> THE E-MAIL ADDRESS IS WIDER THAN A JOURNAL VALUE, SO IT
      *> IS COMPARED AND LOGGED IN TWO PIECES.
       COMPARE-CONTACT-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-CONTACT-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-CONTACT-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-CONTACT-IMAGE
               MOVE NCN-CLIENT-ID TO CHG-CLIENT-ID
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-CONTACT-IMAGE
               END-IF
               MOVE OCN-CLIENT-ID TO CHG-CLIENT-ID
           END-IF
           .
           MOVE 0 TO CHG-RECORD-SEQ
           .
           MOVE "ADDRESS LINE 1" TO WS-FIELD-NAME
           MOVE OCN-ADDRESS-LINE-1 TO WS-OLD-TEXT
           MOVE NCN-ADDRESS-LINE-1 TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "ADDRESS LINE 2" TO WS-FIELD-NAME
           MOVE OCN-ADDRESS-LINE-2 TO WS-OLD-TEXT
           MOVE NCN-ADDRESS-LINE-2 TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "CITY" TO WS-FIELD-NAME
           MOVE OCN-CITY TO WS-OLD-TEXT
           MOVE NCN-CITY TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "STATE" TO WS-FIELD-NAME
           MOVE OCN-STATE TO WS-OLD-TEXT
           MOVE NCN-STATE TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "POSTAL CODE" TO WS-FIELD-NAME
           MOVE OCN-POSTAL-CODE TO WS-OLD-TEXT
           MOVE NCN-POSTAL-CODE TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "E-MAIL ADDRESS" TO WS-FIELD-NAME
           MOVE OCN-EMAIL-ADDRESS(1:30) TO WS-OLD-TEXT
           MOVE NCN-EMAIL-ADDRESS(1:30) TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "E-MAIL ADDRESS 31-40" TO WS-FIELD-NAME
           MOVE OCN-EMAIL-ADDRESS(31:10) TO WS-OLD-TEXT
           MOVE NCN-EMAIL-ADDRESS(31:10) TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "DELIVERY METHOD" TO WS-FIELD-NAME
           MOVE OCN-DELIVERY-METHOD TO WS-OLD-TEXT
           MOVE NCN-DELIVERY-METHOD TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "DO NOT CONTACT" TO WS-FIELD-NAME
           MOVE OCN-DO-NOT-CONTACT TO WS-OLD-TEXT
           MOVE NCN-DO-NOT-CONTACT TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "RETURNED MAIL" TO WS-FIELD-NAME
           MOVE OCN-RETURNED-MAIL TO WS-OLD-TEXT
           MOVE NCN-RETURNED-MAIL TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "RETURNED MAIL DATE" TO WS-FIELD-NAME
           MOVE OCN-RETURNED-DATE TO WS-OLD-INTEGER
           MOVE NCN-RETURNED-DATE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .

       COMPARE-REVIEW-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-REVIEW-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-REVIEW-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-REVIEW-IMAGE
               MOVE NRV-CLIENT-ID TO CHG-CLIENT-ID
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-REVIEW-IMAGE
               END-IF
               MOVE ORV-CLIENT-ID TO CHG-CLIENT-ID
           END-IF
           .
           MOVE 0 TO CHG-RECORD-SEQ
           .
           MOVE "LAST REVIEW DATE" TO WS-FIELD-NAME
           MOVE ORV-LAST-REVIEW-DATE TO WS-OLD-INTEGER
           MOVE NRV-LAST-REVIEW-DATE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "NEXT REVIEW DUE" TO WS-FIELD-NAME
           MOVE ORV-NEXT-DUE-DATE TO WS-OLD-INTEGER
           MOVE NRV-NEXT-DUE-DATE TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .
           MOVE "REVIEWER" TO WS-FIELD-NAME
           MOVE ORV-REVIEWER-ID TO WS-OLD-TEXT
           MOVE NRV-REVIEWER-ID TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "REVIEW OUTCOME" TO WS-FIELD-NAME
           MOVE ORV-OUTCOME TO WS-OLD-TEXT
           MOVE NRV-OUTCOME TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           MOVE "REVIEWS ON RECORD" TO WS-FIELD-NAME
           MOVE ORV-REVIEW-COUNT TO WS-OLD-INTEGER
           MOVE NRV-REVIEW-COUNT TO WS-NEW-INTEGER
           PERFORM LOG-INTEGER-PARA
           .

      *> THE FUNDING ORDER IS JOURNALED AS THE STRING OF GOAL
      *> SEQUENCES KEYED. EACH EARMARK IS JOURNALED UNDER ITS
      *> ACCOUNT NUMBER AS THE RECORD SEQUENCE.
       COMPARE-FUNDING-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-FUNDING-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-FUNDING-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-FUNDING-IMAGE
               MOVE NFD-CLIENT-ID TO CHG-CLIENT-ID
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-FUNDING-IMAGE
               END-IF
               MOVE OFD-CLIENT-ID TO CHG-CLIENT-ID
           END-IF
           .
           MOVE 0 TO CHG-RECORD-SEQ
           .
           MOVE "FUNDING ORDER" TO WS-FIELD-NAME
           MOVE OFD-EARMARKS(1:5) TO WS-OLD-TEXT
           MOVE NFD-EARMARKS(1:5) TO WS-NEW-TEXT
           PERFORM LOG-TEXT-PARA
           .
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
             UNTIL WS-ACCOUNT-SUB > 9
               MOVE WS-ACCOUNT-SUB TO CHG-RECORD-SEQ
               PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
                 UNTIL WS-GOAL-SUB > 5
                   MOVE SPACES TO WS-FIELD-NAME
                   STRING "GOAL " WS-GOAL-SUB(2:1) " EARMARK PCT"
                     DELIMITED BY SIZE INTO WS-FIELD-NAME
                   MOVE OFD-GOAL-PCT(WS-ACCOUNT-SUB, WS-GOAL-SUB)
                     TO WS-OLD-INTEGER
                   MOVE NFD-GOAL-PCT(WS-ACCOUNT-SUB, WS-GOAL-SUB)
                     TO WS-NEW-INTEGER
                   PERFORM LOG-INTEGER-PARA
               END-PERFORM
           END-PERFORM
           .

      *> JOURNALED UNDER THE ACCOUNT NUMBER AS THE RECORD SEQUENCE
      *> (0 FOR A CLIENT WITH NO ACCOUNTS).
       COMPARE-CONTRIB-PARA.
           MOVE CHG_BEFORE_IMAGE TO OLD-CONTRIB-IMAGE
           MOVE CHG_AFTER_IMAGE TO NEW-CONTRIB-IMAGE
           .
           IF CHG-IS-ADD THEN
               INITIALIZE OLD-CONTRIB-IMAGE
               MOVE NCB-CLIENT-ID TO CHG-CLIENT-ID
               MOVE NCB-ACCOUNT-NUMBER TO CHG-RECORD-SEQ
           ELSE
               IF CHG-IS-DELETE THEN
                   INITIALIZE NEW-CONTRIB-IMAGE
               END-IF
               MOVE OCB-CLIENT-ID TO CHG-CLIENT-ID
               MOVE OCB-ACCOUNT-NUMBER TO CHG-RECORD-SEQ
           END-IF
           .
           MOVE "PLANNED MONTHLY" TO WS-FIELD-NAME
           MOVE OCB-MONTHLY-AMOUNT TO WS-OLD-AMOUNT
           MOVE NCB-MONTHLY-AMOUNT TO WS-NEW-AMOUNT
           PERFORM LOG-AMOUNT-PARA
           .

       LOG-TEXT-PARA.
           IF WS-OLD-TEXT NOT = WS-NEW-TEXT THEN
               MOVE WS-OLD-TEXT TO CHG-OLD-VALUE
               MOVE WS-NEW-TEXT TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-PARA
           END-IF
           .
           MOVE SPACES TO WS-OLD-TEXT
           MOVE SPACES TO WS-NEW-TEXT
           .

       LOG-INTEGER-PARA.
           IF WS-OLD-INTEGER NOT = WS-NEW-INTEGER THEN
               MOVE WS-OLD-INTEGER TO WS-INTEGER-EDITED
               MOVE FUNCTION TRIM(WS-INTEGER-EDITED) TO CHG-OLD-VALUE
               MOVE WS-NEW-INTEGER TO WS-INTEGER-EDITED
               MOVE FUNCTION TRIM(WS-INTEGER-EDITED) TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-PARA
           END-IF
           .

       LOG-AMOUNT-PARA.
           IF WS-OLD-AMOUNT NOT = WS-NEW-AMOUNT THEN
               MOVE WS-OLD-AMOUNT TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED) TO CHG-OLD-VALUE
               MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED) TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-PARA
           END-IF
           .

       LOG-RATE-PARA.
           IF WS-OLD-RATE NOT = WS-NEW-RATE THEN
               MOVE WS-OLD-RATE TO WS-RATE-EDITED
               MOVE FUNCTION TRIM(WS-RATE-EDITED) TO CHG-OLD-VALUE
               MOVE WS-NEW-RATE TO WS-RATE-EDITED
               MOVE FUNCTION TRIM(WS-RATE-EDITED) TO CHG-NEW-VALUE
               PERFORM WRITE-CHANGE-PARA
           END-IF
           .

       WRITE-CHANGE-PARA.
           MOVE WS-FIELD-NAME TO CHG-FIELD-NAME
           .
           WRITE CHANGE-JOURNAL-RECORD
           .
