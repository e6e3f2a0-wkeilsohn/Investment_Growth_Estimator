       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONBLOAD.
       AUTHOR. WILLIAM-KEILSOHN.
      *> BULK NEW-CLIENT ONBOARDING LOAD. READS THE ONBOARDING FILE
      *> (ONBFILE, ONBREC LAYOUT) OF NEW-CLIENT RECORDS, EACH
      *> FOLLOWED BY ITS NEW-ACCOUNT RECORDS, AND ADDS THEM TO THE
      *> CLIENT MASTER AND THE ACCOUNT SUB-FILE WITH THE SAME EDITS
      *> PCLTMNT APPLIES AT THE SCREEN: A REAL CALENDAR BIRTH DATE,
      *> AN ALLOCATION TOTALLING 100 (OR ALL ZERO), AN ADVISOR ON
      *> ADVREF AND A HOUSEHOLD THAT EXISTS. A CLIENT ID OF ZERO
      *> IS ASSIGNED THE NEXT FREE ID; A SUPPLIED ONE MUST NOT BE
      *> ON THE MASTER ALREADY. A HOUSEHOLD EXISTS WHEN A CLIENT ON
      *> THE MASTER OR EARLIER IN THIS LOAD CARRIES IT, OR WHEN IT
      *> IS THE NEW CLIENT'S OWN ID (THE FIRST MEMBER OPENS IT).
      *> EVERY RECORD ADDED IS STAMPED WITH TODAY'S LAST-CHANGED
      *> DATE, SO THE NEXT DELTA EXTRACT PICKS THE CLIENT UP, AND
      *> IS JOURNALED THROUGH PCHGJRN AS AN ADD BY OPERATOR BATCH.
      *> THE RISK QUESTIONNAIRE IS NOT PART OF THE LOAD: A LOADED
      *> CLIENT HAS NONE ON FILE UNTIL IT IS TAKEN THROUGH PCLTMNT.
      *> A RECORD THAT FAILS IS PARKED ON THE REJECT SUSPENSE FILE
      *> WITH THE FAILING FIELD AND REASON FOR PSUSPMNT TO CORRECT;
      *> THE ACCOUNTS OF A SUSPENDED CLIENT FOLLOW IT THERE. ANY
      *> ONBOARDING RECORD THE DESK HAS MARKED FOR RESUBMISSION IS
      *> RE-EDITED AT THE END OF THE RUN. RC=4 WHEN ANYTHING WAS
      *> SUSPENDED OR COULD NOT BE KEYED; RC=12 WHEN THE BOOK IS
      *> LOCKED FOR THE NIGHTLY RUN OR A FILE WILL NOT OPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARDING-FILE ASSIGN TO "ONBFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ONB-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-CLIENT-KEY
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-SUSP-KEY
             FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL BATCH-LOCK-FILE ASSIGN TO "LOKFILE"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ONBOARDING-FILE.
       01 ONBOARDING-INPUT-RECORD PIC X(100).
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD SUSPENSE-FILE.
           COPY SUSPREC.
       FD BATCH-LOCK-FILE.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01 WS-ONB-STATUS PIC X(2) VALUE "00".
         88 ONB-FILE-OK VALUE "00".
       01 WS-ONB-EOF PIC 9 VALUE 0.
         88 END-OF-ONBOARDING VALUE 1.
       01 WS-CLIENT-KEY PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-MSTR-EOF PIC 9 VALUE 0.
         88 END-OF-MASTER VALUE 1.
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
         88 ACCT-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-SUSP-KEY PIC 9(7) VALUE 0.
       01 WS-SUSP-STATUS PIC X(2) VALUE "00".
         88 SUSP-RECORD-NOT-FOUND VALUE "23" "35".
       01 WS-SUSP-EOF PIC 9 VALUE 0.
         88 END-OF-SUSPENSE VALUE 1.
       01 WS-LOCK-STATUS PIC X(2) VALUE "00".
       01 WS-LOCK-HH PIC 9(2) VALUE 0.
       01 WS-LOCK-MM PIC 9(2) VALUE 0.
      *> WORKING VIEW OF THE RECORD BEING LOADED - EITHER THE
      *> ONBOARDING FILE RECORD OR A RESUBMITTED SUSPENSE IMAGE.
           COPY ONBREC.
       01 WS-PASS PIC X VALUE "F".
         88 FIRST-PASS VALUE "F".
         88 RESUBMIT-PASS VALUE "R".
       01 WS-RECORD-GOOD PIC 9 VALUE 1.
         88 RECORD-GOOD VALUE 1.
         88 RECORD-BAD VALUE 0.
       01 WS-UNKEYED PIC 9 VALUE 0.
         88 RECORD-UNKEYED VALUE 1.
       01 WS-FAIL-FIELD PIC X(22) VALUE SPACES.
       01 WS-FAIL-REASON PIC X(48) VALUE SPACES.
      *> THE CLIENT RECORD MOST RECENTLY READ, SO THE ACCOUNT
      *> RECORDS THAT FOLLOW IT WITH A ZERO CLIENT ID FIND THEIR
      *> OWNER, AND FOLLOW IT INTO SUSPENSE WHEN IT FAILED.
       01 WS-LAST-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-LAST-CLIENT-STATE PIC X VALUE SPACE.
         88 LAST-CLIENT-NONE VALUE SPACE.
         88 LAST-CLIENT-LOADED VALUE "L".
         88 LAST-CLIENT-SUSPENDED VALUE "S".
       01 WS-NEXT-CLIENT-ID PIC 9(6) VALUE 1.
       01 WS-RESERVED-CLIENT-ID PIC 9(6) VALUE 999998.
      *> EVERY HOUSEHOLD ID CARRIED ON THE MASTER, PLUS THOSE
      *> OPENED BY THIS LOAD. WHEN THE TABLE FILLS, A HOUSEHOLD
      *> NOT IN IT IS LOOKED FOR ON THE MASTER ITSELF.
       01 WS-HH-COUNT PIC 9(5) VALUE 0.
       01 WS-HH-MAX PIC 9(5) VALUE 5000.
       01 WS-HH-IDX PIC 9(5) VALUE 0.
       01 WS-HH-FULL PIC 9 VALUE 0.
         88 HOUSEHOLD-TABLE-FULL VALUE 1.
       01 WS-HH-FOUND PIC 9 VALUE 0.
         88 HOUSEHOLD-FOUND VALUE 1.
       01 WS-HH-SEARCH-ID PIC 9(6) VALUE 0.
       01 WS-HOUSEHOLD-TABLE.
         05 WS-HH-ID PIC 9(6) OCCURS 5000 TIMES.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
       01 WS-ACCT-SLOT PIC 9 VALUE 0.
       01 WS-ACCT-COMBINED PIC 9(11)V99 VALUE 0.
       01 WS-ALLOC-TOTAL PIC 9(4) VALUE 0.
       01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CLIENT-ADDED PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-ADDED PIC 9(7) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNKEYED-COUNT PIC 9(7) VALUE 0.
       01 WS-CAPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-RESUBMIT-COUNT PIC 9(7) VALUE 0.
       01 WS-RESUB-OK-COUNT PIC 9(7) VALUE 0.
       01 WS-CHG-PROGRAM PIC X(8) VALUE "PONBLOAD".
       01 WS-CHG-OPERATOR PIC X(8) VALUE "BATCH".
       01 WS-CHG-RECORD-TYPE PIC X VALUE "C".
       01 WS-CHG-ACTION PIC X VALUE "A".
       01 WS-CHG-BEFORE-IMAGE PIC X(150) VALUE SPACES.
       01 WS-CHG-AFTER-IMAGE PIC X(150) VALUE SPACES.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM CHECK-BATCH-LOCK-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM SCAN-MASTER-PARA
           .
           PERFORM SCAN-SUSPENSE-PARA
           .
           DISPLAY "PONBLOAD - " WS-HH-COUNT " HOUSEHOLDS ON FILE, "
             "NEXT FREE CLIENT ID " WS-NEXT-CLIENT-ID "."
           .
           MOVE "F" TO WS-PASS
           .
           PERFORM READ-ONBOARDING-PARA
           .
           PERFORM PROCESS-ONBOARDING-PARA UNTIL END-OF-ONBOARDING
           .
           MOVE "R" TO WS-PASS
           .
           PERFORM PROCESS-SUSPENSE-PARA
           .
           PERFORM CLOSE-FILES-PARA
           .
           DISPLAY "PONBLOAD READ " WS-READ-COUNT " ONBOARDING "
             "RECORDS."
           DISPLAY "  CLIENTS ADDED ............: " WS-CLIENT-ADDED
           DISPLAY "  ACCOUNTS ADDED ...........: " WS-ACCOUNT-ADDED
           DISPLAY "  SENT TO SUSPENSE .........: "
             WS-SUSPENDED-COUNT
           DISPLAY "  NOT KEYED - SEE ABOVE ....: " WS-UNKEYED-COUNT
           .
           IF WS-RESUBMIT-COUNT > 0 THEN
               DISPLAY "PONBLOAD RESUBMITTED " WS-RESUBMIT-COUNT
                 " SUSPENSE RECORDS, " WS-RESUB-OK-COUNT
                 " NOW LOADED."
           END-IF
           .
           IF WS-CAPPED-COUNT > 0 THEN
               DISPLAY "*** " WS-CAPPED-COUNT " COMBINED BALANCES "
                 "EXCEEDED THE MASTER FIELD LIMIT AND WERE CAPPED. "
                 "***"
           END-IF
           .
           IF WS-SUSPENDED-COUNT > 0 OR WS-UNKEYED-COUNT > 0
             OR WS-CAPPED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

      *> THE LOAD WRITES THE MASTER, SO IT WAITS FOR THE NIGHTLY
      *> RUN TO FINISH THE SAME AS AN ANALYST AT THE SCREEN.
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
                         WS-LOCK-MM " - PONBLOAD NOT STARTED."
                       CLOSE BATCH-LOCK-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-IF
           .
           CLOSE BATCH-LOCK-FILE
           .

       OPEN-FILES-PARA.
           OPEN INPUT ONBOARDING-FILE
           .
           IF NOT ONB-FILE-OK THEN
               DISPLAY "PONBLOAD COULD NOT OPEN THE ONBOARDING FILE. "
                 "STATUS: " WS-ONB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN I-O CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PONBLOAD COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN I-O ACCOUNT-FILE
           .
           IF ACCT-RECORD-NOT-FOUND THEN
               OPEN OUTPUT ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               OPEN I-O ACCOUNT-FILE
           END-IF
           .
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "PONBLOAD COULD NOT OPEN THE ACCOUNT "
                 "SUB-FILE. STATUS: " WS-ACCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN I-O SUSPENSE-FILE
           .
           IF SUSP-RECORD-NOT-FOUND THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           .
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "PONBLOAD COULD NOT OPEN THE SUSPENSE FILE. "
                 "STATUS: " WS-SUSP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
               DISPLAY "*** THE ADVISOR REFERENCE FILE IS NOT "
                 "AVAILABLE - ANY CLIENT WITH AN ADVISOR WILL GO TO "
                 "SUSPENSE. ***"
           END-IF
           .

       CLOSE-FILES-PARA.
           CLOSE ONBOARDING-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE SUSPENSE-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

      *> ONE PASS OF THE MASTER FINDS THE HIGHEST CLIENT ID IN
      *> USE (IDS 999998 AND UP ARE RESERVED) AND COLLECTS THE
      *> HOUSEHOLDS ALREADY ON FILE.
       SCAN-MASTER-PARA.
           MOVE 0 TO WS-MSTR-EOF
           .
           MOVE 1 TO WS-CLIENT-KEY
           .
           START CLIENT-MASTER-FILE KEY NOT LESS THAN WS-CLIENT-KEY
             INVALID KEY
               MOVE 1 TO WS-MSTR-EOF
           END-START
           .
           PERFORM SCAN-MASTER-NEXT-PARA UNTIL END-OF-MASTER
           .

       SCAN-MASTER-NEXT-PARA.
           READ CLIENT-MASTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-MSTR-EOF
             NOT AT END
               IF WS-CLIENT-KEY < WS-RESERVED-CLIENT-ID
                 AND WS-CLIENT-KEY NOT LESS THAN WS-NEXT-CLIENT-ID
                 THEN
                   COMPUTE WS-NEXT-CLIENT-ID = WS-CLIENT-KEY + 1
               END-IF
               IF CLM-HOUSEHOLD-ID NUMERIC
                 AND CLM-HOUSEHOLD-ID > 0 THEN
                   MOVE CLM-HOUSEHOLD-ID TO WS-HH-SEARCH-ID
                   PERFORM ADD-HOUSEHOLD-PARA
               END-IF
           END-READ
           .

      *> AN ID ASSIGNED TO A CLIENT NOW SITTING IN SUSPENSE IS
      *> STILL SPOKEN FOR - THE CORRECTED RECORD WILL COME BACK
      *> UNDER IT - SO ASSIGNMENT STARTS ABOVE THOSE TOO.
       SCAN-SUSPENSE-PARA.
           MOVE 0 TO WS-SUSP-EOF
           .
           MOVE 1 TO WS-SUSP-KEY
           .
           START SUSPENSE-FILE KEY NOT LESS THAN WS-SUSP-KEY
             INVALID KEY
               MOVE 1 TO WS-SUSP-EOF
           END-START
           .
           PERFORM SCAN-SUSPENSE-NEXT-PARA UNTIL END-OF-SUSPENSE
           .

       SCAN-SUSPENSE-NEXT-PARA.
           READ SUSPENSE-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-SUSP-EOF
             NOT AT END
               IF SUS-IS-ONBOARDING AND NOT SUS-IS-CLOSED
                 AND SUS-CLIENT-ID < WS-RESERVED-CLIENT-ID
                 AND SUS-CLIENT-ID NOT LESS THAN WS-NEXT-CLIENT-ID
                 THEN
                   COMPUTE WS-NEXT-CLIENT-ID = SUS-CLIENT-ID + 1
               END-IF
           END-READ
           .

       READ-ONBOARDING-PARA.
           READ ONBOARDING-FILE INTO ONBOARDING-RECORD
             AT END
               MOVE 1 TO WS-ONB-EOF
           END-READ
           .

       PROCESS-ONBOARDING-PARA.
           ADD 1 TO WS-READ-COUNT
           .
           MOVE 1 TO WS-RECORD-GOOD
           MOVE 0 TO WS-UNKEYED
           MOVE SPACES TO WS-FAIL-FIELD
           MOVE SPACES TO WS-FAIL-REASON
           .
           EVALUATE TRUE
             WHEN ONB-IS-CLIENT
               PERFORM LOAD-CLIENT-PARA
             WHEN ONB-IS-ACCOUNT
               PERFORM LOAD-ACCOUNT-PARA
             WHEN OTHER
               MOVE 0 TO WS-RECORD-GOOD
               MOVE 1 TO WS-UNKEYED
               MOVE "RECORD TYPE" TO WS-FAIL-FIELD
               MOVE "RECORD TYPE IS NOT C OR A" TO WS-FAIL-REASON
           END-EVALUATE
           .
           IF RECORD-BAD THEN
               IF RECORD-UNKEYED THEN
                   PERFORM LIST-UNKEYED-PARA
               ELSE
                   PERFORM SUSPEND-RECORD-PARA
               END-IF
           END-IF
           .
           PERFORM READ-ONBOARDING-PARA
           .

      *> A RECORD WITH NO USABLE CLIENT ID CANNOT BE KEYED ONTO
      *> THE SUSPENSE FILE; IT IS LISTED HERE FOR THE DESK TO
      *> RE-SEND ON A LATER ONBOARDING FILE.
       LIST-UNKEYED-PARA.
           ADD 1 TO WS-UNKEYED-COUNT
           .
           DISPLAY "*** ONBOARDING RECORD " WS-READ-COUNT
             " NOT LOADED: " FUNCTION TRIM(WS-FAIL-REASON) " ***"
           DISPLAY "    " ONBOARDING-RECORD
           .

       LOAD-CLIENT-PARA.
           MOVE SPACE TO WS-LAST-CLIENT-STATE
           .
           IF ONB-CLIENT-ID NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE 1 TO WS-UNKEYED
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT ID IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-CLIENT-ID = 0 THEN
               IF WS-NEXT-CLIENT-ID NOT LESS THAN
                 WS-RESERVED-CLIENT-ID THEN
                   MOVE 0 TO WS-RECORD-GOOD
                   MOVE 1 TO WS-UNKEYED
                   MOVE "CLIENT ID" TO WS-FAIL-FIELD
                   MOVE "NO FREE CLIENT ID IS LEFT TO ASSIGN" TO
                     WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEXT-CLIENT-ID TO ONB-CLIENT-ID
           END-IF
           .
           IF ONB-CLIENT-ID < WS-RESERVED-CLIENT-ID
             AND ONB-CLIENT-ID NOT LESS THAN WS-NEXT-CLIENT-ID THEN
               COMPUTE WS-NEXT-CLIENT-ID = ONB-CLIENT-ID + 1
           END-IF
           .
           MOVE ONB-CLIENT-ID TO WS-LAST-CLIENT-ID
           .
           PERFORM EDIT-CLIENT-PARA
           .
           IF RECORD-GOOD THEN
               PERFORM WRITE-CLIENT-PARA
           END-IF
           .
           IF RECORD-GOOD THEN
               MOVE "L" TO WS-LAST-CLIENT-STATE
           ELSE
               MOVE "S" TO WS-LAST-CLIENT-STATE
           END-IF
           .

      *> THE PCLTMNT EDITS. AT THE SCREEN A BAD VALUE IS RE-KEYED
      *> OR ZEROED ON THE SPOT; HERE THE FIRST FAILING FIELD SENDS
      *> THE RECORD TO SUSPENSE SO NOTHING IS SILENTLY CHANGED.
       EDIT-CLIENT-PARA.
           IF ONB-CLIENT-ID NOT LESS THAN WS-RESERVED-CLIENT-ID THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT IDS 999998 AND UP ARE RESERVED" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           MOVE ONB-CLIENT-ID TO WS-CLIENT-KEY
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT ID IS ALREADY ON THE MASTER" TO
                 WS-FAIL-REASON
           END-READ
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(ONB-LAST-NAME) TO ONB-LAST-NAME
           MOVE FUNCTION UPPER-CASE(ONB-FIRST-NAME) TO ONB-FIRST-NAME
           .
           IF ONB-LAST-NAME = SPACES THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT NAME" TO WS-FAIL-FIELD
               MOVE "LAST NAME IS BLANK" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-BIRTH-YEAR NOT NUMERIC
             OR ONB-BIRTH-MONTH NOT NUMERIC
             OR ONB-BIRTH-DAY NOT NUMERIC THEN
               MOVE 0 TO WS-DAYS-IN-MONTH
           ELSE
               PERFORM DAYS-IN-MONTH-PARA
           END-IF
           .
           IF WS-DAYS-IN-MONTH = 0
             OR ONB-BIRTH-DAY < 1
             OR ONB-BIRTH-DAY > WS-DAYS-IN-MONTH
             OR ONB-BIRTH-YEAR < 1900
             OR ONB-BIRTH-YEAR > WS-CURRENT-YEAR THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "BIRTH DATE" TO WS-FAIL-FIELD
               MOVE "BIRTH DATE IS NOT A VALID CALENDAR DATE" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-GOAL-AMOUNT NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "GOAL AMOUNT" TO WS-FAIL-FIELD
               MOVE "GOAL AMOUNT IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-TARGET-RETIRE-AGE NOT NUMERIC
             OR ONB-TARGET-RETIRE-AGE > 120 THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "TARGET AGE" TO WS-FAIL-FIELD
               MOVE "TARGET AGE IS NOT NUMERIC OR IS OVER 120" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-ANNUAL-FEE-RATE NOT NUMERIC
             OR ONB-ANNUAL-FEE-RATE > 0.10 THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "FEE RATE" TO WS-FAIL-FIELD
               MOVE "FEE RATE IS NOT NUMERIC OR EXCEEDS TEN PERCENT"
                 TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-CONTRIB-GROWTH-RATE NOT NUMERIC
             OR ONB-CONTRIB-GROWTH-RATE > 0.25 THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CONTRIB GROWTH RATE" TO WS-FAIL-FIELD
               MOVE "GROWTH RATE IS NOT NUMERIC OR EXCEEDS 25 PCT"
                 TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-EQUITY-PCT NOT NUMERIC
             OR ONB-BOND-PCT NOT NUMERIC
             OR ONB-CASH-PCT NOT NUMERIC THEN
               MOVE 999 TO WS-ALLOC-TOTAL
           ELSE
               COMPUTE WS-ALLOC-TOTAL =
                 ONB-EQUITY-PCT + ONB-BOND-PCT + ONB-CASH-PCT
           END-IF
           .
           IF WS-ALLOC-TOTAL NOT = 100 AND WS-ALLOC-TOTAL NOT = 0
             THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "ALLOCATION" TO WS-FAIL-FIELD
               MOVE "ALLOCATION DOES NOT TOTAL 100 (OR ALL ZERO)" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(ONB-TAX-TREATMENT) TO
             ONB-TAX-TREATMENT
           .
           IF ONB-TAX-TREATMENT = SPACE THEN
               MOVE "T" TO ONB-TAX-TREATMENT
           END-IF
           .
           IF ONB-TAX-TREATMENT NOT = "T" AND
             ONB-TAX-TREATMENT NOT = "D" AND
             ONB-TAX-TREATMENT NOT = "F" THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "TAX TREATMENT" TO WS-FAIL-FIELD
               MOVE "TAX TREATMENT IS NOT T, D OR F" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM EDIT-ADVISOR-PARA
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM EDIT-HOUSEHOLD-PARA
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-CURRENCY-SYMBOL = SPACE THEN
               MOVE "$" TO ONB-CURRENCY-SYMBOL
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(ONB-CURRENCY-CODE) TO
             ONB-CURRENCY-CODE
           .

       DAYS-IN-MONTH-PARA.
           EVALUATE ONB-BIRTH-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 2
               IF FUNCTION MOD(ONB-BIRTH-YEAR, 400) = 0
                 OR (FUNCTION MOD(ONB-BIRTH-YEAR, 4) = 0 AND
                     FUNCTION MOD(ONB-BIRTH-YEAR, 100) NOT = 0) THEN
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
             WHEN OTHER
               MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .

       EDIT-ADVISOR-PARA.
           IF ONB-ADVISOR-CODE NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "ADVISOR" TO WS-FAIL-FIELD
               MOVE "ADVISOR CODE IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-ADVISOR-CODE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF NOT ADVISOR-FILE-IS-OPEN THEN
               MOVE 0 TO WS-RECORD-GOOD
           ELSE
               MOVE ONB-ADVISOR-CODE TO WS-ADV-KEY
               READ ADVISOR-FILE
                 INVALID KEY
                   MOVE 0 TO WS-RECORD-GOOD
               END-READ
           END-IF
           .
           IF RECORD-BAD THEN
               MOVE "ADVISOR" TO WS-FAIL-FIELD
               MOVE "ADVISOR IS NOT ON THE ADVISOR REFERENCE FILE" TO
                 WS-FAIL-REASON
           END-IF
           .

       EDIT-HOUSEHOLD-PARA.
           IF ONB-HOUSEHOLD-ID NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "HOUSEHOLD" TO WS-FAIL-FIELD
               MOVE "HOUSEHOLD ID IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-HOUSEHOLD-ID = 0
             OR ONB-HOUSEHOLD-ID = ONB-CLIENT-ID THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE ONB-HOUSEHOLD-ID TO WS-HH-SEARCH-ID
           .
           PERFORM FIND-HOUSEHOLD-PARA
           .
           IF NOT HOUSEHOLD-FOUND THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "HOUSEHOLD" TO WS-FAIL-FIELD
               MOVE "HOUSEHOLD IS NOT ON THE MASTER OR IN THIS LOAD"
                 TO WS-FAIL-REASON
           END-IF
           .

       FIND-HOUSEHOLD-PARA.
           MOVE 0 TO WS-HH-FOUND
           .
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
             UNTIL WS-HH-IDX > WS-HH-COUNT OR HOUSEHOLD-FOUND
               IF WS-HH-ID(WS-HH-IDX) = WS-HH-SEARCH-ID THEN
                   MOVE 1 TO WS-HH-FOUND
               END-IF
           END-PERFORM
           .
           IF HOUSEHOLD-FOUND OR NOT HOUSEHOLD-TABLE-FULL THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-MSTR-EOF
           .
           MOVE 1 TO WS-CLIENT-KEY
           .
           START CLIENT-MASTER-FILE KEY NOT LESS THAN WS-CLIENT-KEY
             INVALID KEY
               MOVE 1 TO WS-MSTR-EOF
           END-START
           .
           PERFORM UNTIL END-OF-MASTER OR HOUSEHOLD-FOUND
               READ CLIENT-MASTER-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO WS-MSTR-EOF
                 NOT AT END
                   IF CLM-HOUSEHOLD-ID = WS-HH-SEARCH-ID THEN
                       MOVE 1 TO WS-HH-FOUND
                   END-IF
               END-READ
           END-PERFORM
           .

       ADD-HOUSEHOLD-PARA.
           MOVE 0 TO WS-HH-FOUND
           .
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
             UNTIL WS-HH-IDX > WS-HH-COUNT OR HOUSEHOLD-FOUND
               IF WS-HH-ID(WS-HH-IDX) = WS-HH-SEARCH-ID THEN
                   MOVE 1 TO WS-HH-FOUND
               END-IF
           END-PERFORM
           .
           IF HOUSEHOLD-FOUND THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-HH-COUNT < WS-HH-MAX THEN
               ADD 1 TO WS-HH-COUNT
               MOVE WS-HH-SEARCH-ID TO WS-HH-ID(WS-HH-COUNT)
           ELSE
               IF NOT HOUSEHOLD-TABLE-FULL THEN
                   DISPLAY "HOUSEHOLD TABLE FULL - FURTHER HOUSEHOLDS "
                     "ARE LOOKED UP ON THE MASTER."
               END-IF
               MOVE 1 TO WS-HH-FULL
           END-IF
           .

       WRITE-CLIENT-PARA.
           MOVE SPACES TO CLIENT-MASTER-RECORD
           MOVE ONB-CLIENT-ID TO CLM-CLIENT-ID
           MOVE ONB-BIRTH-YEAR TO CLM-BIRTH-YEAR
           MOVE ONB-BIRTH-MONTH TO CLM-BIRTH-MONTH
           MOVE ONB-BIRTH-DAY TO CLM-BIRTH-DAY
           MOVE 0 TO CLM-STARTING-AMOUNT
           MOVE ONB-GOAL-AMOUNT TO CLM-GOAL-AMOUNT
           MOVE ONB-CURRENCY-SYMBOL TO CLM-CURRENCY-SYMBOL
           MOVE ONB-TARGET-RETIRE-AGE TO CLM-TARGET-RETIRE-AGE
           MOVE SPACE TO CLM-STATUS-FLAG
           MOVE ONB-LAST-NAME TO CLM-LAST-NAME
           MOVE ONB-FIRST-NAME TO CLM-FIRST-NAME
           MOVE ONB-ANNUAL-FEE-RATE TO CLM-ANNUAL-FEE-RATE
           MOVE ONB-EQUITY-PCT TO CLM-EQUITY-PCT
           MOVE ONB-BOND-PCT TO CLM-BOND-PCT
           MOVE ONB-CASH-PCT TO CLM-CASH-PCT
           MOVE WS-TODAY-YYYYMMDD TO CLM-LAST-CHANGED-DATE
           MOVE ONB-HOUSEHOLD-ID TO CLM-HOUSEHOLD-ID
           MOVE ONB-ADVISOR-CODE TO CLM-ADVISOR-CODE
           MOVE ONB-TAX-TREATMENT TO CLM-TAX-TREATMENT
           MOVE 0 TO CLM-OFFSET-AMOUNT
           MOVE 0 TO CLM-OFFSET-START-AGE
           MOVE 0 TO CLM-OFFSET-COLA-RATE
           MOVE ONB-CONTRIB-GROWTH-RATE TO CLM-CONTRIB-GROWTH-RATE
           MOVE ONB-CURRENCY-CODE TO CLM-CURRENCY-CODE
           MOVE 0 TO CLM-RISK-SCORE
           MOVE 0 TO CLM-RISK-BAND
           MOVE 0 TO CLM-RISK-ANSWERED-DATE
           .
           MOVE ONB-CLIENT-ID TO WS-CLIENT-KEY
           .
           WRITE CLIENT-MASTER-RECORD
             INVALID KEY
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT RECORD COULD NOT BE WRITTEN" TO
                 WS-FAIL-REASON
           END-WRITE
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CLIENT-ADDED
           .
           IF ONB-HOUSEHOLD-ID > 0 THEN
               MOVE ONB-HOUSEHOLD-ID TO WS-HH-SEARCH-ID
               PERFORM ADD-HOUSEHOLD-PARA
           END-IF
           .
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "C" TO WS-CHG-RECORD-TYPE
           MOVE "A" TO WS-CHG-ACTION
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       LOAD-ACCOUNT-PARA.
           IF ONB-CLIENT-ID NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE 1 TO WS-UNKEYED
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT ID IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-CLIENT-ID = 0 THEN
               IF LAST-CLIENT-NONE THEN
                   MOVE 0 TO WS-RECORD-GOOD
                   MOVE 1 TO WS-UNKEYED
                   MOVE "CLIENT ID" TO WS-FAIL-FIELD
                   MOVE "ACCOUNT HAS NO CLIENT RECORD BEFORE IT" TO
                     WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LAST-CLIENT-ID TO ONB-CLIENT-ID
           END-IF
           .
           IF LAST-CLIENT-SUSPENDED
             AND ONB-CLIENT-ID = WS-LAST-CLIENT-ID THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "THE CLIENT RECORD IS IN SUSPENSE" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM EDIT-ACCOUNT-PARA
           .
           IF RECORD-GOOD THEN
               PERFORM WRITE-ACCOUNT-PARA
           END-IF
           .

       EDIT-ACCOUNT-PARA.
           MOVE ONB-CLIENT-ID TO WS-CLIENT-KEY
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT IS NOT ON THE MASTER" TO WS-FAIL-REASON
           END-READ
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF CLM-IS-INACTIVE THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "CLIENT ID" TO WS-FAIL-FIELD
               MOVE "CLIENT IS INACTIVE ON THE MASTER" TO
                 WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-ACCOUNT-NUMBER NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "ACCOUNT NUMBER" TO WS-FAIL-FIELD
               MOVE "ACCOUNT NUMBER IS NOT NUMERIC" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-ACCOUNT-NUMBER = 0 THEN
               PERFORM FIND-FREE-ACCOUNT-PARA
               IF WS-ACCT-SLOT = 0 THEN
                   MOVE 0 TO WS-RECORD-GOOD
                   MOVE "ACCOUNT NUMBER" TO WS-FAIL-FIELD
                   MOVE "THE CLIENT ALREADY HAS NINE ACCOUNTS" TO
                     WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ONB-ACCOUNT-NUMBER TO WS-ACCT-SLOT
               COMPUTE WS-ACCT-KEY =
                 (ONB-CLIENT-ID * 10) + WS-ACCT-SLOT
               READ ACCOUNT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 0 TO WS-RECORD-GOOD
                   MOVE "ACCOUNT NUMBER" TO WS-FAIL-FIELD
                   MOVE "ACCOUNT IS ALREADY ON THE ACCOUNT SUB-FILE"
                     TO WS-FAIL-REASON
               END-READ
               IF RECORD-BAD THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(ONB-ACCOUNT-NAME) TO
             ONB-ACCOUNT-NAME
           .
           IF ONB-ACCOUNT-NAME = SPACES THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "ACCOUNT NAME" TO WS-FAIL-FIELD
               MOVE "ACCOUNT NAME IS BLANK" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           .
           IF ONB-ACCOUNT-AMOUNT NOT NUMERIC THEN
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "STARTING AMOUNT" TO WS-FAIL-FIELD
               MOVE "STARTING AMOUNT IS NOT NUMERIC" TO
                 WS-FAIL-REASON
           END-IF
           .

       FIND-FREE-ACCOUNT-PARA.
           MOVE 0 TO WS-ACCT-SLOT
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9 OR WS-ACCT-SLOT > 0
               COMPUTE WS-ACCT-KEY =
                 (ONB-CLIENT-ID * 10) + WS-ACCT-IDX
               READ ACCOUNT-FILE
                 INVALID KEY
                   MOVE WS-ACCT-IDX TO WS-ACCT-SLOT
               END-READ
           END-PERFORM
           .

       WRITE-ACCOUNT-PARA.
           MOVE SPACES TO CLIENT-ACCOUNT-RECORD
           MOVE ONB-CLIENT-ID TO ACM-CLIENT-ID
           MOVE WS-ACCT-SLOT TO ACM-ACCOUNT-NUMBER
           MOVE ONB-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
           MOVE ONB-ACCOUNT-AMOUNT TO ACM-STARTING-AMOUNT
           MOVE SPACE TO ACM-STATUS-FLAG
           .
           COMPUTE WS-ACCT-KEY = (ONB-CLIENT-ID * 10) + WS-ACCT-SLOT
           .
           WRITE CLIENT-ACCOUNT-RECORD
             INVALID KEY
               MOVE 0 TO WS-RECORD-GOOD
               MOVE "ACCOUNT NUMBER" TO WS-FAIL-FIELD
               MOVE "ACCOUNT RECORD COULD NOT BE WRITTEN" TO
                 WS-FAIL-REASON
           END-WRITE
           .
           IF RECORD-BAD THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-ACCOUNT-ADDED
           .
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
           MOVE CLIENT-ACCOUNT-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "A" TO WS-CHG-RECORD-TYPE
           MOVE "A" TO WS-CHG-ACTION
           .
           PERFORM JOURNAL-CHANGE-PARA
           .
           PERFORM ROLL-UP-ACCOUNTS-PARA
           .

      *> AS IN PCLTMNT, THE MASTER'S STARTING AMOUNT IS RE-PROVED
      *> FROM THE ACTIVE ACCOUNTS EVERY TIME ONE IS ADDED.
       ROLL-UP-ACCOUNTS-PARA.
           MOVE 0 TO WS-ACCT-COMBINED
           .
           MOVE ONB-CLIENT-ID TO WS-CLIENT-KEY
           .
           READ CLIENT-MASTER-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-BEFORE-IMAGE
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9
               COMPUTE WS-ACCT-KEY =
                 (ONB-CLIENT-ID * 10) + WS-ACCT-IDX
               READ ACCOUNT-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT ACM-IS-INACTIVE THEN
                       ADD ACM-STARTING-AMOUNT TO WS-ACCT-COMBINED
                   END-IF
               END-READ
           END-PERFORM
           .
           COMPUTE CLM-STARTING-AMOUNT = WS-ACCT-COMBINED
             ON SIZE ERROR
               MOVE 99999999.99 TO CLM-STARTING-AMOUNT
               ADD 1 TO WS-CAPPED-COUNT
               DISPLAY "*** CLIENT " ONB-CLIENT-ID " COMBINED "
                 "BALANCE EXCEEDS THE MASTER FIELD LIMIT AND HAS "
                 "BEEN CAPPED. ***"
           END-COMPUTE
           .
           MOVE WS-TODAY-YYYYMMDD TO CLM-LAST-CHANGED-DATE
           .
           REWRITE CLIENT-MASTER-RECORD
           .
           MOVE CLIENT-MASTER-RECORD TO WS-CHG-AFTER-IMAGE
           MOVE "C" TO WS-CHG-RECORD-TYPE
           MOVE "C" TO WS-CHG-ACTION
           .
           PERFORM JOURNAL-CHANGE-PARA
           .

       JOURNAL-CHANGE-PARA.
           CALL "PCHGJRN" USING WS-CHG-PROGRAM,
                                WS-CHG-OPERATOR,
                                WS-CHG-RECORD-TYPE,
                                WS-CHG-ACTION,
                                WS-CHG-BEFORE-IMAGE,
                                WS-CHG-AFTER-IMAGE
           .

      *> A FAILED RECORD IS KEYED ONTO THE SUSPENSE FILE AS
      *> CLIENT ID * 10 (+ THE ACCOUNT NUMBER FOR AN ACCOUNT). AN
      *> ACCOUNT STILL WITHOUT A NUMBER TAKES THE CLIENT'S FIRST
      *> FREE SUSPENSE SLOT, KEEPING ITS ZERO SO IT IS GIVEN A
      *> REAL NUMBER WHEN IT FINALLY LOADS. AS IN PINVEDT, A
      *> RECORD ALREADY IN SUSPENSE KEEPS ITS ADDED DATE, AND ONE
      *> THE DESK HAS CORRECTED AND MARKED FOR RESUBMISSION KEEPS
      *> THE CORRECTION. A SLOT HELD BY AN OPEN TRANSACTION REJECT
      *> IS NEVER OVERWRITTEN.
       SUSPEND-RECORD-PARA.
           IF ONB-IS-CLIENT THEN
               COMPUTE WS-SUSP-KEY = ONB-CLIENT-ID * 10
           ELSE
               IF ONB-ACCOUNT-NUMBER NUMERIC
                 AND ONB-ACCOUNT-NUMBER > 0 THEN
                   COMPUTE WS-SUSP-KEY =
                     (ONB-CLIENT-ID * 10) + ONB-ACCOUNT-NUMBER
               ELSE
                   PERFORM FIND-SUSPENSE-SLOT-PARA
                   IF WS-ACCT-SLOT = 0 THEN
                       MOVE "NO FREE SUSPENSE SLOT FOR THIS ACCOUNT"
                         TO WS-FAIL-REASON
                       PERFORM LIST-UNKEYED-PARA
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-SUSP-KEY =
                     (ONB-CLIENT-ID * 10) + WS-ACCT-SLOT
               END-IF
           END-IF
           .
           READ SUSPENSE-FILE
             INVALID KEY
               MOVE ONB-CLIENT-ID TO SUS-CLIENT-ID
               COMPUTE SUS-ACCOUNT-NUMBER =
                 WS-SUSP-KEY - (ONB-CLIENT-ID * 10)
               MOVE ONBOARDING-RECORD TO SUS-TRAN-IMAGE
               MOVE WS-FAIL-FIELD TO SUS-FIELD-NAME
               MOVE WS-FAIL-REASON TO SUS-REASON
               MOVE WS-TODAY-YYYYMMDD TO SUS-ADDED-DATE
               MOVE "O" TO SUS-STATUS
               WRITE SUSPENSE-RECORD
                 INVALID KEY
                   CONTINUE
               END-WRITE
               ADD 1 TO WS-SUSPENDED-COUNT
               EXIT PARAGRAPH
           END-READ
           .
           IF NOT SUS-IS-CLOSED AND NOT SUS-IS-ONBOARDING THEN
               MOVE "SUSPENSE SLOT HELD BY A TRANSACTION REJECT" TO
                 WS-FAIL-REASON
               PERFORM LIST-UNKEYED-PARA
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-SUSPENDED-COUNT
           .
           IF SUS-IS-RESUBMIT THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE ONBOARDING-RECORD TO SUS-TRAN-IMAGE
           MOVE WS-FAIL-FIELD TO SUS-FIELD-NAME
           MOVE WS-FAIL-REASON TO SUS-REASON
           IF SUS-IS-CLOSED THEN
               MOVE WS-TODAY-YYYYMMDD TO SUS-ADDED-DATE
           END-IF
           MOVE "O" TO SUS-STATUS
           .
           REWRITE SUSPENSE-RECORD
           .

      *> THE FIRST OF THE CLIENT'S SLOTS 1-9 THAT IS EMPTY OR
      *> HOLDS ONLY A CLOSED RECORD ON THE SUSPENSE FILE AND HAS
      *> NO ACCOUNT ON THE ACCOUNT SUB-FILE. PINVEDT PARKS A
      *> REJECTED TRANSACTION UNDER ITS OWN ACCOUNT NUMBER, SO A
      *> SLOT SHARED WITH A LIVE ACCOUNT WOULD SHUT THAT ACCOUNT'S
      *> REJECTS OUT OF SUSPENSE.
       FIND-SUSPENSE-SLOT-PARA.
           MOVE 0 TO WS-ACCT-SLOT
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > 9 OR WS-ACCT-SLOT > 0
               COMPUTE WS-ACCT-KEY =
                 (ONB-CLIENT-ID * 10) + WS-ACCT-IDX
               READ ACCOUNT-FILE
                 INVALID KEY
                   PERFORM CHECK-SUSPENSE-SLOT-PARA
               END-READ
           END-PERFORM
           .

       CHECK-SUSPENSE-SLOT-PARA.
           COMPUTE WS-SUSP-KEY =
             (ONB-CLIENT-ID * 10) + WS-ACCT-IDX
           .
           READ SUSPENSE-FILE
             INVALID KEY
               MOVE WS-ACCT-IDX TO WS-ACCT-SLOT
             NOT INVALID KEY
               IF SUS-IS-CLOSED THEN
                   MOVE WS-ACCT-IDX TO WS-ACCT-SLOT
               END-IF
           END-READ
           .

      *> ONBOARDING RECORDS THE DESK HAS CORRECTED THROUGH PSUSPMNT
      *> ARE RE-EDITED HERE: ONE THAT NOW PASSES IS LOADED AND THE
      *> SUSPENSE RECORD CLOSES; ONE THAT STILL FAILS GOES BACK TO
      *> OPEN WITH THE FRESH REASON, KEEPING ITS AGE. A CLIENT SITS
      *> BELOW ITS ACCOUNTS ON THE FILE, SO IT LOADS FIRST.
       PROCESS-SUSPENSE-PARA.
           MOVE 0 TO WS-SUSP-EOF
           .
           MOVE 1 TO WS-SUSP-KEY
           .
           START SUSPENSE-FILE KEY NOT LESS THAN WS-SUSP-KEY
             INVALID KEY
               MOVE 1 TO WS-SUSP-EOF
           END-START
           .
           PERFORM RESUBMIT-NEXT-PARA UNTIL END-OF-SUSPENSE
           .

       RESUBMIT-NEXT-PARA.
           READ SUSPENSE-FILE NEXT RECORD
             AT END
               MOVE 1 TO WS-SUSP-EOF
             NOT AT END
               IF SUS-IS-RESUBMIT AND SUS-IS-ONBOARDING THEN
                   PERFORM RESUBMIT-ONE-PARA
               END-IF
           END-READ
           .

       RESUBMIT-ONE-PARA.
           ADD 1 TO WS-RESUBMIT-COUNT
           .
           MOVE SUS-TRAN-IMAGE TO ONBOARDING-RECORD
           .
           MOVE 1 TO WS-RECORD-GOOD
           MOVE SPACES TO WS-FAIL-FIELD
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACE TO WS-LAST-CLIENT-STATE
           .
           IF ONB-IS-CLIENT THEN
               PERFORM LOAD-CLIENT-PARA
           ELSE
               PERFORM LOAD-ACCOUNT-PARA
           END-IF
           .
           IF RECORD-GOOD THEN
               ADD 1 TO WS-RESUB-OK-COUNT
               MOVE "C" TO SUS-STATUS
           ELSE
               MOVE WS-FAIL-FIELD TO SUS-FIELD-NAME
               MOVE WS-FAIL-REASON TO SUS-REASON
               MOVE "O" TO SUS-STATUS
           END-IF
           .
           REWRITE SUSPENSE-RECORD
           .
