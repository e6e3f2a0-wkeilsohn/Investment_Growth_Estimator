             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ACW-STATUS.
           SELECT EDIT-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT LIMIT-EXCEPTION-FILE ASSIGN TO "LIMEXC"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-LEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
             ==CLIENT-TRANSACTION-RECORD== BY
             ==EDIT-SORT-RECORD==
             LEADING ==TRN== BY ==SRT==.
       FD LIMIT-EXCEPTION-FILE.
       01 LIMIT-EXCEPTION-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY CLIMPARM.
       01 WS-LEX-STATUS PIC X(2) VALUE "00".
       01 WS-ACC-EOF PIC 9 VALUE 0.
         88 END-OF-ACCEPTED VALUE 1.
      *> THE CLIENT BEING GATHERED FOR THE CONTRIBUTION LIMIT
      *> CHECK: ITS PLANNED CONTRIBUTIONS ARE ADDED UP OVER ALL
      *> ITS ACCOUNTS, SINCE THE LIMIT IS PER CLIENT.
       01 WS-LIM-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-LIM-CLIENT-NAME PIC X(20) VALUE SPACES.
       01 WS-LIM-TAX-TREATMENT PIC X(1) VALUE SPACE.
         88 LIMITED-TREATMENT VALUE "D" "F".
       01 WS-LIM-BIRTH-YEAR PIC 9(4) VALUE 0.
       01 WS-LIM-TARGET-AGE PIC 9(3) VALUE 0.
       01 WS-LIM-GROWTH-RATE PIC 99V9999 VALUE 0.
       01 WS-LIM-MONTHLY PIC 9(7)V99 VALUE 0.
       01 WS-LIM-AGE PIC 9(3) VALUE 0.
       01 WS-LIMIT-EXCEPTIONS PIC 9(7) VALUE 0.
       01 WS-ACW-STATUS PIC X(2) VALUE "00".
       01 WS-SUSP-KEY PIC 9(7) VALUE 0.
       01 WS-SUSP-STATUS PIC X(2) VALUE "00".
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-UNPARKED-COUNT PIC 9(7) VALUE 0.
       01 WS-SEEN-COUNT PIC 9(5) VALUE 0.
       01 WS-SEEN-IDX PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-FOUND PIC 9 VALUE 0.
         05 WS-TOT-LABEL PIC X(22).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(49) VALUE SPACES.
       01 WS-LIMEXC-HEADING-1.
         05 FILLER PIC X(30) VALUE
             "CONTRIBUTION LIMIT EXCEPTIONS".
         05 FILLER PIC X(10) VALUE "RUN DATE: ".
         05 WS-LXH-YEAR PIC 9(4).
         05 FILLER PIC X VALUE "/".
         05 WS-LXH-MONTH PIC 9(2).
         05 FILLER PIC X VALUE "/".
         05 WS-LXH-DAY PIC 9(2).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-LIMEXC-HEADING-2.
         05 FILLER PIC X(8) VALUE "CLIENT".
         05 FILLER PIC X(21) VALUE "NAME".
         05 FILLER PIC X(4) VALUE "TAX".
         05 FILLER PIC X(6) VALUE "YEAR".
         05 FILLER PIC X(15) VALUE "  CONTRIBUTIONS".
         05 FILLER PIC X(12) VALUE "       LIMIT".
         05 FILLER PIC X(14) VALUE "  YEARS OVER".
       01 WS-LIMEXC-DETAIL.
         05 WS-LXD-CLIENT-ID PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-LXD-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-LXD-TAX-TREATMENT PIC X(1).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-LXD-YEAR PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-LXD-CONTRIBUTIONS PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X VALUE SPACE.
         05 WS-LXD-LIMIT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-LXD-YEARS-OVER PIC Z9.
         05 FILLER PIC X(8) VALUE SPACES.
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-RUN-DATE-NUMBER =
           .
           PERFORM SORT-ACCEPTED-PARA
           .
           PERFORM CHECK-CONTRIB-LIMITS-PARA
           .
           PERFORM WRITE-TOTALS-PARA
           .
           PERFORM CLOSE-FILES-PARA
           DISPLAY "PINVEDT READ " WS-READ-COUNT " RECORDS, ACCEPTED "
             WS-ACCEPT-COUNT ", REJECTED " WS-REJECT-COUNT "."
           .
           IF WS-LIMIT-EXCEPTIONS > 0 THEN
               DISPLAY "PINVEDT FOUND " WS-LIMIT-EXCEPTIONS
                 " CLIENTS PLANNING CONTRIBUTIONS OVER THE ANNUAL "
                 "LIMIT - SEE THE LIMIT EXCEPTION REPORT."
           END-IF
           .
           IF WS-ACCEPT-COUNT = 0 THEN
               DISPLAY "NO RECORDS WERE ACCEPTED - THE NIGHTLY RUN "
                 "WILL BE BYPASSED."
               PERFORM RELEASE-LOCK-PARA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                 OR WS-LIMIT-EXCEPTIONS > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

      *> THE BATCH WINDOW LOCK IS HELD BY THE NIGHTLY JOB FROM
      *> THE EXTRACT STEP ONWARD AND NORMALLY RELEASED BY PINVMRG.
      *> WHEN THIS STEP ENDS THE JOB EARLY (NOTHING ACCEPTED, OR
      *> THE TRANSACTION FILE WOULD NOT OPEN) IT RELEASES THE LOCK
      *> ITSELF SO THE BOOK IS NOT LEFT LOCKED OVERNIGHT.
                 "STATUS: " WS-TRAN-STATUS
               PERFORM RELEASE-LOCK-PARA
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY-PARA
               STOP RUN
           END-IF
           .
           .
           PERFORM CHECK-CONTRIB-GROWTH-PARA
           .
           PERFORM CHECK-PLANNED-CONTRIB-PARA
           .

       CHECK-CLIENT-ID-PARA.
           IF TRN-CLIENT-ID NOT NUMERIC THEN
           END-IF
           .

      *> AN IMAGE HELD IN SUSPENSE FROM BEFORE THE EXTRACT CARRIED
      *> THE PLANNED CONTRIBUTION HAS SPACES THERE; IT IS TAKEN AS
      *> NO CONTRIBUTION RATHER THAN REJECTED AGAIN.
       CHECK-PLANNED-CONTRIB-PARA.
           IF TRN-PLANNED-CONTRIB = SPACES THEN
               MOVE 0 TO TRN-PLANNED-CONTRIB
           END-IF
           .
           IF TRN-PLANNED-CONTRIB NOT NUMERIC THEN
               MOVE "PLANNED CONTRIBUTION" TO WS-LST-FIELD
               MOVE "NOT NUMERIC" TO WS-LST-REASON
               PERFORM WRITE-REJECT-LINE-PARA
           END-IF
           .

       CHECK-TARGET-AGE-PARA.
           IF TRN-TARGET-RETIRE-AGE NOT NUMERIC THEN
               MOVE "TARGET RETIRE AGE" TO WS-LST-FIELD
      *> ADDED DATE SO THE SUSPENSE REPORT AGES IT INSTEAD OF
      *> RESETTING THE CLOCK EVERY NIGHT.
       WRITE-SUSPENSE-PARA.
           IF NOT SUSPENSE-FILE-IS-OPEN THEN
               MOVE "SUSPENSE FILE IS NOT OPEN" TO WS-LST-REASON
               PERFORM NOT-PARKED-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF TRN-CLIENT-ID NOT NUMERIC THEN
               MOVE "NO CLIENT ID TO KEY IT BY" TO WS-LST-REASON
               PERFORM NOT-PARKED-PARA
               EXIT PARAGRAPH
           END-IF
           .
               MOVE "O" TO SUS-STATUS
               WRITE SUSPENSE-RECORD
                 INVALID KEY
                   MOVE "SUSPENSE WRITE FAILED" TO WS-LST-REASON
                   PERFORM NOT-PARKED-PARA
               END-WRITE
             NOT INVALID KEY
      *> A RECORD THE DESK HAS ALREADY CORRECTED AND MARKED FOR
               IF SUS-IS-RESUBMIT THEN
                   EXIT PARAGRAPH
               END-IF
      *> AN ONBOARDING RECORD STILL WAITING IN THIS SLOT BELONGS
      *> TO PONBLOAD AND IS LEFT FOR THE DESK TO CORRECT.
               IF SUS-IS-ONBOARDING AND NOT SUS-IS-CLOSED THEN
                   MOVE "SUSPENSE SLOT HELD BY AN ONBOARDING RECORD"
                     TO WS-LST-REASON
                   PERFORM NOT-PARKED-PARA
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SUS-TRAN-IMAGE
               MOVE CLIENT-TRANSACTION-RECORD TO SUS-TRAN-IMAGE
               MOVE WS-LAST-FIELD TO SUS-FIELD-NAME
           END-READ
           .

      *> A REJECT THAT COULD NOT BE PARKED IS LISTED UNDER ITS
      *> EDIT LINES SO THE DESK KNOWS TO WORK IT FROM THE REJECT
      *> FILE INSTEAD OF THE SUSPENSE SCREEN.
       NOT-PARKED-PARA.
           ADD 1 TO WS-UNPARKED-COUNT
           .
           IF TRN-CLIENT-ID NUMERIC THEN
               MOVE TRN-CLIENT-ID TO WS-LST-CLIENT-ID
           ELSE
               MOVE 0 TO WS-LST-CLIENT-ID
           END-IF
           .
           MOVE "NOT PARKED IN SUSPENSE" TO WS-LST-FIELD
           .
           WRITE EDIT-LIST-LINE FROM WS-LIST-DETAIL
           .

      *> SUSPENSE RECORDS MARKED FOR RESUBMISSION ARE RE-EDITED
      *> AT THE END OF THE RUN: A RECORD THAT NOW PASSES GOES TO
      *> THE ACCEPTED FILE AND CLOSES; ONE THAT STILL FAILS GOES
             AT END
               MOVE 1 TO WS-SUSP-EOF
             NOT AT END
               IF SUS-IS-RESUBMIT AND NOT SUS-IS-ONBOARDING THEN
                   PERFORM RESUBMIT-ONE-PARA
               END-IF
           END-READ
             GIVING ACCEPTED-FILE
           .

      *> THE SORTED ACCEPTED FILE IS READ BACK A CLIENT AT A TIME.
      *> EACH CLIENT'S PLANNED CONTRIBUTIONS, STEPPED UP BY THE
      *> CONTRIBUTION GROWTH RATE, ARE CHECKED BY PCONLIM AGAINST
      *> THE ANNUAL LIMIT FOR THEIR TAX TREATMENT IN EVERY YEAR
      *> FROM THIS ONE TO THE TARGET RETIREMENT AGE. A CLIENT OVER
      *> THE LIMIT IN ANY YEAR IS LISTED ON LIMEXC WITH THE FIRST
      *> SUCH YEAR; THE RECORDS STILL GO TO THE BOOK RUN.
       CHECK-CONTRIB-LIMITS-PARA.
           OPEN OUTPUT LIMIT-EXCEPTION-FILE
           .
           MOVE WS-CURRENT-YEAR TO WS-LXH-YEAR
           MOVE WS-CURRENT-MONTH TO WS-LXH-MONTH
           MOVE WS-CURRENT-DAY TO WS-LXH-DAY
           .
           WRITE LIMIT-EXCEPTION-LINE FROM WS-LIMEXC-HEADING-1
           .
           WRITE LIMIT-EXCEPTION-LINE FROM WS-LIMEXC-HEADING-2
           .
           MOVE 0 TO WS-LIMIT-EXCEPTIONS
           MOVE 0 TO WS-LIM-CLIENT-ID
           MOVE 0 TO WS-ACC-EOF
           .
           OPEN INPUT ACCEPTED-FILE
           .
           IF WS-ACC-STATUS NOT = "00" THEN
               MOVE 1 TO WS-ACC-EOF
           END-IF
           .
           PERFORM LIMIT-NEXT-RECORD-PARA UNTIL END-OF-ACCEPTED
           .
           IF WS-LIM-CLIENT-ID > 0 THEN
               PERFORM CHECK-CLIENT-LIMIT-PARA
           END-IF
           .
           IF WS-ACC-STATUS = "00" OR WS-ACC-STATUS = "10" THEN
               CLOSE ACCEPTED-FILE
           END-IF
           .
           MOVE SPACES TO LIMIT-EXCEPTION-LINE
           WRITE LIMIT-EXCEPTION-LINE
           .
           MOVE "CLIENTS OVER LIMIT:" TO WS-TOT-LABEL
           MOVE WS-LIMIT-EXCEPTIONS TO WS-TOT-COUNT
           WRITE LIMIT-EXCEPTION-LINE FROM WS-LIST-TOTAL-LINE
           .
           CLOSE LIMIT-EXCEPTION-FILE
           .

       LIMIT-NEXT-RECORD-PARA.
           READ ACCEPTED-FILE
             AT END
               MOVE 1 TO WS-ACC-EOF
             NOT AT END
               IF ACC-CLIENT-ID NOT = WS-LIM-CLIENT-ID THEN
                   IF WS-LIM-CLIENT-ID > 0 THEN
                       PERFORM CHECK-CLIENT-LIMIT-PARA
                   END-IF
                   MOVE ACC-CLIENT-ID TO WS-LIM-CLIENT-ID
                   MOVE ACC-CLIENT-NAME TO WS-LIM-CLIENT-NAME
                   MOVE ACC-TAX-TREATMENT TO WS-LIM-TAX-TREATMENT
                   MOVE ACC-BIRTH-YEAR TO WS-LIM-BIRTH-YEAR
                   MOVE ACC-TARGET-RETIRE-AGE TO WS-LIM-TARGET-AGE
                   MOVE ACC-CONTRIB-GROWTH-RATE TO WS-LIM-GROWTH-RATE
                   MOVE 0 TO WS-LIM-MONTHLY
               END-IF
               ADD ACC-PLANNED-CONTRIB TO WS-LIM-MONTHLY
           END-READ
           .

       CHECK-CLIENT-LIMIT-PARA.
           IF NOT LIMITED-TREATMENT OR WS-LIM-MONTHLY = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-LIM-TAX-TREATMENT TO CLA-TAX-TREATMENT
           MOVE WS-LIM-BIRTH-YEAR TO CLA-BIRTH-YEAR
           MOVE WS-CURRENT-YEAR TO CLA-FIRST-YEAR
           MOVE WS-LIM-MONTHLY TO CLA-MONTHLY-CONTRIB
           MOVE WS-LIM-GROWTH-RATE TO CLA-GROWTH-RATE
           .
           COMPUTE WS-LIM-AGE = WS-CURRENT-YEAR - WS-LIM-BIRTH-YEAR
           .
           IF WS-LIM-TARGET-AGE > WS-LIM-AGE THEN
               IF WS-LIM-TARGET-AGE - WS-LIM-AGE > 60 THEN
                   MOVE 60 TO CLA-YEARS
               ELSE
                   COMPUTE CLA-YEARS = WS-LIM-TARGET-AGE - WS-LIM-AGE
               END-IF
           ELSE
               MOVE 1 TO CLA-YEARS
           END-IF
           .
           CALL "PCONLIM" USING CONTRIB-LIMIT-AREA
           .
           IF CLA-BREACH-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-LIMIT-EXCEPTIONS
           .
           MOVE WS-LIM-CLIENT-ID TO WS-LXD-CLIENT-ID
           MOVE WS-LIM-CLIENT-NAME TO WS-LXD-NAME
           MOVE WS-LIM-TAX-TREATMENT TO WS-LXD-TAX-TREATMENT
           MOVE CLA-BREACH-YEAR(1) TO WS-LXD-YEAR
           MOVE CLA-BREACH-AMOUNT(1) TO WS-LXD-CONTRIBUTIONS
           MOVE CLA-BREACH-LIMIT(1) TO WS-LXD-LIMIT
           MOVE CLA-BREACH-COUNT TO WS-LXD-YEARS-OVER
           .
           WRITE LIMIT-EXCEPTION-LINE FROM WS-LIMEXC-DETAIL
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO EDIT-LIST-LINE
           WRITE EDIT-LIST-LINE
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
           WRITE EDIT-LIST-LINE FROM WS-LIST-TOTAL-LINE
           .
           MOVE "NOT PARKED:" TO WS-TOT-LABEL
           MOVE WS-UNPARKED-COUNT TO WS-TOT-COUNT
           WRITE EDIT-LIST-LINE FROM WS-LIST-TOTAL-LINE
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PINVEDT" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-READ-COUNT TO RHS-RECORDS-IN
           MOVE WS-ACCEPT-COUNT TO RHS-RECORDS-OUT
           MOVE WS-REJECT-COUNT TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
