       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFEEBIL.
       AUTHOR. WILLIAM-KEILSOHN.
      *> QUARTERLY ADVISORY FEE BILLING. RUN AFTER THE MONTH-END
      *> AUM CLOSE (PAUMSNAP) FOR THE LAST MONTH OF THE QUARTER.
      *> THE BALANCES BILLED ARE THE ACCOUNT BALANCES AS THE AUM
      *> HISTORY (AUMHIST) SNAPSHOT THEM AT EACH MONTH-END, SO THE
      *> FEES PROVE AGAINST THE SAME AUM FIGURES MANAGEMENT SEES:
      *>   - BASIS Q BILLS THE QUARTER-END BALANCE; BASIS A BILLS
      *>     THE AVERAGE OF THE MONTH-END BALANCES THE CLIENT HAD
      *>     IN THE QUARTER;
      *>   - THE RATE IS THE CLIENT'S CLM-ANNUAL-FEE-RATE, LOWERED
      *>     TO THE BREAKPOINT RATE WHEN THE WHOLE HOUSEHOLD'S
      *>     BILLABLE BALANCE (IN BASE CURRENCY) REACHES A
      *>     BREAKPOINT - LINKED CLIENTS SHARE ONE BREAKPOINT;
      *>   - THE QUARTER'S FEE IS A QUARTER OF THE ANNUAL RATE,
      *>     PRORATED BY DAYS FOR A CLIENT ADDED TO THE MASTER
      *>     DURING THE QUARTER (THE ADD IS TAKEN FROM THE CHANGE
      *>     JOURNAL, WHICH EVERY NEW CLIENT PASSES THROUGH).
      *> A CLIENT MUST BE ON THE QUARTER-END SNAPSHOT TO BE BILLED.
      *> ONE WITH NO MASTER RECORD LEFT IS LISTED AND NOT BILLED.
      *> OUTPUTS: FEEBILL, THE DEBIT FILE FOR THE CUSTODIAN (ONE
      *> DEBIT PER ACCOUNT, WITH A TRAILER); FEEINVC, ONE INVOICE
      *> LINE PER CLIENT; FEERPT, FEE REVENUE BY BRANCH AND ADVISOR
      *> WITH CONTROL TOTALS THAT PROVE THE BILLED AUM AGAINST THE
      *> QUARTER-END AUM HISTORY AND THE INVOICES AGAINST THE DEBITS.
      *> SYSIN, ONE VALUE PER LINE:
      *>   - THE QUARTER-END MONTH AS YYYYMM (000000 = THE LAST
      *>     QUARTER ENDED BEFORE THIS MONTH);
      *>   - THE BASIS, Q OR A (BLANK = Q);
      *>   - UP TO FIVE BREAKPOINTS, EACH A HOUSEHOLD BALANCE LINE
      *>     FOLLOWED BY ITS ANNUAL RATE LINE (0.0075 = 0.75%), IN
      *>     ASCENDING BALANCE ORDER, ENDED BY A ZERO LINE.
      *> RETURN CODE: 0 = BILLED AND BALANCED; 4 = CLIENTS LISTED
      *> AS NOT BILLED OR A TABLE FILLED; 8 = THE CONTROL TOTALS
      *> DO NOT BALANCE; 12 = THE RUN COULD NOT BILL.
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
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT OPTIONAL AUM-HISTORY-FILE ASSIGN TO "AUMHIST"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-AUM-STATUS.
           SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGJ-STATUS.
           SELECT QUARTER-WORK-FILE ASSIGN TO "FEEWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT QUARTER-SORTED-FILE ASSIGN TO "FEESRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT PRICE-WORK-FILE ASSIGN TO "PRCWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PRCW-STATUS.
           SELECT PRICE-SORTED-FILE ASSIGN TO "PRCSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PRCS-STATUS.
           SELECT BILLING-FILE ASSIGN TO "FEEBILL"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BILL-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "FEEINVC"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-INVC-STATUS.
           SELECT INVOICE-SORTED-FILE ASSIGN TO "INVSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-INVS-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO "FEERPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT QUARTER-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT INVOICE-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD AUM-HISTORY-FILE.
           COPY AUMREC.
       FD CHANGE-JOURNAL-FILE.
           COPY CHGREC.
       FD QUARTER-WORK-FILE.
       01 QUARTER-WORK-RECORD PIC X(100).
       FD QUARTER-SORTED-FILE.
           COPY AUMREC REPLACING LEADING ==AUM== BY ==AQS==.
       FD PRICE-WORK-FILE.
       01 PRICE-WORK-RECORD PIC X(300).
       FD PRICE-SORTED-FILE.
       01 PRICE-SORTED-RECORD.
           05 PSD-HOUSEHOLD-ID        PIC 9(6).
           05 FILLER                  PIC X(294).
       FD BILLING-FILE.
           COPY BILLREC.
       FD INVOICE-FILE.
           COPY INVCREC.
       FD INVOICE-SORTED-FILE.
           COPY INVCREC REPLACING
             ==FEE-INVOICE-RECORD== BY ==INVOICE-SORTED-RECORD==
             LEADING ==INV== BY ==IVS==.
       FD FEE-REPORT-FILE.
       01 FEE-REPORT-LINE PIC X(132).
       SD QUARTER-SORT-FILE.
           COPY AUMREC REPLACING LEADING ==AUM== BY ==AQR==.
       SD PRICE-SORT-FILE.
       01 PRICE-SORT-RECORD.
           05 PSR-HOUSEHOLD-ID        PIC 9(6).
           05 PSR-CLIENT-ID           PIC 9(6).
           05 FILLER                  PIC X(288).
       SD INVOICE-SORT-FILE.
           COPY INVCREC REPLACING
             ==FEE-INVOICE-RECORD== BY ==INVOICE-SORT-RECORD==
             LEADING ==INV== BY ==IVR==.
       WORKING-STORAGE SECTION.
       01 WS-CLIENT-ID PIC 9(6) VALUE 0.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-ADV-KEY PIC 9(4) VALUE 0.
       01 WS-ADV-STATUS PIC X(2) VALUE "00".
       01 WS-ADV-OPEN PIC 9 VALUE 0.
         88 ADVISOR-FILE-IS-OPEN VALUE 1.
       01 WS-AUM-STATUS PIC X(2) VALUE "00".
       01 WS-CHGJ-STATUS PIC X(2) VALUE "00".
       01 WS-WORK-STATUS PIC X(2) VALUE "00".
       01 WS-SRTD-STATUS PIC X(2) VALUE "00".
       01 WS-PRCW-STATUS PIC X(2) VALUE "00".
       01 WS-PRCS-STATUS PIC X(2) VALUE "00".
       01 WS-BILL-STATUS PIC X(2) VALUE "00".
         88 BILL-FILE-OK VALUE "00".
       01 WS-INVC-STATUS PIC X(2) VALUE "00".
         88 INVC-FILE-OK VALUE "00".
       01 WS-INVS-STATUS PIC X(2) VALUE "00".
       01 WS-RPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SWITCH PIC 9 VALUE 0.
         88 END-OF-FILE VALUE 1.
      *> RUN PARAMETERS.
       01 WS-QUARTER-MONTH PIC 9(6) VALUE 0.
       01 FILLER REDEFINES WS-QUARTER-MONTH.
         05 WS-QUARTER-YEAR PIC 9(4).
         05 WS-QUARTER-MM PIC 9(2).
       01 WS-BASIS PIC X VALUE SPACE.
         88 BASIS-QUARTER-END VALUE "Q".
         88 BASIS-AVERAGE VALUE "A".
       01 WS-FIRST-MONTH PIC 9(6) VALUE 0.
       01 WS-QUARTER-START-DATE PIC 9(8) VALUE 0.
       01 WS-QUARTER-END-DATE PIC 9(8) VALUE 0.
       01 WS-DAYS-IN-QUARTER PIC 9(3) VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> THE BREAKPOINT SCHEDULE FROM SYSIN.
       01 WS-BREAKPOINT-INPUT PIC 9(11)V99 VALUE 0.
       01 WS-BREAKPOINT-RATE-INPUT PIC 99V9999 VALUE 0.
       01 WS-BREAKPOINT-COUNT PIC 9 VALUE 0.
       01 WS-BREAKPOINT-TABLE.
         05 WS-BREAKPOINT OCCURS 5 TIMES.
           10 WS-BKP-THRESHOLD PIC 9(11)V99.
           10 WS-BKP-RATE PIC 99V9999.
       01 WS-BKP-IDX PIC 9 VALUE 0.
       01 WS-BKP-CAP PIC 99V9999 VALUE 0.
       01 WS-BKP-FOUND PIC 9 VALUE 0.
         88 BREAKPOINT-REACHED VALUE 1.
      *> CLIENTS ADDED DURING THE QUARTER, FROM THE CHANGE JOURNAL.
       01 WS-ONB-COUNT PIC 9(4) VALUE 0.
       01 WS-ONB-MAX PIC 9(4) VALUE 2000.
       01 WS-ONB-TABLE.
         05 WS-ONB-ENTRY OCCURS 2000 TIMES.
           10 WS-ONB-CLIENT PIC 9(6).
           10 WS-ONB-DATE PIC 9(8).
       01 WS-ONB-IDX PIC 9(4) VALUE 0.
       01 WS-ONB-FOUND PIC 9 VALUE 0.
         88 ONBOARDED-THIS-QUARTER VALUE 1.
       01 WS-ONB-DATE-FOUND PIC 9(8) VALUE 0.
      *> THE CLIENT BEING GATHERED FROM THE QUARTER'S SNAPSHOTS.
       01 WS-HELD-CLIENT PIC 9(6) VALUE 0.
       01 WS-HELD-MONTHS PIC 9 VALUE 0.
       01 WS-HELD-LOCAL-SUM PIC 9(13)V99 VALUE 0.
       01 WS-HELD-BASE-SUM PIC 9(13)V99 VALUE 0.
       01 WS-HELD-AT-QUARTER-END PIC 9 VALUE 0.
         88 HELD-ON-QUARTER-END VALUE 1.
       01 WS-HELD-QE-LOCAL PIC 9(11)V99 VALUE 0.
       01 WS-HELD-QE-BASE PIC 9(11)V99 VALUE 0.
       01 WS-HELD-ADVISOR PIC 9(4) VALUE 0.
       01 WS-HELD-BRANCH PIC X(10) VALUE SPACES.
       01 WS-HELD-HOUSEHOLD PIC 9(6) VALUE 0.
       01 WS-HELD-CURRENCY PIC X(3) VALUE SPACES.
      *> ONE PRICED CLIENT, AS HELD ON THE PRICE WORK FILES.
       01 WS-PRICED-CLIENT.
         05 PRC-HOUSEHOLD-ID PIC 9(6).
         05 PRC-CLIENT-ID PIC 9(6).
         05 PRC-INVOICE PIC X(160).
         05 PRC-ACCOUNT-COUNT PIC 9.
         05 PRC-ACCOUNT OCCURS 9 TIMES.
           10 PRC-ACCT-NUMBER PIC 9.
           10 PRC-ACCT-BALANCE PIC 9(11)V99.
         05 FILLER PIC X(1).
      *> THE INVOICE AND BILLING RECORDS, BUILT BEFORE THEY ARE
      *> WRITTEN.
           COPY INVCREC REPLACING
             ==FEE-INVOICE-RECORD== BY ==WS-INVOICE-RECORD==
             LEADING ==INV== BY ==WIV==.
           COPY BILLREC REPLACING
             ==FEE-BILLING-RECORD== BY ==WS-BILLING-RECORD==
             LEADING ==BIL== BY ==WBL==.
       01 WS-ACCT-IDX PIC 9(2) VALUE 0.
      *> THE HOUSEHOLD BEING BILLED.
       01 WS-HH-COUNT PIC 9(2) VALUE 0.
       01 WS-HH-MAX PIC 9(2) VALUE 50.
       01 WS-HH-TABLE.
         05 WS-HH-MEMBER PIC X(300) OCCURS 50 TIMES.
       01 WS-HH-IDX PIC 9(2) VALUE 0.
       01 WS-HH-ID PIC 9(6) VALUE 0.
       01 WS-HH-BASE PIC 9(13)V99 VALUE 0.
      *> FEE ARITHMETIC.
       01 WS-FEE-LOCAL PIC 9(9)V99 VALUE 0.
       01 WS-FEE-BASE PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-DEBIT-LEFT PIC 9(9)V99 VALUE 0.
       01 WS-DEBIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-LAST-DEBIT-IDX PIC 9(2) VALUE 0.
      *> RUN COUNTS AND CONTROL TOTALS.
       01 WS-JOURNAL-ADDS PIC 9(7) VALUE 0.
       01 WS-ONB-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-HH-OVERFLOW PIC 9(7) VALUE 0.
       01 WS-SNAPSHOT-RECORDS PIC 9(7) VALUE 0.
       01 WS-QE-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-QE-AUM-BASE PIC 9(13)V99 VALUE 0.
       01 WS-LEFT-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER-BASE PIC 9(13)V99 VALUE 0.
       01 WS-BILLED-COUNT PIC 9(7) VALUE 0.
       01 WS-PRORATED-COUNT PIC 9(7) VALUE 0.
       01 WS-BREAKPOINT-CLIENTS PIC 9(7) VALUE 0.
       01 WS-ZERO-FEE-COUNT PIC 9(7) VALUE 0.
       01 WS-BILLED-QE-BASE PIC 9(13)V99 VALUE 0.
       01 WS-INVOICE-FEE-LOCAL PIC 9(13)V99 VALUE 0.
       01 WS-INVOICE-FEE-BASE PIC 9(13)V99 VALUE 0.
       01 WS-DEBIT-COUNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-AUM-DIFFERENCE PIC S9(13)V99 VALUE 0.
       01 WS-FEE-DIFFERENCE PIC S9(13)V99 VALUE 0.
      *> REPORT CONTROL.
       01 WS-PREV-BRANCH PIC X(10) VALUE SPACES.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 0.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NOTHING-PRINTED-YET VALUE 1.
       01 WS-ADV-TOTALS.
         05 WS-ADV-CLIENTS PIC 9(7).
         05 WS-ADV-BILLABLE PIC 9(13)V99.
         05 WS-ADV-QE-BASE PIC 9(13)V99.
         05 WS-ADV-FEE PIC 9(13)V99.
       01 WS-BRN-TOTALS.
         05 WS-BRN-CLIENTS PIC 9(7).
         05 WS-BRN-BILLABLE PIC 9(13)V99.
         05 WS-BRN-QE-BASE PIC 9(13)V99.
         05 WS-BRN-FEE PIC 9(13)V99.
       01 WS-ALL-TOTALS.
         05 WS-ALL-CLIENTS PIC 9(7).
         05 WS-ALL-BILLABLE PIC 9(13)V99.
         05 WS-ALL-QE-BASE PIC 9(13)V99.
         05 WS-ALL-FEE PIC 9(13)V99.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(40) VALUE
             "QUARTERLY ADVISORY FEE REVENUE".
         05 FILLER PIC X(15) VALUE "QUARTER ENDED: ".
         05 WS-HDG-QUARTER-END PIC 9999/99/99.
         05 FILLER PIC X(9) VALUE "  BASIS: ".
         05 WS-HDG-BASIS PIC X(20).
         05 FILLER PIC X(14) VALUE "  RUN DATE: ".
         05 WS-HDG-DATE PIC 9999/99/99.
       01 WS-RPT-HEADING-2.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(30) VALUE "ADVISOR".
         05 FILLER PIC X(9) VALUE "  CLIENTS".
         05 FILLER PIC X(19) VALUE "    BILLABLE (BASE)".
         05 FILLER PIC X(21) VALUE "   QTR-END AUM (BASE)".
         05 FILLER PIC X(21) VALUE "           FEE (BASE)".
       01 WS-RPT-BRANCH-LINE.
         05 FILLER PIC X(8) VALUE "BRANCH: ".
         05 WS-BRL-BRANCH PIC X(10).
       01 WS-RPT-DETAIL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 WS-DET-ADVISOR PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-CLIENTS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-BILLABLE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-QE-BASE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-FEE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-RPT-AMOUNT-LINE.
         05 WS-AMT-LABEL PIC X(40).
         05 WS-AMT-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-BREAKPOINT-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(29) VALUE "HOUSEHOLD BALANCE FROM".
         05 WS-BKL-THRESHOLD PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(16) VALUE "  RATE AT MOST ".
         05 WS-BKL-RATE PIC Z9.9999.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           PERFORM READ-PARAMETERS-PARA
           .
           PERFORM LOAD-ONBOARDING-PARA
           .
           PERFORM EXTRACT-QUARTER-PARA
           .
           IF WS-QE-CLIENT-COUNT = 0 THEN
               DISPLAY "PFEEBIL: AUMHIST HOLDS NO SNAPSHOT FOR "
                 WS-QUARTER-MONTH ". RUN THE MONTH-END CLOSE FIRST. "
                 "NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           SORT QUARTER-SORT-FILE
             ON ASCENDING KEY AQR-CLIENT-ID
             ON ASCENDING KEY AQR-MONTH
             ON ASCENDING KEY AQR-RECORD-TYPE
             ON ASCENDING KEY AQR-ACCOUNT-NUMBER
             USING QUARTER-WORK-FILE
             GIVING QUARTER-SORTED-FILE
           .
           PERFORM PRICE-CLIENTS-PARA
           .
           SORT PRICE-SORT-FILE
             ON ASCENDING KEY PSR-HOUSEHOLD-ID
             ON ASCENDING KEY PSR-CLIENT-ID
             USING PRICE-WORK-FILE
             GIVING PRICE-SORTED-FILE
           .
           PERFORM BILL-HOUSEHOLDS-PARA
           .
           SORT INVOICE-SORT-FILE
             ON ASCENDING KEY IVR-BRANCH
             ON ASCENDING KEY IVR-ADVISOR-CODE
             ON ASCENDING KEY IVR-CLIENT-ID
             USING INVOICE-FILE
             GIVING INVOICE-SORTED-FILE
           .
           PERFORM PRINT-REPORT-PARA
           .
           DISPLAY "PFEEBIL " WS-QUARTER-MONTH " BILLED "
             WS-BILLED-COUNT " CLIENTS WITH " WS-DEBIT-COUNT
             " CUSTODIAN DEBITS; " WS-NOT-ON-MASTER-COUNT
             " NOT BILLED."
           .
           EVALUATE TRUE
             WHEN WS-AUM-DIFFERENCE NOT = 0
               OR WS-FEE-DIFFERENCE NOT = 0
               DISPLAY "*** PFEEBIL CONTROL TOTALS DO NOT BALANCE - "
                 "HOLD THE CUSTODIAN FILE. ***"
               MOVE 8 TO RETURN-CODE
             WHEN WS-NOT-ON-MASTER-COUNT > 0
               OR WS-ONB-OVERFLOW > 0
               OR WS-HH-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
           STOP RUN
           .

      *> THE QUARTER MUST END IN MARCH, JUNE, SEPTEMBER OR DECEMBER.
       READ-PARAMETERS-PARA.
           ACCEPT WS-QUARTER-MONTH
           .
           IF WS-QUARTER-MONTH NOT NUMERIC
             OR WS-QUARTER-MONTH = 0 THEN
               COMPUTE WS-QUARTER-MONTH =
                 (WS-CURRENT-YEAR * 100) + WS-CURRENT-MONTH
               PERFORM UNTIL FUNCTION MOD(WS-QUARTER-MM, 3) = 0
                 AND WS-QUARTER-MONTH NOT =
                   (WS-CURRENT-YEAR * 100) + WS-CURRENT-MONTH
                   IF WS-QUARTER-MM = 1 THEN
                       SUBTRACT 1 FROM WS-QUARTER-YEAR
                       MOVE 12 TO WS-QUARTER-MM
                   ELSE
                       SUBTRACT 1 FROM WS-QUARTER-MM
                   END-IF
               END-PERFORM
           END-IF
           .
           IF WS-QUARTER-MM < 1 OR WS-QUARTER-MM > 12
             OR FUNCTION MOD(WS-QUARTER-MM, 3) NOT = 0 THEN
               DISPLAY "PFEEBIL: " WS-QUARTER-MONTH " IS NOT A "
                 "QUARTER-END MONTH. NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           ACCEPT WS-BASIS
           .
           MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS
           .
           IF WS-BASIS = SPACE THEN
               MOVE "Q" TO WS-BASIS
           END-IF
           .
           IF NOT BASIS-QUARTER-END AND NOT BASIS-AVERAGE THEN
               DISPLAY "PFEEBIL: BASIS " WS-BASIS " IS NOT Q OR A. "
                 "NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE 0 TO WS-BREAKPOINT-COUNT
           INITIALIZE WS-BREAKPOINT-TABLE
           .
           PERFORM READ-BREAKPOINT-PARA
             UNTIL WS-BREAKPOINT-COUNT = 5
             OR END-OF-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .
           COMPUTE WS-FIRST-MONTH = WS-QUARTER-MONTH - 2
           COMPUTE WS-QUARTER-START-DATE = (WS-FIRST-MONTH * 100) + 1
           .
           IF WS-QUARTER-MM = 3 OR WS-QUARTER-MM = 12 THEN
               COMPUTE WS-QUARTER-END-DATE =
                 (WS-QUARTER-MONTH * 100) + 31
           ELSE
               COMPUTE WS-QUARTER-END-DATE =
                 (WS-QUARTER-MONTH * 100) + 30
           END-IF
           .
           COMPUTE WS-DAYS-IN-QUARTER =
             FUNCTION INTEGER-OF-DATE(WS-QUARTER-END-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-DATE) + 1
           .

      *> A ZERO BALANCE LINE (OR THE END OF SYSIN) ENDS THE
      *> SCHEDULE. A BREAKPOINT OUT OF ASCENDING ORDER STOPS THE
      *> RUN - BILLING ON A SCHEDULE THAT WAS KEYED WRONG WOULD
      *> GO STRAIGHT TO THE CUSTODIAN.
       READ-BREAKPOINT-PARA.
           MOVE 0 TO WS-BREAKPOINT-INPUT
           MOVE 0 TO WS-BREAKPOINT-RATE-INPUT
           ACCEPT WS-BREAKPOINT-INPUT
           .
           IF WS-BREAKPOINT-INPUT NOT NUMERIC
             OR WS-BREAKPOINT-INPUT = 0 THEN
               MOVE 1 TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           .
           ACCEPT WS-BREAKPOINT-RATE-INPUT
           .
           IF WS-BREAKPOINT-RATE-INPUT NOT NUMERIC THEN
               MOVE 0 TO WS-BREAKPOINT-RATE-INPUT
           END-IF
           .
           IF WS-BREAKPOINT-COUNT > 0 THEN
               IF WS-BREAKPOINT-INPUT NOT >
                 WS-BKP-THRESHOLD(WS-BREAKPOINT-COUNT) THEN
                   DISPLAY "PFEEBIL: BREAKPOINT " WS-BREAKPOINT-INPUT
                     " IS NOT ABOVE THE ONE BEFORE IT. NOTHING "
                     "BILLED."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
           ADD 1 TO WS-BREAKPOINT-COUNT
           MOVE WS-BREAKPOINT-INPUT TO
             WS-BKP-THRESHOLD(WS-BREAKPOINT-COUNT)
           MOVE WS-BREAKPOINT-RATE-INPUT TO
             WS-BKP-RATE(WS-BREAKPOINT-COUNT)
           .

      *> EVERY NEW CLIENT IS JOURNALED AS AN ADD OF A MASTER
      *> RECORD, ONE JOURNAL RECORD PER FIELD; THE FIRST ONE DATED
      *> IN THE QUARTER GIVES THE DAY BILLING STARTS.
       LOAD-ONBOARDING-PARA.
           OPEN INPUT CHANGE-JOURNAL-FILE
           .
           IF WS-CHGJ-STATUS NOT = "00" THEN
               CLOSE CHANGE-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-FILE
               READ CHANGE-JOURNAL-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF CHG-IS-MASTER AND CHG-IS-ADD
                     AND CHG-RUN-DATE NOT < WS-QUARTER-START-DATE
                     AND CHG-RUN-DATE NOT > WS-QUARTER-END-DATE THEN
                       PERFORM NOTE-ONBOARDING-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CHANGE-JOURNAL-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .

       NOTE-ONBOARDING-PARA.
           ADD 1 TO WS-JOURNAL-ADDS
           .
           MOVE CHG-CLIENT-ID TO WS-CLIENT-ID
           PERFORM FIND-ONBOARDING-PARA
           .
           IF ONBOARDED-THIS-QUARTER THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-ONB-COUNT NOT < WS-ONB-MAX THEN
               ADD 1 TO WS-ONB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-ONB-COUNT
           MOVE CHG-CLIENT-ID TO WS-ONB-CLIENT(WS-ONB-COUNT)
           MOVE CHG-RUN-DATE TO WS-ONB-DATE(WS-ONB-COUNT)
           .

       FIND-ONBOARDING-PARA.
           MOVE 0 TO WS-ONB-FOUND
           MOVE 0 TO WS-ONB-DATE-FOUND
           .
           PERFORM VARYING WS-ONB-IDX FROM 1 BY 1
             UNTIL WS-ONB-IDX > WS-ONB-COUNT
             OR ONBOARDED-THIS-QUARTER
               IF WS-ONB-CLIENT(WS-ONB-IDX) = WS-CLIENT-ID THEN
                   MOVE 1 TO WS-ONB-FOUND
                   MOVE WS-ONB-DATE(WS-ONB-IDX) TO WS-ONB-DATE-FOUND
               END-IF
           END-PERFORM
           .

      *> THE QUARTER'S THREE MONTH-END SNAPSHOTS. THE QUARTER-END
      *> CLIENT RECORDS ARE THE AUM FIGURE THE BILLING MUST PROVE TO.
       EXTRACT-QUARTER-PARA.
           OPEN INPUT AUM-HISTORY-FILE
           .
           IF WS-AUM-STATUS NOT = "00" THEN
               CLOSE AUM-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           .
           OPEN OUTPUT QUARTER-WORK-FILE
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-FILE
               READ AUM-HISTORY-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF AUM-MONTH NOT < WS-FIRST-MONTH
                     AND AUM-MONTH NOT > WS-QUARTER-MONTH THEN
                       WRITE QUARTER-WORK-RECORD
                         FROM AUM-SNAPSHOT-RECORD
                       ADD 1 TO WS-SNAPSHOT-RECORDS
                       IF AUM-MONTH = WS-QUARTER-MONTH
                         AND AUM-IS-CLIENT THEN
                           ADD 1 TO WS-QE-CLIENT-COUNT
                           ADD AUM-BASE-BALANCE TO WS-QE-AUM-BASE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE AUM-HISTORY-FILE
           CLOSE QUARTER-WORK-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .

      *> ONE PASS OF THE SNAPSHOTS IN CLIENT ORDER: EACH CLIENT'S
      *> MONTHS ARE GATHERED, THEN THE CLIENT IS PRICED ONTO THE
      *> PRICE WORK FILE READY TO BE GROUPED BY HOUSEHOLD.
       PRICE-CLIENTS-PARA.
           OPEN INPUT QUARTER-SORTED-FILE
           OPEN OUTPUT PRICE-WORK-FILE
           .
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PFEEBIL COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS ". NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE 0 TO WS-HELD-CLIENT
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-FILE
               READ QUARTER-SORTED-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF AQS-CLIENT-ID NOT = WS-HELD-CLIENT THEN
                       PERFORM PRICE-HELD-CLIENT-PARA
                       PERFORM START-HELD-CLIENT-PARA
                   END-IF
                   PERFORM GATHER-SNAPSHOT-PARA
               END-READ
           END-PERFORM
           .
           PERFORM PRICE-HELD-CLIENT-PARA
           .
           CLOSE QUARTER-SORTED-FILE
           CLOSE PRICE-WORK-FILE
           CLOSE CLIENT-MASTER-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .

       START-HELD-CLIENT-PARA.
           MOVE AQS-CLIENT-ID TO WS-HELD-CLIENT
           MOVE 0 TO WS-HELD-MONTHS
           MOVE 0 TO WS-HELD-LOCAL-SUM
           MOVE 0 TO WS-HELD-BASE-SUM
           MOVE 0 TO WS-HELD-AT-QUARTER-END
           MOVE 0 TO WS-HELD-QE-LOCAL
           MOVE 0 TO WS-HELD-QE-BASE
           MOVE 0 TO WS-HELD-ADVISOR
           MOVE SPACES TO WS-HELD-BRANCH
           MOVE 0 TO WS-HELD-HOUSEHOLD
           MOVE SPACES TO WS-HELD-CURRENCY
           INITIALIZE WS-PRICED-CLIENT
           .

      *> THE ACCOUNT RECORDS OF THE QUARTER-END MONTH ARE KEPT FOR
      *> SPREADING THE DEBIT; THE CLIENT RECORDS CARRY THE BALANCE.
       GATHER-SNAPSHOT-PARA.
           IF AQS-IS-ACCOUNT THEN
               IF AQS-MONTH = WS-QUARTER-MONTH
                 AND PRC-ACCOUNT-COUNT < 9 THEN
                   ADD 1 TO PRC-ACCOUNT-COUNT
                   MOVE AQS-ACCOUNT-NUMBER TO
                     PRC-ACCT-NUMBER(PRC-ACCOUNT-COUNT)
                   MOVE AQS-LOCAL-BALANCE TO
                     PRC-ACCT-BALANCE(PRC-ACCOUNT-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-HELD-MONTHS
           ADD AQS-LOCAL-BALANCE TO WS-HELD-LOCAL-SUM
           ADD AQS-BASE-BALANCE TO WS-HELD-BASE-SUM
           .
           IF AQS-MONTH = WS-QUARTER-MONTH THEN
               MOVE 1 TO WS-HELD-AT-QUARTER-END
               MOVE AQS-LOCAL-BALANCE TO WS-HELD-QE-LOCAL
               MOVE AQS-BASE-BALANCE TO WS-HELD-QE-BASE
               MOVE AQS-ADVISOR-CODE TO WS-HELD-ADVISOR
               MOVE AQS-BRANCH TO WS-HELD-BRANCH
               MOVE AQS-HOUSEHOLD-ID TO WS-HELD-HOUSEHOLD
               MOVE AQS-CURRENCY-CODE TO WS-HELD-CURRENCY
           END-IF
           .

       PRICE-HELD-CLIENT-PARA.
           IF WS-HELD-CLIENT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF NOT HELD-ON-QUARTER-END THEN
               ADD 1 TO WS-LEFT-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WS-HELD-CLIENT TO WS-CLIENT-ID
           READ CLIENT-MASTER-FILE
             INVALID KEY
               DISPLAY "*** CLIENT " WS-HELD-CLIENT " IS ON THE "
                 "QUARTER-END AUM SNAPSHOT BUT NOT ON THE MASTER - "
                 "NOT BILLED. ***"
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               ADD WS-HELD-QE-BASE TO WS-NOT-ON-MASTER-BASE
               EXIT PARAGRAPH
           END-READ
           .
           INITIALIZE WS-INVOICE-RECORD
           MOVE WS-QUARTER-END-DATE TO WIV-QUARTER-END-DATE
           MOVE WS-HELD-CLIENT TO WIV-CLIENT-ID
           MOVE CLM-LAST-NAME TO WIV-CLIENT-NAME
           MOVE WS-HELD-HOUSEHOLD TO WIV-HOUSEHOLD-ID
           MOVE WS-HELD-ADVISOR TO WIV-ADVISOR-CODE
           MOVE WS-HELD-BRANCH TO WIV-BRANCH
           MOVE WS-HELD-CURRENCY TO WIV-CURRENCY-CODE
           MOVE WS-BASIS TO WIV-BASIS
           MOVE CLM-ANNUAL-FEE-RATE TO WIV-CLIENT-RATE
           MOVE WS-HELD-QE-BASE TO WIV-QUARTER-END-BASE
           MOVE WS-DAYS-IN-QUARTER TO WIV-DAYS-IN-QUARTER
           MOVE WS-DAYS-IN-QUARTER TO WIV-DAYS-BILLED
           .
           IF BASIS-AVERAGE THEN
               COMPUTE WIV-BILLABLE-BALANCE ROUNDED =
                 WS-HELD-LOCAL-SUM / WS-HELD-MONTHS
               COMPUTE WIV-BILLABLE-BASE ROUNDED =
                 WS-HELD-BASE-SUM / WS-HELD-MONTHS
           ELSE
               MOVE WS-HELD-QE-LOCAL TO WIV-BILLABLE-BALANCE
               MOVE WS-HELD-QE-BASE TO WIV-BILLABLE-BASE
           END-IF
           .
           PERFORM FIND-ONBOARDING-PARA
           .
           IF ONBOARDED-THIS-QUARTER THEN
               COMPUTE WIV-DAYS-BILLED =
                 FUNCTION INTEGER-OF-DATE(WS-QUARTER-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ONB-DATE-FOUND) + 1
               ADD 1 TO WS-PRORATED-COUNT
           END-IF
           .
           MOVE WS-HELD-HOUSEHOLD TO PRC-HOUSEHOLD-ID
           MOVE WS-HELD-CLIENT TO PRC-CLIENT-ID
           MOVE WS-INVOICE-RECORD TO PRC-INVOICE
           .
           WRITE PRICE-WORK-RECORD FROM WS-PRICED-CLIENT
           .

      *> THE PRICED CLIENTS IN HOUSEHOLD ORDER. A LINKED HOUSEHOLD
      *> IS HELD UNTIL ALL ITS MEMBERS ARE IN SO THE BREAKPOINT IS
      *> SET ON THEIR COMBINED BALANCE; A CLIENT WITH NO HOUSEHOLD
      *> IS A HOUSEHOLD OF ONE.
       BILL-HOUSEHOLDS-PARA.
           OPEN INPUT PRICE-SORTED-FILE
           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT BILLING-FILE
           .
           IF NOT INVC-FILE-OK OR NOT BILL-FILE-OK THEN
               DISPLAY "PFEEBIL COULD NOT OPEN THE INVOICE OR "
                 "CUSTODIAN BILLING FILE. STATUS: " WS-INVC-STATUS
                 " " WS-BILL-STATUS ". NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE 0 TO WS-HH-COUNT
           MOVE 0 TO WS-HH-ID
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-FILE
               READ PRICE-SORTED-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   IF WS-HH-COUNT > 0
                     AND (PSD-HOUSEHOLD-ID NOT = WS-HH-ID
                       OR PSD-HOUSEHOLD-ID = 0) THEN
                       PERFORM BILL-HOUSEHOLD-PARA
                   END-IF
                   IF WS-HH-COUNT NOT < WS-HH-MAX THEN
                       DISPLAY "*** HOUSEHOLD " PSD-HOUSEHOLD-ID
                         " HAS MORE THAN " WS-HH-MAX " MEMBERS - "
                         "THE BREAKPOINT IS SET IN PARTS. ***"
                       ADD 1 TO WS-HH-OVERFLOW
                       PERFORM BILL-HOUSEHOLD-PARA
                   END-IF
                   ADD 1 TO WS-HH-COUNT
                   MOVE PSD-HOUSEHOLD-ID TO WS-HH-ID
                   MOVE PRICE-SORTED-RECORD TO
                     WS-HH-MEMBER(WS-HH-COUNT)
               END-READ
           END-PERFORM
           .
           IF WS-HH-COUNT > 0 THEN
               PERFORM BILL-HOUSEHOLD-PARA
           END-IF
           .
           INITIALIZE WS-BILLING-RECORD
           MOVE "T" TO WBL-RECORD-TYPE
           MOVE WS-QUARTER-END-DATE TO WBL-QUARTER-END-DATE
           MOVE WS-DEBIT-COUNT TO WBL-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO WBL-DEBIT-AMOUNT
           WRITE FEE-BILLING-RECORD FROM WS-BILLING-RECORD
           .
           CLOSE PRICE-SORTED-FILE
           CLOSE INVOICE-FILE
           CLOSE BILLING-FILE
           .
           MOVE 0 TO WS-EOF-SWITCH
           .

       BILL-HOUSEHOLD-PARA.
           MOVE 0 TO WS-HH-BASE
           .
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
             UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE WS-HH-MEMBER(WS-HH-IDX) TO WS-PRICED-CLIENT
               MOVE PRC-INVOICE TO WS-INVOICE-RECORD
               ADD WIV-BILLABLE-BASE TO WS-HH-BASE
           END-PERFORM
           .
           MOVE 0 TO WS-BKP-FOUND
           MOVE 0 TO WS-BKP-CAP
           .
           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
             UNTIL WS-BKP-IDX > WS-BREAKPOINT-COUNT
               IF WS-HH-BASE NOT < WS-BKP-THRESHOLD(WS-BKP-IDX) THEN
                   MOVE 1 TO WS-BKP-FOUND
                   MOVE WS-BKP-RATE(WS-BKP-IDX) TO WS-BKP-CAP
               END-IF
           END-PERFORM
           .
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
             UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE WS-HH-MEMBER(WS-HH-IDX) TO WS-PRICED-CLIENT
               PERFORM BILL-CLIENT-PARA
           END-PERFORM
           .
           MOVE 0 TO WS-HH-COUNT
           .

       BILL-CLIENT-PARA.
           MOVE PRC-INVOICE TO WS-INVOICE-RECORD
           MOVE WS-HH-BASE TO WIV-HOUSEHOLD-BASE
           MOVE WIV-CLIENT-RATE TO WIV-APPLIED-RATE
           .
           IF BREAKPOINT-REACHED
             AND WS-BKP-CAP < WIV-CLIENT-RATE THEN
               MOVE WS-BKP-CAP TO WIV-APPLIED-RATE
               ADD 1 TO WS-BREAKPOINT-CLIENTS
           END-IF
           .
           COMPUTE WIV-FEE-AMOUNT ROUNDED =
             WIV-BILLABLE-BALANCE * WIV-APPLIED-RATE / 4
             * WIV-DAYS-BILLED / WIV-DAYS-IN-QUARTER
           .
           COMPUTE WIV-FEE-BASE-AMOUNT ROUNDED =
             WIV-BILLABLE-BASE * WIV-APPLIED-RATE / 4
             * WIV-DAYS-BILLED / WIV-DAYS-IN-QUARTER
           .
           WRITE FEE-INVOICE-RECORD FROM WS-INVOICE-RECORD
           .
           ADD 1 TO WS-BILLED-COUNT
           ADD WIV-QUARTER-END-BASE TO WS-BILLED-QE-BASE
           ADD WIV-FEE-AMOUNT TO WS-INVOICE-FEE-LOCAL
           ADD WIV-FEE-BASE-AMOUNT TO WS-INVOICE-FEE-BASE
           .
           IF WIV-FEE-AMOUNT = 0 THEN
               ADD 1 TO WS-ZERO-FEE-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM WRITE-DEBITS-PARA
           .

      *> THE FEE IS SPREAD OVER THE QUARTER-END ACCOUNTS BY
      *> BALANCE; THE LAST ACCOUNT WITH A BALANCE TAKES WHAT IS
      *> LEFT SO THE DEBITS ADD BACK TO THE INVOICE EXACTLY.
       WRITE-DEBITS-PARA.
           MOVE 0 TO WS-ACCT-TOTAL
           MOVE 0 TO WS-LAST-DEBIT-IDX
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > PRC-ACCOUNT-COUNT
               IF PRC-ACCT-BALANCE(WS-ACCT-IDX) > 0 THEN
                   ADD PRC-ACCT-BALANCE(WS-ACCT-IDX) TO WS-ACCT-TOTAL
                   MOVE WS-ACCT-IDX TO WS-LAST-DEBIT-IDX
               END-IF
           END-PERFORM
           .
           INITIALIZE WS-BILLING-RECORD
           MOVE "D" TO WBL-RECORD-TYPE
           MOVE WS-QUARTER-END-DATE TO WBL-QUARTER-END-DATE
           MOVE WIV-CLIENT-ID TO WBL-CLIENT-ID
           MOVE WIV-CURRENCY-CODE TO WBL-CURRENCY-CODE
           .
           IF WS-LAST-DEBIT-IDX = 0 THEN
               MOVE 0 TO WBL-ACCOUNT-NUMBER
               MOVE WIV-FEE-AMOUNT TO WBL-DEBIT-AMOUNT
               PERFORM WRITE-DEBIT-PARA
               EXIT PARAGRAPH
           END-IF
           .
           MOVE WIV-FEE-AMOUNT TO WS-DEBIT-LEFT
           .
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
             UNTIL WS-ACCT-IDX > WS-LAST-DEBIT-IDX
               IF PRC-ACCT-BALANCE(WS-ACCT-IDX) > 0 THEN
                   IF WS-ACCT-IDX = WS-LAST-DEBIT-IDX THEN
                       MOVE WS-DEBIT-LEFT TO WS-DEBIT-AMOUNT
                   ELSE
                       COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                         WIV-FEE-AMOUNT
                         * PRC-ACCT-BALANCE(WS-ACCT-IDX)
                         / WS-ACCT-TOTAL
                       IF WS-DEBIT-AMOUNT > WS-DEBIT-LEFT THEN
                           MOVE WS-DEBIT-LEFT TO WS-DEBIT-AMOUNT
                       END-IF
                   END-IF
                   SUBTRACT WS-DEBIT-AMOUNT FROM WS-DEBIT-LEFT
                   IF WS-DEBIT-AMOUNT > 0 THEN
                       MOVE PRC-ACCT-NUMBER(WS-ACCT-IDX) TO
                         WBL-ACCOUNT-NUMBER
                       MOVE WS-DEBIT-AMOUNT TO WBL-DEBIT-AMOUNT
                       PERFORM WRITE-DEBIT-PARA
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-DEBIT-PARA.
           WRITE FEE-BILLING-RECORD FROM WS-BILLING-RECORD
           .
           ADD 1 TO WS-DEBIT-COUNT
           ADD WBL-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
           .

      *> FEE REVENUE BY BRANCH AND ADVISOR IN BASE CURRENCY, THEN
      *> THE CONTROL TOTALS.
       PRINT-REPORT-PARA.
           OPEN INPUT INVOICE-SORTED-FILE
           OPEN OUTPUT FEE-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-QUARTER-END-DATE TO WS-HDG-QUARTER-END
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           .
           IF BASIS-AVERAGE THEN
               MOVE "AVERAGE MONTH-END" TO WS-HDG-BASIS
           ELSE
               MOVE "QUARTER-END BALANCE" TO WS-HDG-BASIS
           END-IF
           .
           WRITE FEE-REPORT-LINE FROM WS-RPT-HEADING-1
           .
           INITIALIZE WS-ADV-TOTALS
           INITIALIZE WS-BRN-TOTALS
           INITIALIZE WS-ALL-TOTALS
           MOVE 0 TO WS-EOF-SWITCH
           .
           PERFORM UNTIL END-OF-FILE
               READ INVOICE-SORTED-FILE
                 AT END
                   MOVE 1 TO WS-EOF-SWITCH
                 NOT AT END
                   PERFORM TOTAL-INVOICE-PARA
               END-READ
           END-PERFORM
           .
           IF NOT NOTHING-PRINTED-YET THEN
               PERFORM PRINT-ADVISOR-LINE-PARA
               PERFORM PRINT-BRANCH-TOTAL-PARA
           END-IF
           .
           PERFORM WRITE-TOTALS-PARA
           .
           CLOSE INVOICE-SORTED-FILE
           CLOSE FEE-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       TOTAL-INVOICE-PARA.
           IF NOTHING-PRINTED-YET
             OR IVS-BRANCH NOT = WS-PREV-BRANCH THEN
               IF NOT NOTHING-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-LINE-PARA
                   PERFORM PRINT-BRANCH-TOTAL-PARA
               END-IF
               PERFORM PRINT-BRANCH-HEADING-PARA
           ELSE
               IF IVS-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
                   PERFORM PRINT-ADVISOR-LINE-PARA
               END-IF
           END-IF
           .
           MOVE IVS-ADVISOR-CODE TO WS-PREV-ADVISOR
           ADD 1 TO WS-ADV-CLIENTS
           ADD IVS-BILLABLE-BASE TO WS-ADV-BILLABLE
           ADD IVS-QUARTER-END-BASE TO WS-ADV-QE-BASE
           ADD IVS-FEE-BASE-AMOUNT TO WS-ADV-FEE
           .

       PRINT-BRANCH-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE IVS-BRANCH TO WS-PREV-BRANCH
           MOVE IVS-ADVISOR-CODE TO WS-PREV-ADVISOR
           .
           MOVE IVS-BRANCH TO WS-BRL-BRANCH
           .
           IF IVS-BRANCH = SPACES THEN
               MOVE "(NONE)" TO WS-BRL-BRANCH
           END-IF
           .
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE FROM WS-RPT-BRANCH-LINE
           WRITE FEE-REPORT-LINE FROM WS-RPT-HEADING-2
           .

       PRINT-ADVISOR-LINE-PARA.
           MOVE WS-PREV-ADVISOR TO WS-DET-ADVISOR
           MOVE SPACES TO WS-DET-NAME
           .
           IF WS-PREV-ADVISOR = 0 THEN
               MOVE "HOUSE BOOK" TO WS-DET-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE WS-PREV-ADVISOR TO WS-ADV-KEY
                   READ ADVISOR-FILE
                     INVALID KEY
                       MOVE "NOT ON ADVREF" TO WS-DET-NAME
                     NOT INVALID KEY
                       MOVE ADV-ADVISOR-NAME TO WS-DET-NAME
                   END-READ
               END-IF
           END-IF
           .
           MOVE WS-ADV-CLIENTS TO WS-DET-CLIENTS
           MOVE WS-ADV-BILLABLE TO WS-DET-BILLABLE
           MOVE WS-ADV-QE-BASE TO WS-DET-QE-BASE
           MOVE WS-ADV-FEE TO WS-DET-FEE
           WRITE FEE-REPORT-LINE FROM WS-RPT-DETAIL
           .
           ADD WS-ADV-CLIENTS TO WS-BRN-CLIENTS
           ADD WS-ADV-BILLABLE TO WS-BRN-BILLABLE
           ADD WS-ADV-QE-BASE TO WS-BRN-QE-BASE
           ADD WS-ADV-FEE TO WS-BRN-FEE
           INITIALIZE WS-ADV-TOTALS
           .

       PRINT-BRANCH-TOTAL-PARA.
           MOVE 0 TO WS-DET-ADVISOR
           MOVE "BRANCH TOTAL" TO WS-DET-NAME
           MOVE WS-BRN-CLIENTS TO WS-DET-CLIENTS
           MOVE WS-BRN-BILLABLE TO WS-DET-BILLABLE
           MOVE WS-BRN-QE-BASE TO WS-DET-QE-BASE
           MOVE WS-BRN-FEE TO WS-DET-FEE
           WRITE FEE-REPORT-LINE FROM WS-RPT-DETAIL
           .
           ADD WS-BRN-CLIENTS TO WS-ALL-CLIENTS
           ADD WS-BRN-BILLABLE TO WS-ALL-BILLABLE
           ADD WS-BRN-QE-BASE TO WS-ALL-QE-BASE
           ADD WS-BRN-FEE TO WS-ALL-FEE
           INITIALIZE WS-BRN-TOTALS
           .

      *> THE BILLED CLIENTS' QUARTER-END BALANCES PLUS THOSE OF THE
      *> CLIENTS NOT BILLED MUST MAKE UP THE QUARTER-END AUM ON THE
      *> HISTORY, AND THE CUSTODIAN DEBITS MUST ADD UP TO THE
      *> INVOICES.
       WRITE-TOTALS-PARA.
           MOVE 0 TO WS-DET-ADVISOR
           MOVE "ALL BRANCHES" TO WS-DET-NAME
           MOVE WS-ALL-CLIENTS TO WS-DET-CLIENTS
           MOVE WS-ALL-BILLABLE TO WS-DET-BILLABLE
           MOVE WS-ALL-QE-BASE TO WS-DET-QE-BASE
           MOVE WS-ALL-FEE TO WS-DET-FEE
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE FROM WS-RPT-DETAIL
           .
           COMPUTE WS-AUM-DIFFERENCE = WS-QE-AUM-BASE
             - WS-BILLED-QE-BASE - WS-NOT-ON-MASTER-BASE
           .
           COMPUTE WS-FEE-DIFFERENCE =
             WS-INVOICE-FEE-LOCAL - WS-DEBIT-TOTAL
           .
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           .
           MOVE "QUARTER-END AUM ON AUMHIST (BASE):" TO WS-AMT-LABEL
           MOVE WS-QE-AUM-BASE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "  BILLED CLIENTS:" TO WS-AMT-LABEL
           MOVE WS-BILLED-QE-BASE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "  CLIENTS NOT ON THE MASTER:" TO WS-AMT-LABEL
           MOVE WS-NOT-ON-MASTER-BASE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "  DIFFERENCE:" TO WS-AMT-LABEL
           MOVE WS-AUM-DIFFERENCE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "FEES INVOICED (CLIENT CURRENCY):" TO WS-AMT-LABEL
           MOVE WS-INVOICE-FEE-LOCAL TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "CUSTODIAN DEBITS (CLIENT CURRENCY):" TO WS-AMT-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "  DIFFERENCE:" TO WS-AMT-LABEL
           MOVE WS-FEE-DIFFERENCE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "FEES INVOICED (BASE):" TO WS-AMT-LABEL
           MOVE WS-INVOICE-FEE-BASE TO WS-AMT-VALUE
           WRITE FEE-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           IF WS-AUM-DIFFERENCE = 0 AND WS-FEE-DIFFERENCE = 0 THEN
               MOVE "CONTROL TOTALS BALANCE." TO FEE-REPORT-LINE
           ELSE
               MOVE "*** CONTROL TOTALS DO NOT BALANCE - HOLD THE "
                 & "CUSTODIAN FILE. ***" TO FEE-REPORT-LINE
           END-IF
           .
           WRITE FEE-REPORT-LINE
           .
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           .
           MOVE "SNAPSHOT RECORDS IN THE QUARTER:" TO WS-TOT-LABEL
           MOVE WS-SNAPSHOT-RECORDS TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS ON THE QUARTER-END SNAPSHOT:" TO WS-TOT-LABEL
           MOVE WS-QE-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS BILLED:" TO WS-TOT-LABEL
           MOVE WS-BILLED-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  PRORATED (ADDED IN THE QUARTER):" TO WS-TOT-LABEL
           MOVE WS-PRORATED-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  AT A HOUSEHOLD BREAKPOINT RATE:" TO WS-TOT-LABEL
           MOVE WS-BREAKPOINT-CLIENTS TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  NO FEE DUE:" TO WS-TOT-LABEL
           MOVE WS-ZERO-FEE-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS NOT ON THE MASTER - NOT BILLED:"
             TO WS-TOT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS GONE BEFORE QUARTER-END:" TO WS-TOT-LABEL
           MOVE WS-LEFT-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CUSTODIAN DEBIT RECORDS:" TO WS-TOT-LABEL
           MOVE WS-DEBIT-COUNT TO WS-TOT-COUNT
           WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           IF WS-ONB-OVERFLOW > 0 THEN
               MOVE "*** NEW CLIENTS BILLED IN FULL (TABLE):"
                 TO WS-TOT-LABEL
               MOVE WS-ONB-OVERFLOW TO WS-TOT-COUNT
               WRITE FEE-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           .
           MOVE SPACES TO FEE-REPORT-LINE
           WRITE FEE-REPORT-LINE
           .
           IF WS-BREAKPOINT-COUNT = 0 THEN
               MOVE "NO BREAKPOINTS - EVERY CLIENT AT ITS OWN RATE."
                 TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
           ELSE
               MOVE "BREAKPOINT SCHEDULE (ANNUAL RATE):"
                 TO FEE-REPORT-LINE
               WRITE FEE-REPORT-LINE
               PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
                 UNTIL WS-BKP-IDX > WS-BREAKPOINT-COUNT
                   MOVE WS-BKP-THRESHOLD(WS-BKP-IDX)
                     TO WS-BKL-THRESHOLD
                   MOVE WS-BKP-RATE(WS-BKP-IDX) TO WS-BKL-RATE
                   WRITE FEE-REPORT-LINE FROM WS-RPT-BREAKPOINT-LINE
               END-PERFORM
           END-IF
           .
