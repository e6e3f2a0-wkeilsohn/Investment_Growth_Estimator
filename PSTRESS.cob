       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTRESS.
       AUTHOR. WILLIAM-KEILSOHN.
      *> ON-DEMAND MARKET SHOCK STRESS TEST ACROSS THE WHOLE BOOK.
      *> THE NAMED SCENARIO ON SHOCKREF (NUMBER FROM SYSIN) GIVES A
      *> DECIMAL SHOCK PER ASSET CLASS; EACH ACTIVE CLIENT'S
      *> BALANCE IS SPLIT BY ITS EQUITY/BOND/CASH ALLOCATION, EACH
      *> SHARE SHOCKED, AND THE PLAN GOAL AND EVERY ACTIVE NAMED
      *> GOAL ARE RE-PROJECTED WITH PINV2 FROM THE SHOCKED BALANCE
      *> AT THE CLIENT'S EXPECTED-SCENARIO RATE, BLENDED FROM THE
      *> ALLOCATION AS THE NIGHTLY EXTRACT BLENDS IT. A GOAL IS ON
      *> TRACK WHEN IT IS ALREADY MET OR PROJECTED TO BE MET BY ITS
      *> TARGET AGE (THE RETIREMENT AGE FOR THE PLAN GOAL, THE AGE
      *> IN THE TARGET YEAR FOR A NAMED GOAL).
      *> EACH NAMED GOAL IS PROJECTED ON ITS OWN MONEY: PGOALFND
      *> SPLITS THE BALANCE BEFORE AND AGAIN AFTER THE SHOCK BY THE
      *> CLIENT'S EARMARKS ON FUNDFILE (ACCOUNT SHARES FROM
      *> ACCTFILE), AND THE PLAN GOAL TAKES WHAT IS LEFT OVER.
      *> THE LISTING (STRRPT) IS BY ADVISOR: EVERY GOAL THE SHOCK
      *> MOVES FROM ON TRACK TO OFF TRACK, WITH THE PROJECTED GOAL
      *> AGE BEFORE AND AFTER, THEN THE ADVISOR'S BOOK BEFORE AND
      *> AFTER THE SHOCK IN THE BASE CURRENCY (CONVERTED THROUGH
      *> CURRREF AS PINVBAT DOES), AND FINALLY THE WHOLE BOOK.
      *> NOTHING ON FILE IS CHANGED.
      *> A CLIENT WITH NO ALLOCATION ON FILE CANNOT BE SPLIT BY
      *> CLASS AND IS CARRIED UNSHOCKED; SO IS A FOREIGN BALANCE
      *> WITH NO EXCHANGE RATE (AT PAR). EITHER ENDS THE STEP WITH
      *> RETURN CODE 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLTMSTR"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLTMSTR-STATUS.
           SELECT OPTIONAL GOAL-FILE ASSIGN TO "GOALFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-GOAL-KEY
             FILE STATUS IS WS-GOAL-STATUS.
           SELECT OPTIONAL FUNDING-FILE ASSIGN TO "FUNDFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-FUND-KEY
             FILE STATUS IS WS-FUND-STATUS.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCTFILE"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ACCT-KEY
             FILE STATUS IS WS-ACCT-STATUS.
           SELECT RATES-FILE ASSIGN TO "RATESREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-RATE-KEY
             FILE STATUS IS WS-RATES-STATUS.
           SELECT SHOCK-FILE ASSIGN TO "SHOCKREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-SHK-KEY
             FILE STATUS IS WS-SHK-STATUS.
           SELECT OPTIONAL CURRENCY-FILE ASSIGN TO "CURRREF"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CURR-STATUS.
           SELECT OPTIONAL ADVISOR-FILE ASSIGN TO "ADVREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS DYNAMIC
             RELATIVE KEY IS WS-ADV-KEY
             FILE STATUS IS WS-ADV-STATUS.
           SELECT STRESS-WORK-FILE ASSIGN TO "STRWORK"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT STRESS-SORTED-FILE ASSIGN TO "STRSRTD"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-SRTD-STATUS.
           SELECT STRESS-REPORT-FILE ASSIGN TO "STRRPT"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-RPT-STATUS.
           SELECT STRESS-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER-FILE.
           COPY CLTREC.
       FD GOAL-FILE.
           COPY GOALREC.
       FD FUNDING-FILE.
           COPY FUNDREC.
       FD ACCOUNT-FILE.
           COPY ACCTREC.
       FD RATES-FILE.
           COPY RATESREC.
       FD SHOCK-FILE.
           COPY SHOCKREC.
       FD CURRENCY-FILE.
           COPY CURRREC.
       FD ADVISOR-FILE.
           COPY ADVREC.
       FD STRESS-WORK-FILE.
           COPY STRSREC.
       FD STRESS-SORTED-FILE.
           COPY STRSREC REPLACING
             ==STRESS-RESULT-RECORD== BY ==STRESS-SORTED-RECORD==
             LEADING ==STR== BY ==SSD==.
       FD STRESS-REPORT-FILE.
       01 STRESS-REPORT-LINE PIC X(132).
       SD STRESS-SORT-FILE.
           COPY STRSREC REPLACING
             ==STRESS-RESULT-RECORD== BY ==STRESS-SORT-RECORD==
             LEADING ==STR== BY ==SSR==.
       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS PIC X(2) VALUE "00".
         88 CLTMSTR-OK VALUE "00".
       01 WS-GOAL-KEY PIC 9(7) VALUE 0.
       01 WS-GOAL-STATUS PIC X(2) VALUE "00".
       01 WS-GOAL-OPEN PIC 9 VALUE 0.
         88 GOAL-FILE-IS-OPEN VALUE 1.
       01 WS-GOAL-SLOT PIC 9 VALUE 0.
       01 WS-FUND-KEY PIC 9(6) VALUE 0.
       01 WS-FUND-STATUS PIC X(2) VALUE "00".
       01 WS-FUND-OPEN PIC 9 VALUE 0.
         88 FUNDING-FILE-IS-OPEN VALUE 1.
       01 WS-ACCT-KEY PIC 9(7) VALUE 0.
       01 WS-ACCT-STATUS PIC X(2) VALUE "00".
       01 WS-ACCT-OPEN PIC 9 VALUE 0.
         88 ACCOUNT-FILE-IS-OPEN VALUE 1.
       01 WS-RATE-KEY PIC 9(2) VALUE 0.
       01 WS-RATES-STATUS PIC X(2) VALUE "00".
       01 WS-SHK-KEY PIC 9(3) VALUE 0.
       01 WS-SHK-STATUS PIC X(2) VALUE "00".
       01 WS-CURR-STATUS PIC X(2) VALUE "00".
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
       01 WS-SCENARIO-PICK PIC 9(2) VALUE 0.
       01 WS-EXPECTED-SCENARIO PIC 9(2) VALUE 2.
       01 WS-EXPECTED-RATE PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-EQUITY PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-BOND PIC S99V9999 VALUE 0.
       01 WS-EXPECTED-CASH PIC S99V9999 VALUE 0.
       01 WS-TODAY-YYYYMMDD PIC 9(8) VALUE 0.
      *> EXCHANGE RATE TABLE LOADED FROM CURRREF; A CODE WITH NO
      *> RATE IS ADDED AT PAR THE FIRST TIME IT IS MET.
       01 WS-CURR-EOF PIC 9 VALUE 0.
         88 END-OF-CURRENCIES VALUE 1.
       01 WS-CURR-COUNT PIC 9(2) VALUE 0.
       01 WS-CURR-IDX PIC 9(2) VALUE 0.
       01 WS-CURR-FOUND-IDX PIC 9(2) VALUE 0.
       01 WS-CURRENCY-TABLE.
         05 WS-CURR-ENTRY OCCURS 50 TIMES.
           10 WS-CURR-CODE PIC X(3).
           10 WS-CURR-RATE PIC 9(3)V9(6).
       01 WS-CLIENT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-CLIENT-RATE PIC 9(3)V9(6) VALUE 1.
      *> ONE CLIENT.
       01 WS-ALLOC-TOTAL PIC 9(3) VALUE 0.
         88 ALLOCATION-ON-FILE VALUE 100.
       01 WS-BLENDED-RATE PIC S99V9999 VALUE 0.
       01 WS-CLIENT-AGE PIC 9(3) VALUE 0.
       01 WS-BALANCE-BEFORE PIC 9(8)V99 VALUE 0.
       01 WS-BALANCE-AFTER PIC 9(8)V99 VALUE 0.
       01 WS-EQUITY-SHARE PIC S9(3)V9(6) VALUE 0.
       01 WS-BOND-SHARE PIC S9(3)V9(6) VALUE 0.
       01 WS-CASH-SHARE PIC S9(3)V9(6) VALUE 0.
       01 WS-SHOCK-FACTOR PIC S9(3)V9(6) VALUE 0.
       01 WS-SHOCKED-WORK PIC S9(9)V99 VALUE 0.
       01 WS-GOALS-OFF PIC 9 VALUE 0.
      *> THE SPLIT OVER THE NAMED GOALS, BEFORE AND AFTER.
       01 WS-FUND-ACCT PIC 9(2) VALUE 0.
       01 WS-CLIENT-GOAL-COUNT PIC 9 VALUE 0.
       01 WS-PLAN-BEFORE PIC 9(8)V99 VALUE 0.
       01 WS-PLAN-AFTER PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-SPLIT.
         05 WS-FUNDED-BEFORE PIC 9(8)V99 OCCURS 5 TIMES.
         05 WS-FUNDED-AFTER PIC 9(8)V99 OCCURS 5 TIMES.
           COPY FUNDPARM.
      *> ONE GOAL.
       01 WS-GOAL-SEQ PIC 9 VALUE 0.
       01 WS-GOAL-NAME PIC X(10) VALUE SPACES.
       01 WS-GOAL-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-BEFORE PIC 9(8)V99 VALUE 0.
       01 WS-GOAL-AFTER PIC 9(8)V99 VALUE 0.
       01 WS-TARGET-AGE PIC 9(3) VALUE 0.
       01 WS-TARGET-YEAR PIC 9(4) VALUE 0.
       01 WS-PROJ-BALANCE PIC 9(8)V99 VALUE 0.
       01 WS-PROJ-AGE PIC 9(3) VALUE 0.
       01 WS-PROJ-YEARS PIC 9(3) VALUE 0.
       01 WS-PROJ-STATUS PIC X VALUE SPACE.
         88 PROJ-ON-TRACK VALUE "M" "O".
       01 WS-BEFORE-STATUS PIC X VALUE SPACE.
         88 BEFORE-ON-TRACK VALUE "M" "O".
       01 WS-BEFORE-AGE PIC 9(3) VALUE 0.
      *> THE RESULT RECORD, BUILT BEFORE IT IS WRITTEN.
           COPY STRSREC REPLACING
             ==STRESS-RESULT-RECORD== BY ==WS-STRESS-RECORD==
             LEADING ==STR== BY ==WST==.
      *> REPORT CONTROL.
       01 WS-PREV-ADVISOR PIC 9(4) VALUE 9999.
       01 WS-FIRST-RESULT PIC 9 VALUE 1.
         88 NO-ADVISOR-PRINTED-YET VALUE 1.
       01 WS-COLUMNS-PRINTED PIC 9 VALUE 0.
       01 WS-HELD-CLIENT-LINE.
         05 WS-HELD-BEFORE PIC 9(8)V99.
         05 WS-HELD-AFTER PIC 9(8)V99.
       01 WS-ADV-TOTALS.
         05 WS-ADV-CLIENTS PIC 9(7).
         05 WS-ADV-CLIENTS-OFF PIC 9(7).
         05 WS-ADV-GOALS-OFF PIC 9(7).
         05 WS-ADV-BASE-BEFORE PIC 9(13)V99.
         05 WS-ADV-BASE-AFTER PIC 9(13)V99.
       01 WS-LAST-CLIENT-OFF PIC 9(6) VALUE 0.
      *> RUN COUNTS.
       01 WS-CLIENT-COUNT PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-UNSHOCKED-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-GOALS-TESTED PIC 9(7) VALUE 0.
       01 WS-GOALS-NOW-OFF PIC 9(7) VALUE 0.
       01 WS-GOALS-DELAYED PIC 9(7) VALUE 0.
       01 WS-CLIENTS-NOW-OFF PIC 9(7) VALUE 0.
       01 WS-BOOK-BASE-BEFORE PIC 9(13)V99 VALUE 0.
       01 WS-BOOK-BASE-AFTER PIC 9(13)V99 VALUE 0.
       01 WS-IMPACT-WORK PIC S9(13)V99 VALUE 0.
       01 WS-CURRENT-DATE-FIELDS.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PIC 9(4).
           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
       01 WS-RPT-HEADING-1.
         05 FILLER PIC X(34) VALUE
             "MARKET SHOCK STRESS TEST - SCEN. ".
         05 WS-HDG-SCENARIO PIC 9(2).
         05 FILLER PIC X VALUE SPACE.
         05 WS-HDG-NAME PIC X(20).
         05 FILLER PIC X(5) VALUE " EQ ".
         05 WS-HDG-EQUITY PIC -9.9999.
         05 FILLER PIC X(5) VALUE " BD ".
         05 WS-HDG-BOND PIC -9.9999.
         05 FILLER PIC X(5) VALUE " CA ".
         05 WS-HDG-CASH PIC -9.9999.
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
         05 FILLER PIC X(11) VALUE "GOAL".
         05 FILLER PIC X(7) VALUE "TARGET".
         05 FILLER PIC X(7) VALUE "BEFORE".
         05 FILLER PIC X(7) VALUE " AFTER".
         05 FILLER PIC X(7) VALUE "CHANGE".
         05 FILLER PIC X(20) VALUE "     BALANCE BEFORE".
         05 FILLER PIC X(18) VALUE "     BALANCE AFTER".
         05 FILLER PIC X(26) VALUE "   NOTES".
       01 WS-RPT-DETAIL.
         05 WS-DET-CLIENT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-NAME PIC X(20).
         05 FILLER PIC X VALUE SPACE.
         05 WS-DET-GOAL PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-DET-TARGET PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-BEFORE PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-AFTER PIC X(3).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-DET-CHANGE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-DET-SYMBOL-1 PIC X.
         05 WS-DET-BAL-BEFORE PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-DET-SYMBOL-2 PIC X.
         05 WS-DET-BAL-AFTER PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-DET-NOTES PIC X(24).
       01 WS-AGE-EDITED PIC ZZ9.
       01 WS-AGE-CHANGE-EDITED PIC +++9.
       01 WS-RPT-NONE-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(40) VALUE
             "NO GOAL MOVES OFF TRACK UNDER THIS SHOCK".
       01 WS-RPT-ADVISOR-TOTAL.
         05 FILLER PIC X(8) VALUE SPACES.
         05 FILLER PIC X(16) VALUE "ADVISOR TOTAL - ".
         05 WS-ADT-CLIENTS PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(10) VALUE " CLIENTS, ".
         05 WS-ADT-CLIENTS-OFF PIC Z,ZZZ,ZZ9.
         05 FILLER PIC X(21) VALUE " NOW OFF TRACK. BASE ".
         05 WS-ADT-BEFORE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE " TO ".
         05 WS-ADT-AFTER PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-IMPACT-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 WS-IMP-LABEL PIC X(32).
         05 WS-IMP-VALUE PIC ----,---,---,--9.99.
       01 WS-RPT-TOTAL-LINE.
         05 WS-TOT-LABEL PIC X(40).
         05 WS-TOT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-RPT-AMOUNT-LINE.
         05 WS-AMT-LABEL PIC X(40).
         05 WS-AMT-VALUE PIC ----,---,---,--9.99.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-TODAY-YYYYMMDD =
             (WS-CURRENT-YEAR * 10000) + (WS-CURRENT-MONTH * 100)
             + WS-CURRENT-DAY
           .
           ACCEPT WS-SCENARIO-PICK
           .
           IF WS-SCENARIO-PICK NOT NUMERIC
             OR WS-SCENARIO-PICK = 0 THEN
               DISPLAY "PSTRESS NEEDS A SHOCK SCENARIO NUMBER ON "
                 "SYSIN."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           PERFORM LOAD-SCENARIO-PARA
           .
           PERFORM LOAD-EXPECTED-RATE-PARA
           .
           PERFORM LOAD-CURRENCY-TABLE-PARA
           .
           PERFORM OPEN-FILES-PARA
           .
           PERFORM READ-MASTER-PARA
           .
           PERFORM STRESS-CLIENT-PARA
             UNTIL END-OF-MASTER
           .
           CLOSE CLIENT-MASTER-FILE
           CLOSE STRESS-WORK-FILE
           .
           IF GOAL-FILE-IS-OPEN THEN
               CLOSE GOAL-FILE
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               CLOSE FUNDING-FILE
           END-IF
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               CLOSE ACCOUNT-FILE
           END-IF
           .
           SORT STRESS-SORT-FILE
             ON ASCENDING KEY SSR-ADVISOR-CODE
             ON ASCENDING KEY SSR-CLIENT-ID
             ON ASCENDING KEY SSR-RECORD-TYPE
             ON ASCENDING KEY SSR-GOAL-SEQ
             USING STRESS-WORK-FILE
             GIVING STRESS-SORTED-FILE
           .
           PERFORM PRINT-LISTING-PARA
           .
           COMPUTE WS-IMPACT-WORK =
             WS-BOOK-BASE-AFTER - WS-BOOK-BASE-BEFORE
           .
           DISPLAY "PSTRESS APPLIED SCENARIO " WS-SCENARIO-PICK " "
             SHK-SCENARIO-NAME " TO " WS-CLIENT-COUNT " CLIENTS: "
             WS-GOALS-NOW-OFF " GOALS MOVE OFF TRACK FOR "
             WS-CLIENTS-NOW-OFF " CLIENTS."
           .
           IF WS-UNSHOCKED-COUNT > 0 OR WS-MISSING-RATE-COUNT > 0
             THEN
               DISPLAY "*** " WS-UNSHOCKED-COUNT " CLIENTS HAVE NO "
                 "ALLOCATION AND WERE NOT SHOCKED; "
                 WS-MISSING-RATE-COUNT " CURRENCIES HAD NO "
                 "EXCHANGE RATE AND WERE CARRIED AT PAR. ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           .
           STOP RUN
           .

       LOAD-SCENARIO-PARA.
           OPEN INPUT SHOCK-FILE
           .
           IF WS-SHK-STATUS NOT = "00" THEN
               DISPLAY "PSTRESS COULD NOT OPEN THE SHOCK SCENARIO "
                 "FILE. STATUS: " WS-SHK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE WS-SCENARIO-PICK TO WS-SHK-KEY
           .
           READ SHOCK-FILE
             INVALID KEY
               DISPLAY "PSTRESS FOUND NO SHOCK SCENARIO "
                 WS-SCENARIO-PICK " ON THE SCENARIO FILE."
               CLOSE SHOCK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ
           .
           CLOSE SHOCK-FILE
           .

      *> THE SAME EXPECTED-SCENARIO RATES THE NIGHTLY EXTRACT
      *> PROJECTS WITH, SO BEFORE AND AFTER MATCH THE BOOK RUN.
       LOAD-EXPECTED-RATE-PARA.
           OPEN INPUT RATES-FILE
           .
           IF WS-RATES-STATUS NOT = "00" THEN
               DISPLAY "PSTRESS COULD NOT OPEN THE RATES REFERENCE "
                 "FILE. STATUS: " WS-RATES-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           MOVE WS-EXPECTED-SCENARIO TO WS-RATE-KEY
           .
           READ RATES-FILE
             INVALID KEY
               DISPLAY "PSTRESS COULD NOT READ THE EXPECTED SCENARIO "
                 "FROM THE RATES REFERENCE FILE."
               CLOSE RATES-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
             NOT INVALID KEY
               MOVE RATE-HISTORICAL-RETURN TO WS-EXPECTED-RATE
               MOVE RATE-EQUITY-RETURN TO WS-EXPECTED-EQUITY
               MOVE RATE-BOND-RETURN TO WS-EXPECTED-BOND
               MOVE RATE-CASH-RETURN TO WS-EXPECTED-CASH
           END-READ
           .
           CLOSE RATES-FILE
           .

       LOAD-CURRENCY-TABLE-PARA.
           MOVE 0 TO WS-CURR-COUNT
           MOVE 0 TO WS-CURR-EOF
           .
           OPEN INPUT CURRENCY-FILE
           .
           IF WS-CURR-STATUS NOT = "00" THEN
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
                       MOVE CUR-RATE-TO-BASE TO
                         WS-CURR-RATE(WS-CURR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CURRENCY-FILE
           .

       OPEN-FILES-PARA.
           OPEN INPUT CLIENT-MASTER-FILE
           .
           IF NOT CLTMSTR-OK THEN
               DISPLAY "PSTRESS COULD NOT OPEN THE CLIENT MASTER. "
                 "STATUS: " WS-CLTMSTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
           OPEN INPUT GOAL-FILE
           .
           IF WS-GOAL-STATUS = "00" THEN
               MOVE 1 TO WS-GOAL-OPEN
           ELSE
               MOVE 0 TO WS-GOAL-OPEN
           END-IF
           .
           OPEN INPUT FUNDING-FILE
           .
           IF WS-FUND-STATUS = "00" THEN
               MOVE 1 TO WS-FUND-OPEN
           ELSE
               MOVE 0 TO WS-FUND-OPEN
           END-IF
           .
           OPEN INPUT ACCOUNT-FILE
           .
           IF WS-ACCT-STATUS = "00" THEN
               MOVE 1 TO WS-ACCT-OPEN
           ELSE
               MOVE 0 TO WS-ACCT-OPEN
           END-IF
           .
           OPEN OUTPUT STRESS-WORK-FILE
           .

       READ-MASTER-PARA.
           READ CLIENT-MASTER-FILE
             AT END
               MOVE 1 TO WS-EOF-SWITCH
           END-READ
           .

      *> SHOCKS ONE CLIENT'S BALANCE AND RE-PROJECTS EACH GOAL.
      *> THE CLIENT RECORD GOES TO THE WORK FILE FIRST; ITS
      *> GOAL RECORDS FOLLOW ONLY FOR GOALS THAT MOVE OFF TRACK.
       STRESS-CLIENT-PARA.
           IF CLM-IS-INACTIVE THEN
               ADD 1 TO WS-INACTIVE-COUNT
               PERFORM READ-MASTER-PARA
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-CLIENT-COUNT
           .
           PERFORM BLEND-CLIENT-RATE-PARA
           .
           PERFORM SHOCK-BALANCE-PARA
           .
           PERFORM CLIENT-RATE-PARA
           .
           CALL "P_Age" USING WS-CURRENT-DAY,
                             WS-CURRENT-MONTH,
                             WS-CURRENT-YEAR,
                             CLM-BIRTH-DAY,
                             CLM-BIRTH-MONTH,
                             CLM-BIRTH-YEAR,
                             WS-CLIENT-AGE
           .
           INITIALIZE WS-STRESS-RECORD
           .
           MOVE CLM-ADVISOR-CODE TO WST-ADVISOR-CODE
           MOVE CLM-CLIENT-ID TO WST-CLIENT-ID
           MOVE "C" TO WST-RECORD-TYPE
           MOVE CLM-LAST-NAME TO WST-CLIENT-NAME
           MOVE CLM-CURRENCY-SYMBOL TO WST-CURRENCY-SYMBOL
           MOVE WS-CLIENT-CURRENCY TO WST-CURRENCY-CODE
           MOVE WS-BALANCE-BEFORE TO WST-BALANCE-BEFORE
           MOVE WS-BALANCE-AFTER TO WST-BALANCE-AFTER
           .
           IF ALLOCATION-ON-FILE THEN
               MOVE "Y" TO WST-ALLOCATION-FLAG
           ELSE
               MOVE "N" TO WST-ALLOCATION-FLAG
           END-IF
           .
           COMPUTE WST-BASE-BEFORE ROUNDED =
             WS-BALANCE-BEFORE * WS-CLIENT-RATE
           COMPUTE WST-BASE-AFTER ROUNDED =
             WS-BALANCE-AFTER * WS-CLIENT-RATE
           .
           ADD WST-BASE-BEFORE TO WS-BOOK-BASE-BEFORE
           ADD WST-BASE-AFTER TO WS-BOOK-BASE-AFTER
           .
           WRITE STRESS-RESULT-RECORD FROM WS-STRESS-RECORD
           .
           MOVE 0 TO WS-GOALS-OFF
           .
           PERFORM FUND-CLIENT-GOALS-PARA
           .
      *> THE PLAN GOAL ON THE MASTER.
           MOVE 0 TO WS-GOAL-SEQ
           MOVE "PLAN" TO WS-GOAL-NAME
           MOVE CLM-GOAL-AMOUNT TO WS-GOAL-AMOUNT
           MOVE WS-PLAN-BEFORE TO WS-GOAL-BEFORE
           MOVE WS-PLAN-AFTER TO WS-GOAL-AFTER
           MOVE CLM-TARGET-RETIRE-AGE TO WS-TARGET-AGE
           .
           PERFORM TEST-GOAL-PARA
           .
      *> THE ACTIVE NAMED GOALS.
           IF GOAL-FILE-IS-OPEN THEN
               PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
                 UNTIL WS-GOAL-SLOT > 5
                   COMPUTE WS-GOAL-KEY =
                     (CLM-CLIENT-ID * 10) + WS-GOAL-SLOT
                   READ GOAL-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT GOL-IS-INACTIVE THEN
                           PERFORM LOAD-NAMED-GOAL-PARA
                           PERFORM TEST-GOAL-PARA
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           IF WS-GOALS-OFF > 0 THEN
               ADD 1 TO WS-CLIENTS-NOW-OFF
           END-IF
           .
           PERFORM READ-MASTER-PARA
           .

       BLEND-CLIENT-RATE-PARA.
           IF CLM-EQUITY-PCT NUMERIC
             AND CLM-BOND-PCT NUMERIC
             AND CLM-CASH-PCT NUMERIC THEN
               COMPUTE WS-ALLOC-TOTAL =
                 CLM-EQUITY-PCT + CLM-BOND-PCT + CLM-CASH-PCT
           ELSE
               MOVE 0 TO WS-ALLOC-TOTAL
           END-IF
           .
           IF ALLOCATION-ON-FILE THEN
               COMPUTE WS-BLENDED-RATE ROUNDED =
                 ((CLM-EQUITY-PCT * WS-EXPECTED-EQUITY)
                 + (CLM-BOND-PCT * WS-EXPECTED-BOND)
                 + (CLM-CASH-PCT * WS-EXPECTED-CASH)) / 100
           ELSE
               MOVE WS-EXPECTED-RATE TO WS-BLENDED-RATE
           END-IF
           .

      *> EACH CLASS'S SHARE OF THE BALANCE MOVES BY ITS SHOCK. A
      *> BALANCE CANNOT FALL BELOW NOTHING, AND ONE THAT RISES
      *> PAST THE FIELD IS HELD AT ITS LIMIT.
       SHOCK-BALANCE-PARA.
           MOVE CLM-STARTING-AMOUNT TO WS-BALANCE-BEFORE
           MOVE CLM-STARTING-AMOUNT TO WS-BALANCE-AFTER
           .
           IF NOT ALLOCATION-ON-FILE THEN
               ADD 1 TO WS-UNSHOCKED-COUNT
               EXIT PARAGRAPH
           END-IF
           .
           COMPUTE WS-EQUITY-SHARE = CLM-EQUITY-PCT
             * (1 + SHK-EQUITY-SHOCK)
           COMPUTE WS-BOND-SHARE = CLM-BOND-PCT
             * (1 + SHK-BOND-SHOCK)
           COMPUTE WS-CASH-SHARE = CLM-CASH-PCT
             * (1 + SHK-CASH-SHOCK)
           .
           COMPUTE WS-SHOCK-FACTOR ROUNDED =
             (WS-EQUITY-SHARE + WS-BOND-SHARE + WS-CASH-SHARE) / 100
           .
           COMPUTE WS-SHOCKED-WORK ROUNDED =
             WS-BALANCE-BEFORE * WS-SHOCK-FACTOR
           .
           EVALUATE TRUE
             WHEN WS-SHOCKED-WORK < 0
               MOVE 0 TO WS-BALANCE-AFTER
             WHEN WS-SHOCKED-WORK > 99999999.99
               MOVE 99999999.99 TO WS-BALANCE-AFTER
             WHEN OTHER
               MOVE WS-SHOCKED-WORK TO WS-BALANCE-AFTER
           END-EVALUATE
           .

       CLIENT-RATE-PARA.
           MOVE CLM-CURRENCY-CODE TO WS-CLIENT-CURRENCY
           MOVE 1 TO WS-CLIENT-RATE
           .
           IF WS-CLIENT-CURRENCY = SPACES THEN
               MOVE "USD" TO WS-CLIENT-CURRENCY
           END-IF
           .
           IF WS-CLIENT-CURRENCY = "USD" THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE 0 TO WS-CURR-FOUND-IDX
           .
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
             UNTIL WS-CURR-IDX > WS-CURR-COUNT
               IF WS-CURR-CODE(WS-CURR-IDX) = WS-CLIENT-CURRENCY
                 THEN
                   MOVE WS-CURR-IDX TO WS-CURR-FOUND-IDX
               END-IF
           END-PERFORM
           .
           IF WS-CURR-FOUND-IDX = 0 THEN
               DISPLAY "*** NO EXCHANGE RATE ON FILE FOR "
                 WS-CLIENT-CURRENCY " - BALANCES CARRIED AT PAR "
                 "IN THE BOOK IMPACT. ***"
               ADD 1 TO WS-MISSING-RATE-COUNT
               IF WS-CURR-COUNT < 50 THEN
                   ADD 1 TO WS-CURR-COUNT
                   MOVE WS-CLIENT-CURRENCY TO
                     WS-CURR-CODE(WS-CURR-COUNT)
                   MOVE 1 TO WS-CURR-RATE(WS-CURR-COUNT)
               END-IF
           ELSE
               MOVE WS-CURR-RATE(WS-CURR-FOUND-IDX) TO WS-CLIENT-RATE
           END-IF
           .

      *> THE CLIENT'S ACTIVE NAMED GOALS SPLIT THE BALANCE BY THE
      *> EARMARKS AND FUNDING ORDER, ONCE ON THE BALANCE BEFORE THE
      *> SHOCK AND ONCE ON THE SHOCKED BALANCE; THE PLAN GOAL
      *> KEEPS WHAT IS LEFT OVER EACH TIME. A CLIENT WITH NO NAMED
      *> GOALS KEEPS THE WHOLE BALANCE FOR THE PLAN.
       FUND-CLIENT-GOALS-PARA.
           INITIALIZE GOAL-FUNDING-AREA
           MOVE ZEROS TO WS-GOAL-SPLIT
           MOVE 0 TO WS-CLIENT-GOAL-COUNT
           MOVE WS-BALANCE-BEFORE TO WS-PLAN-BEFORE
           MOVE WS-BALANCE-AFTER TO WS-PLAN-AFTER
           .
           IF NOT GOAL-FILE-IS-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               COMPUTE WS-GOAL-KEY =
                 (CLM-CLIENT-ID * 10) + WS-GOAL-SLOT
               READ GOAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT GOL-IS-INACTIVE
                     AND GOL-GOAL-AMOUNT > 0 THEN
                       MOVE GOL-GOAL-AMOUNT
                         TO GFA-GOAL-AMOUNT(WS-GOAL-SLOT)
                       ADD 1 TO WS-CLIENT-GOAL-COUNT
                   END-IF
               END-READ
           END-PERFORM
           .
           IF WS-CLIENT-GOAL-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           IF ACCOUNT-FILE-IS-OPEN THEN
               PERFORM VARYING WS-FUND-ACCT FROM 1 BY 1
                 UNTIL WS-FUND-ACCT > 9
                   COMPUTE WS-ACCT-KEY =
                     (CLM-CLIENT-ID * 10) + WS-FUND-ACCT
                   READ ACCOUNT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       IF NOT ACM-IS-INACTIVE THEN
                           MOVE ACM-STARTING-AMOUNT TO
                             GFA-ACCOUNT-BALANCE(WS-FUND-ACCT)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           IF FUNDING-FILE-IS-OPEN THEN
               MOVE CLM-CLIENT-ID TO WS-FUND-KEY
               READ FUNDING-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO GFA-EARMARKS-ON-FILE
                   MOVE FND-EARMARKS TO GFA-EARMARKS
               END-READ
           END-IF
           .
           MOVE WS-BALANCE-BEFORE TO GFA-CLIENT-BALANCE
           CALL "PGOALFND" USING GOAL-FUNDING-AREA
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               MOVE GFA-FUNDED(WS-GOAL-SLOT)
                 TO WS-FUNDED-BEFORE(WS-GOAL-SLOT)
           END-PERFORM
           MOVE GFA-UNASSIGNED TO WS-PLAN-BEFORE
           .
           MOVE WS-BALANCE-AFTER TO GFA-CLIENT-BALANCE
           CALL "PGOALFND" USING GOAL-FUNDING-AREA
           .
           PERFORM VARYING WS-GOAL-SLOT FROM 1 BY 1
             UNTIL WS-GOAL-SLOT > 5
               MOVE GFA-FUNDED(WS-GOAL-SLOT)
                 TO WS-FUNDED-AFTER(WS-GOAL-SLOT)
           END-PERFORM
           MOVE GFA-UNASSIGNED TO WS-PLAN-AFTER
           .

      *> A NAMED GOAL'S TARGET AGE IS THE CLIENT'S AGE IN THE
      *> GOAL'S TARGET YEAR (TODAY'S AGE ONCE THAT YEAR IS HERE).
       LOAD-NAMED-GOAL-PARA.
           MOVE WS-GOAL-SLOT TO WS-GOAL-SEQ
           MOVE GOL-GOAL-NAME TO WS-GOAL-NAME
           MOVE GOL-GOAL-AMOUNT TO WS-GOAL-AMOUNT
           MOVE WS-FUNDED-BEFORE(WS-GOAL-SLOT) TO WS-GOAL-BEFORE
           MOVE WS-FUNDED-AFTER(WS-GOAL-SLOT) TO WS-GOAL-AFTER
           MOVE 0 TO WS-TARGET-AGE
           .
           IF GOL-TARGET-DATE > 0 THEN
               COMPUTE WS-TARGET-YEAR = GOL-TARGET-DATE / 10000
               IF WS-TARGET-YEAR > WS-CURRENT-YEAR THEN
                   COMPUTE WS-TARGET-AGE = WS-CLIENT-AGE
                     + (WS-TARGET-YEAR - WS-CURRENT-YEAR)
               ELSE
                   MOVE WS-CLIENT-AGE TO WS-TARGET-AGE
               END-IF
           END-IF
           .

      *> A GOAL WITH NO AMOUNT OR NO TARGET HAS NO TRACK TO BE ON.
       TEST-GOAL-PARA.
           IF WS-GOAL-AMOUNT = 0 OR WS-TARGET-AGE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-GOALS-TESTED
           .
           MOVE WS-GOAL-BEFORE TO WS-PROJ-BALANCE
           PERFORM PROJECT-GOAL-PARA
           MOVE WS-PROJ-STATUS TO WS-BEFORE-STATUS
           MOVE WS-PROJ-AGE TO WS-BEFORE-AGE
           .
           MOVE WS-GOAL-AFTER TO WS-PROJ-BALANCE
           PERFORM PROJECT-GOAL-PARA
           .
           IF WS-PROJ-AGE > WS-BEFORE-AGE
             OR (WS-PROJ-STATUS = "N" AND WS-BEFORE-STATUS NOT = "N")
             THEN
               ADD 1 TO WS-GOALS-DELAYED
           END-IF
           .
           IF NOT BEFORE-ON-TRACK OR PROJ-ON-TRACK THEN
               EXIT PARAGRAPH
           END-IF
           .
           ADD 1 TO WS-GOALS-OFF
           ADD 1 TO WS-GOALS-NOW-OFF
           .
           MOVE "G" TO WST-RECORD-TYPE
           MOVE WS-GOAL-SEQ TO WST-GOAL-SEQ
           MOVE WS-GOAL-NAME TO WST-GOAL-NAME
           MOVE WS-TARGET-AGE TO WST-TARGET-AGE
           MOVE WS-BEFORE-STATUS TO WST-STATUS-BEFORE
           MOVE WS-BEFORE-AGE TO WST-AGE-BEFORE
           MOVE WS-PROJ-STATUS TO WST-STATUS-AFTER
           MOVE WS-PROJ-AGE TO WST-AGE-AFTER
           .
           WRITE STRESS-RESULT-RECORD FROM WS-STRESS-RECORD
           .

      *> PROJECTS WS-PROJ-BALANCE TOWARD THE GOAL, SORTING THE
      *> OUTCOME THE WAY THE CRM EXTRACT DOES: MET, NEVER MET AT
      *> THE NET-OF-FEE RATE, OR PROJECTED TO AN AGE THAT IS ON
      *> OR OFF TRACK FOR THE TARGET.
       PROJECT-GOAL-PARA.
           MOVE 0 TO WS-PROJ-AGE
           MOVE 0 TO WS-PROJ-YEARS
           .
           CALL "PINV2" USING WS-PROJ-BALANCE,
                              WS-GOAL-AMOUNT,
                              WS-CLIENT-AGE,
                              WS-PROJ-AGE,
                              WS-PROJ-YEARS,
                              WS-BLENDED-RATE,
                              CLM-ANNUAL-FEE-RATE
           .
           EVALUATE TRUE
             WHEN WS-PROJ-BALANCE NOT LESS THAN WS-GOAL-AMOUNT
               MOVE "M" TO WS-PROJ-STATUS
               MOVE WS-CLIENT-AGE TO WS-PROJ-AGE
             WHEN WS-BLENDED-RATE - CLM-ANNUAL-FEE-RATE
               NOT GREATER THAN 0
               MOVE "N" TO WS-PROJ-STATUS
               MOVE 0 TO WS-PROJ-AGE
             WHEN WS-PROJ-BALANCE = 0
               MOVE "N" TO WS-PROJ-STATUS
               MOVE 0 TO WS-PROJ-AGE
             WHEN WS-PROJ-AGE > WS-TARGET-AGE
               MOVE "F" TO WS-PROJ-STATUS
             WHEN OTHER
               MOVE "O" TO WS-PROJ-STATUS
           END-EVALUATE
           .

      *> THE GOALS NOW OFF TRACK BY ADVISOR, EACH ADVISOR'S BOOK
      *> BEFORE AND AFTER THE SHOCK, THEN THE WHOLE BOOK.
       PRINT-LISTING-PARA.
           OPEN INPUT STRESS-SORTED-FILE
           OPEN OUTPUT STRESS-REPORT-FILE
           .
           OPEN INPUT ADVISOR-FILE
           .
           IF WS-ADV-STATUS = "00" THEN
               MOVE 1 TO WS-ADV-OPEN
           ELSE
               MOVE 0 TO WS-ADV-OPEN
           END-IF
           .
           MOVE WS-SCENARIO-PICK TO WS-HDG-SCENARIO
           MOVE SHK-SCENARIO-NAME TO WS-HDG-NAME
           MOVE SHK-EQUITY-SHOCK TO WS-HDG-EQUITY
           MOVE SHK-BOND-SHOCK TO WS-HDG-BOND
           MOVE SHK-CASH-SHOCK TO WS-HDG-CASH
           MOVE WS-TODAY-YYYYMMDD TO WS-HDG-DATE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-HEADING-1
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
           CLOSE STRESS-SORTED-FILE
           CLOSE STRESS-REPORT-FILE
           .
           IF ADVISOR-FILE-IS-OPEN THEN
               CLOSE ADVISOR-FILE
           END-IF
           .

       READ-SORTED-PARA.
           READ STRESS-SORTED-FILE
             AT END
               MOVE 1 TO WS-SRTD-EOF
           END-READ
           .

       PRINT-RESULT-PARA.
           IF NO-ADVISOR-PRINTED-YET
             OR SSD-ADVISOR-CODE NOT = WS-PREV-ADVISOR THEN
               IF NOT NO-ADVISOR-PRINTED-YET THEN
                   PERFORM PRINT-ADVISOR-TOTAL-PARA
               END-IF
               PERFORM PRINT-ADVISOR-HEADING-PARA
           END-IF
           .
           IF SSD-IS-CLIENT THEN
               ADD 1 TO WS-ADV-CLIENTS
               ADD SSD-BASE-BEFORE TO WS-ADV-BASE-BEFORE
               ADD SSD-BASE-AFTER TO WS-ADV-BASE-AFTER
               MOVE SSD-BALANCE-BEFORE TO WS-HELD-BEFORE
               MOVE SSD-BALANCE-AFTER TO WS-HELD-AFTER
               PERFORM READ-SORTED-PARA
               EXIT PARAGRAPH
           END-IF
           .
           IF WS-COLUMNS-PRINTED = 0 THEN
               WRITE STRESS-REPORT-LINE FROM WS-RPT-COLUMN-LINE
               MOVE 1 TO WS-COLUMNS-PRINTED
           END-IF
           .
           ADD 1 TO WS-ADV-GOALS-OFF
           IF SSD-CLIENT-ID NOT = WS-LAST-CLIENT-OFF THEN
               ADD 1 TO WS-ADV-CLIENTS-OFF
               MOVE SSD-CLIENT-ID TO WS-LAST-CLIENT-OFF
           END-IF
           .
           MOVE SPACES TO WS-DET-NOTES
           MOVE SSD-CLIENT-ID TO WS-DET-CLIENT
           MOVE SSD-CLIENT-NAME TO WS-DET-NAME
           MOVE SSD-GOAL-NAME TO WS-DET-GOAL
           MOVE SSD-TARGET-AGE TO WS-DET-TARGET
           MOVE SSD-AGE-BEFORE TO WS-DET-BEFORE
           .
           IF SSD-AFTER-NEVER THEN
               MOVE "---" TO WS-DET-AFTER
               MOVE SPACES TO WS-DET-CHANGE
               MOVE "NEVER MET AT NET RATE" TO WS-DET-NOTES
           ELSE
               MOVE SSD-AGE-AFTER TO WS-AGE-EDITED
               MOVE WS-AGE-EDITED TO WS-DET-AFTER
               COMPUTE WS-AGE-CHANGE-EDITED =
                 SSD-AGE-AFTER - SSD-AGE-BEFORE
               MOVE WS-AGE-CHANGE-EDITED TO WS-DET-CHANGE
               MOVE "PROJECTED PAST TARGET" TO WS-DET-NOTES
           END-IF
           .
           MOVE SSD-CURRENCY-SYMBOL TO WS-DET-SYMBOL-1
           MOVE SSD-CURRENCY-SYMBOL TO WS-DET-SYMBOL-2
           MOVE WS-HELD-BEFORE TO WS-DET-BAL-BEFORE
           MOVE WS-HELD-AFTER TO WS-DET-BAL-AFTER
           .
           WRITE STRESS-REPORT-LINE FROM WS-RPT-DETAIL
           .
           PERFORM READ-SORTED-PARA
           .

       PRINT-ADVISOR-HEADING-PARA.
           MOVE 0 TO WS-FIRST-RESULT
           MOVE 0 TO WS-COLUMNS-PRINTED
           MOVE 0 TO WS-LAST-CLIENT-OFF
           MOVE SSD-ADVISOR-CODE TO WS-PREV-ADVISOR
           INITIALIZE WS-ADV-TOTALS
           .
           MOVE SSD-ADVISOR-CODE TO WS-ADL-CODE
           MOVE SPACES TO WS-ADL-NAME
           MOVE SPACES TO WS-ADL-BRANCH
           .
           IF SSD-ADVISOR-CODE = 0 THEN
               MOVE "HOUSE BOOK" TO WS-ADL-NAME
           ELSE
               IF ADVISOR-FILE-IS-OPEN THEN
                   MOVE SSD-ADVISOR-CODE TO WS-ADV-KEY
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
           MOVE SPACES TO STRESS-REPORT-LINE
           WRITE STRESS-REPORT-LINE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-ADVISOR-LINE
           .

       PRINT-ADVISOR-TOTAL-PARA.
           IF WS-COLUMNS-PRINTED = 0 THEN
               WRITE STRESS-REPORT-LINE FROM WS-RPT-NONE-LINE
           END-IF
           .
           MOVE WS-ADV-CLIENTS TO WS-ADT-CLIENTS
           MOVE WS-ADV-CLIENTS-OFF TO WS-ADT-CLIENTS-OFF
           MOVE WS-ADV-BASE-BEFORE TO WS-ADT-BEFORE
           MOVE WS-ADV-BASE-AFTER TO WS-ADT-AFTER
           WRITE STRESS-REPORT-LINE FROM WS-RPT-ADVISOR-TOTAL
           .
           MOVE "BOOK IMPACT IN BASE CURRENCY:" TO WS-IMP-LABEL
           COMPUTE WS-IMP-VALUE =
             WS-ADV-BASE-AFTER - WS-ADV-BASE-BEFORE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-IMPACT-LINE
           .

       WRITE-TOTALS-PARA.
           MOVE SPACES TO STRESS-REPORT-LINE
           WRITE STRESS-REPORT-LINE
           .
           MOVE "ACTIVE CLIENTS SHOCKED:" TO WS-TOT-LABEL
           MOVE WS-CLIENT-COUNT TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  NO ALLOCATION - CARRIED UNSHOCKED:" TO WS-TOT-LABEL
           MOVE WS-UNSHOCKED-COUNT TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "INACTIVE CLIENTS SKIPPED:" TO WS-TOT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "GOALS RE-PROJECTED:" TO WS-TOT-LABEL
           MOVE WS-GOALS-TESTED TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  PROJECTED LATER AFTER THE SHOCK:" TO WS-TOT-LABEL
           MOVE WS-GOALS-DELAYED TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "  MOVED FROM ON TRACK TO OFF TRACK:" TO WS-TOT-LABEL
           MOVE WS-GOALS-NOW-OFF TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "CLIENTS WITH A GOAL NOW OFF TRACK:" TO WS-TOT-LABEL
           MOVE WS-CLIENTS-NOW-OFF TO WS-TOT-COUNT
           WRITE STRESS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
           .
           MOVE "BOOK BEFORE THE SHOCK (BASE):" TO WS-AMT-LABEL
           MOVE WS-BOOK-BASE-BEFORE TO WS-AMT-VALUE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "BOOK AFTER THE SHOCK (BASE):" TO WS-AMT-LABEL
           MOVE WS-BOOK-BASE-AFTER TO WS-AMT-VALUE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
           MOVE "TOTAL BOOK IMPACT (BASE):" TO WS-AMT-LABEL
           COMPUTE WS-AMT-VALUE =
             WS-BOOK-BASE-AFTER - WS-BOOK-BASE-BEFORE
           WRITE STRESS-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
           .
