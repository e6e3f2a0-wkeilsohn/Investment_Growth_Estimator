       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONLIM.
       AUTHOR. WILLIAM-KEILSOHN.
      *> CONTRIBUTION LIMIT CHECK. CALLED BY P1 DURING THE INTERVIEW
      *> AND BY PINVEDT FOR THE NIGHTLY EXCEPTION LIST WITH A
      *> FILLED-IN CLIMPARM AREA. THE CLIENT'S CONTRIBUTIONS FOR THE
      *> FIRST YEAR ARE TWELVE TIMES THE MONTHLY AMOUNT, STEPPED UP
      *> BY THE GROWTH RATE EACH YEAR AFTER, AND EACH YEAR IS HELD
      *> AGAINST THE LIMIT ON CLIMREF FOR THE TAX TREATMENT, PLUS
      *> THE CATCH-UP AMOUNT FROM THE YEAR THE CLIENT REACHES THE
      *> CATCH-UP AGE. A YEAR PAST THE LAST ONE ON FILE USES THE
      *> LAST ONE; A YEAR BEFORE THE FIRST USES THE FIRST. TAXABLE
      *> MONEY, OR A TREATMENT WITH NO LIMITS ON FILE, IS NOT
      *> CHECKED. CLIMREF IS READ ONCE, ON THE FIRST CALL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRIB-LIMIT-FILE ASSIGN TO "CLIMREF"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRIB-LIMIT-FILE.
           COPY CLIMREC.
       WORKING-STORAGE SECTION.
           COPY CLIMPARM.
       01 WS-LIM-STATUS PIC X(2) VALUE "00".
         88 LIM-FILE-OK VALUE "00".
       01 WS-LIM-EOF PIC 9 VALUE 0.
         88 END-OF-LIMITS VALUE 1.
       01 WS-LIMITS-LOADED PIC 9 VALUE 0.
         88 LIMITS-LOADED VALUE 1.
       01 WS-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 WS-LIMIT-TABLE.
         05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
           10 WS-LIM-TREATMENT PIC X(1).
           10 WS-LIM-YEAR PIC 9(4).
           10 WS-LIM-ANNUAL PIC 9(6)V99.
           10 WS-LIM-CATCH-UP-AGE PIC 9(3).
           10 WS-LIM-CATCH-UP-AMOUNT PIC 9(6)V99.
       01 WS-LIM-IDX PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-FIRST-IDX PIC 9(3) VALUE 0.
       01 WS-YEAR-SUB PIC 9(2) VALUE 0.
       01 WS-CHECK-YEAR PIC 9(4) VALUE 0.
       01 WS-CLIENT-AGE PIC 9(3) VALUE 0.
       01 WS-YEAR-CONTRIBUTIONS PIC 9(9)V99 VALUE 0.
       01 WS-YEAR-LIMIT PIC 9(7)V99 VALUE 0.

       LINKAGE SECTION.
       01 CLA_LIMIT_AREA PIC X(1469).

       PROCEDURE DIVISION USING CLA_LIMIT_AREA.

       MAIN-PARA.
           MOVE CLA_LIMIT_AREA TO CONTRIB-LIMIT-AREA
           .
           MOVE 0 TO CLA-LIMITS-ON-FILE
           MOVE 0 TO CLA-BREACH-COUNT
           MOVE ZEROS TO CLA-BREACHES
           .
           IF NOT LIMITS-LOADED THEN
               PERFORM LOAD-LIMITS-PARA
           END-IF
           .
           MOVE 0 TO WS-FIRST-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
             UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               IF WS-LIM-TREATMENT(WS-LIM-IDX) = CLA-TAX-TREATMENT
                 AND WS-FIRST-IDX = 0 THEN
                   MOVE WS-LIM-IDX TO WS-FIRST-IDX
               END-IF
           END-PERFORM
           .
           IF WS-FIRST-IDX > 0 THEN
               MOVE 1 TO CLA-LIMITS-ON-FILE
           END-IF
           .
           IF CLA-HAS-LIMITS AND CLA-MONTHLY-CONTRIB > 0
             AND CLA-YEARS > 0 THEN
               IF CLA-YEARS > 60 THEN
                   MOVE 60 TO CLA-YEARS
               END-IF
               COMPUTE WS-YEAR-CONTRIBUTIONS =
                 CLA-MONTHLY-CONTRIB * 12
               PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                 UNTIL WS-YEAR-SUB > CLA-YEARS
                   PERFORM CHECK-ONE-YEAR-PARA
               END-PERFORM
           END-IF
           .
           MOVE CONTRIB-LIMIT-AREA TO CLA_LIMIT_AREA
           .
           GOBACK
           .

      *> THE YEAR'S CONTRIBUTIONS ARE STEPPED UP BEFORE THE CHECK
      *> FROM THE SECOND YEAR ON, AS PINVSCH STEPS UP THE SCHEDULE.
      *> A RUN-AWAY GROWTH RATE STOPS AT THE LARGEST AMOUNT HELD.
       CHECK-ONE-YEAR-PARA.
           COMPUTE WS-CHECK-YEAR = CLA-FIRST-YEAR + WS-YEAR-SUB - 1
           .
           IF WS-YEAR-SUB > 1 AND CLA-GROWTH-RATE > 0 THEN
               COMPUTE WS-YEAR-CONTRIBUTIONS ROUNDED =
                 WS-YEAR-CONTRIBUTIONS * (1 + CLA-GROWTH-RATE)
                 ON SIZE ERROR
                   MOVE 999999999.99 TO WS-YEAR-CONTRIBUTIONS
               END-COMPUTE
           END-IF
           .
           PERFORM FIND-YEAR-LIMIT-PARA
           .
           IF WS-YEAR-CONTRIBUTIONS > WS-YEAR-LIMIT THEN
               ADD 1 TO CLA-BREACH-COUNT
               MOVE WS-CHECK-YEAR TO CLA-BREACH-YEAR(CLA-BREACH-COUNT)
               MOVE WS-YEAR-CONTRIBUTIONS
                 TO CLA-BREACH-AMOUNT(CLA-BREACH-COUNT)
               MOVE WS-YEAR-LIMIT TO CLA-BREACH-LIMIT(CLA-BREACH-COUNT)
           END-IF
           .

      *> THE LATEST YEAR ON FILE NOT AFTER THE YEAR BEING CHECKED,
      *> OR THE TREATMENT'S FIRST YEAR IF THERE IS NONE. THE TABLE
      *> IS IN KEY ORDER, SO EACH TREATMENT'S YEARS ASCEND.
       FIND-YEAR-LIMIT-PARA.
           MOVE WS-FIRST-IDX TO WS-FOUND-IDX
           PERFORM VARYING WS-LIM-IDX FROM WS-FIRST-IDX BY 1
             UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               IF WS-LIM-TREATMENT(WS-LIM-IDX) = CLA-TAX-TREATMENT
                 AND WS-LIM-YEAR(WS-LIM-IDX) NOT > WS-CHECK-YEAR THEN
                   MOVE WS-LIM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .
           MOVE WS-LIM-ANNUAL(WS-FOUND-IDX) TO WS-YEAR-LIMIT
           .
           MOVE 0 TO WS-CLIENT-AGE
           IF CLA-BIRTH-YEAR > 0
             AND CLA-BIRTH-YEAR < WS-CHECK-YEAR THEN
               COMPUTE WS-CLIENT-AGE = WS-CHECK-YEAR - CLA-BIRTH-YEAR
           END-IF
           .
           IF WS-LIM-CATCH-UP-AGE(WS-FOUND-IDX) > 0
             AND WS-CLIENT-AGE NOT < WS-LIM-CATCH-UP-AGE(WS-FOUND-IDX)
             THEN
               ADD WS-LIM-CATCH-UP-AMOUNT(WS-FOUND-IDX)
                 TO WS-YEAR-LIMIT
           END-IF
           .

       LOAD-LIMITS-PARA.
           MOVE 0 TO WS-LIMIT-COUNT
           MOVE 0 TO WS-LIM-EOF
           .
           OPEN INPUT CONTRIB-LIMIT-FILE
           .
           IF NOT LIM-FILE-OK THEN
               MOVE 1 TO WS-LIMITS-LOADED
               EXIT PARAGRAPH
           END-IF
           .
           PERFORM UNTIL END-OF-LIMITS
               READ CONTRIB-LIMIT-FILE
                 AT END
                   MOVE 1 TO WS-LIM-EOF
                 NOT AT END
                   IF WS-LIMIT-COUNT < 200
                     AND CLR-LIMIT-YEAR NUMERIC
                     AND CLR-ANNUAL-LIMIT NUMERIC
                     AND CLR-ANNUAL-LIMIT > 0 THEN
                       PERFORM ADD-LIMIT-PARA
                   END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CONTRIB-LIMIT-FILE
           .
           MOVE 1 TO WS-LIMITS-LOADED
           .

       ADD-LIMIT-PARA.
           ADD 1 TO WS-LIMIT-COUNT
           MOVE CLR-TAX-TREATMENT TO WS-LIM-TREATMENT(WS-LIMIT-COUNT)
           MOVE CLR-LIMIT-YEAR TO WS-LIM-YEAR(WS-LIMIT-COUNT)
           MOVE CLR-ANNUAL-LIMIT TO WS-LIM-ANNUAL(WS-LIMIT-COUNT)
           MOVE 0 TO WS-LIM-CATCH-UP-AGE(WS-LIMIT-COUNT)
           MOVE 0 TO WS-LIM-CATCH-UP-AMOUNT(WS-LIMIT-COUNT)
           IF CLR-CATCH-UP-AGE NUMERIC
             AND CLR-CATCH-UP-AMOUNT NUMERIC THEN
               MOVE CLR-CATCH-UP-AGE
                 TO WS-LIM-CATCH-UP-AGE(WS-LIMIT-COUNT)
               MOVE CLR-CATCH-UP-AMOUNT
                 TO WS-LIM-CATCH-UP-AMOUNT(WS-LIMIT-COUNT)
           END-IF
           .
