       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGOALFND.
       AUTHOR. WILLIAM-KEILSOHN.
      *> GOAL FUNDING SPLIT. CALLED BY P1, PINVBAT AND PINVSTM WITH
      *> A FILLED-IN FUNDPARM AREA SO EACH OF A CLIENT'S NAMED
      *> GOALS IS PROJECTED ON ITS OWN MONEY RATHER THAN ON THE
      *> WHOLE BALANCE. THE BALANCE BEING SPLIT IS SHARED OUT OVER
      *> THE ACCOUNT SLOTS IN PROPORTION TO THEIR BALANCES; EACH
      *> ACCOUNT'S SHARE IS EARMARKED TO GOALS BY ITS PERCENTAGES
      *> ON FUNDREC. WHAT IS NOT EARMARKED (AND ANY EARMARK TO A
      *> GOAL THE CLIENT NO LONGER HAS) IS UNASSIGNED, AND IS
      *> GIVEN OUT IN THE FUNDING PRIORITY ORDER, EACH GOAL TAKING
      *> NO MORE THAN IT STILL NEEDS TO REACH ITS AMOUNT. WITH NO
      *> FUNDING RECORD, OR NO ACCOUNT BALANCES TO SHARE BY, THE
      *> WHOLE BALANCE IS UNASSIGNED, SO THE GOALS ARE FUNDED ONE
      *> AFTER ANOTHER IN SEQUENCE ORDER. THE SHORTFALL IS THE
      *> PART OF A GOAL'S AMOUNT ITS FUNDING DOES NOT COVER TODAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY FUNDPARM.
       01 WS-ACCOUNT-SUB PIC 9(2) VALUE 0.
       01 WS-GOAL-SUB PIC 9(2) VALUE 0.
       01 WS-ORDER-SUB PIC 9(2) VALUE 0.
       01 WS-ORDER-COUNT PIC 9(2) VALUE 0.
       01 WS-FUNDING-ORDER.
         05 WS-ORDER-GOAL PIC 9(1) OCCURS 5 TIMES.
       01 WS-GOAL-LISTED-FLAGS.
         05 WS-GOAL-LISTED PIC 9(1) OCCURS 5 TIMES.
           88 GOAL-IS-LISTED VALUE 1.
       01 WS-ACCOUNTS-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACCOUNT-SHARE PIC 9(8)V99 VALUE 0.
       01 WS-PCT-LEFT PIC 9(3) VALUE 0.
       01 WS-PCT-TAKEN PIC 9(3) VALUE 0.
       01 WS-EARMARK-AMOUNT PIC 9(8)V99 VALUE 0.
       01 WS-EARMARKED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-POOL PIC 9(11)V99 VALUE 0.
       01 WS-GOAL-NEEDS PIC 9(8)V99 VALUE 0.

       LINKAGE SECTION.
       01 GFA_FUNDING_AREA PIC X(451).

       PROCEDURE DIVISION USING GFA_FUNDING_AREA.

       MAIN-PARA.
           MOVE GFA_FUNDING_AREA TO GOAL-FUNDING-AREA
           .
           PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > 5
               MOVE 0 TO GFA-EARMARKED(WS-GOAL-SUB)
               MOVE 0 TO GFA-FUNDED(WS-GOAL-SUB)
               MOVE 0 TO GFA-SHORTFALL(WS-GOAL-SUB)
           END-PERFORM
           .
           MOVE 0 TO WS-ACCOUNTS-TOTAL
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
             UNTIL WS-ACCOUNT-SUB > 9
               ADD GFA-ACCOUNT-BALANCE(WS-ACCOUNT-SUB)
                 TO WS-ACCOUNTS-TOTAL
           END-PERFORM
           .
           IF GFA-HAS-EARMARKS AND WS-ACCOUNTS-TOTAL > 0 THEN
               PERFORM EARMARK-ACCOUNTS-PARA
           END-IF
           .
           MOVE 0 TO WS-EARMARKED-TOTAL
           PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > 5
               IF GFA-GOAL-AMOUNT(WS-GOAL-SUB) = 0 THEN
                   MOVE 0 TO GFA-EARMARKED(WS-GOAL-SUB)
               END-IF
               ADD GFA-EARMARKED(WS-GOAL-SUB) TO WS-EARMARKED-TOTAL
           END-PERFORM
           .
           MOVE 0 TO WS-POOL
           IF GFA-CLIENT-BALANCE > WS-EARMARKED-TOTAL THEN
               COMPUTE WS-POOL =
                 GFA-CLIENT-BALANCE - WS-EARMARKED-TOTAL
           END-IF
           .
           PERFORM BUILD-FUNDING-ORDER-PARA
           .
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
             UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-ORDER-GOAL(WS-ORDER-SUB) TO WS-GOAL-SUB
               PERFORM FUND-ONE-GOAL-PARA
           END-PERFORM
           .
           MOVE WS-POOL TO GFA-UNASSIGNED
           .
           MOVE GOAL-FUNDING-AREA TO GFA_FUNDING_AREA
           .
           GOBACK
           .

      *> EACH ACCOUNT'S SHARE OF THE BALANCE IS EARMARKED BY ITS
      *> PERCENTAGES, TAKEN IN GOAL ORDER AND STOPPED AT 100 SO A
      *> DAMAGED RECORD CANNOT EARMARK MORE THAN THE ACCOUNT HOLDS.
       EARMARK-ACCOUNTS-PARA.
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
             UNTIL WS-ACCOUNT-SUB > 9
               IF GFA-ACCOUNT-BALANCE(WS-ACCOUNT-SUB) > 0 THEN
                   COMPUTE WS-ACCOUNT-SHARE ROUNDED =
                     GFA-CLIENT-BALANCE
                     * GFA-ACCOUNT-BALANCE(WS-ACCOUNT-SUB)
                     / WS-ACCOUNTS-TOTAL
                   MOVE 100 TO WS-PCT-LEFT
                   PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
                     UNTIL WS-GOAL-SUB > 5
                       MOVE GFA-GOAL-PCT(WS-ACCOUNT-SUB, WS-GOAL-SUB)
                         TO WS-PCT-TAKEN
                       IF WS-PCT-TAKEN > WS-PCT-LEFT THEN
                           MOVE WS-PCT-LEFT TO WS-PCT-TAKEN
                       END-IF
                       SUBTRACT WS-PCT-TAKEN FROM WS-PCT-LEFT
                       COMPUTE WS-EARMARK-AMOUNT ROUNDED =
                         WS-ACCOUNT-SHARE * WS-PCT-TAKEN / 100
                       ADD WS-EARMARK-AMOUNT
                         TO GFA-EARMARKED(WS-GOAL-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> THE PRIORITY LIST AS KEYED, LESS ANY DIGIT OUTSIDE 1-5 OR
      *> ALREADY LISTED, FOLLOWED BY THE GOALS IT DOES NOT NAME.
       BUILD-FUNDING-ORDER-PARA.
           MOVE 0 TO WS-ORDER-COUNT
           MOVE ZEROS TO WS-FUNDING-ORDER
           MOVE ZEROS TO WS-GOAL-LISTED-FLAGS
           .
           IF GFA-HAS-EARMARKS THEN
               PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                 UNTIL WS-ORDER-SUB > 5
                   MOVE GFA-PRIORITY(WS-ORDER-SUB) TO WS-GOAL-SUB
                   IF WS-GOAL-SUB > 0 AND WS-GOAL-SUB < 6 THEN
                       IF NOT GOAL-IS-LISTED(WS-GOAL-SUB) THEN
                           PERFORM ADD-TO-ORDER-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
           PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
             UNTIL WS-GOAL-SUB > 5
               IF NOT GOAL-IS-LISTED(WS-GOAL-SUB) THEN
                   PERFORM ADD-TO-ORDER-PARA
               END-IF
           END-PERFORM
           .

       ADD-TO-ORDER-PARA.
           ADD 1 TO WS-ORDER-COUNT
           MOVE WS-GOAL-SUB TO WS-ORDER-GOAL(WS-ORDER-COUNT)
           MOVE 1 TO WS-GOAL-LISTED(WS-GOAL-SUB)
           .

      *> A GOAL KEEPS ITS EARMARK (EVEN WHERE THAT IS MORE THAN IT
      *> NEEDS) AND TAKES FROM THE UNASSIGNED MONEY ONLY WHAT IT
      *> STILL LACKS.
       FUND-ONE-GOAL-PARA.
           IF GFA-GOAL-AMOUNT(WS-GOAL-SUB) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           .
           MOVE GFA-EARMARKED(WS-GOAL-SUB) TO GFA-FUNDED(WS-GOAL-SUB)
           .
           IF GFA-GOAL-AMOUNT(WS-GOAL-SUB)
             > GFA-FUNDED(WS-GOAL-SUB) AND WS-POOL > 0 THEN
               COMPUTE WS-GOAL-NEEDS = GFA-GOAL-AMOUNT(WS-GOAL-SUB)
                 - GFA-FUNDED(WS-GOAL-SUB)
               IF WS-GOAL-NEEDS > WS-POOL THEN
                   MOVE WS-POOL TO WS-GOAL-NEEDS
               END-IF
               ADD WS-GOAL-NEEDS TO GFA-FUNDED(WS-GOAL-SUB)
               SUBTRACT WS-GOAL-NEEDS FROM WS-POOL
           END-IF
           .
           IF GFA-GOAL-AMOUNT(WS-GOAL-SUB)
             > GFA-FUNDED(WS-GOAL-SUB) THEN
               COMPUTE GFA-SHORTFALL(WS-GOAL-SUB) =
                 GFA-GOAL-AMOUNT(WS-GOAL-SUB)
                 - GFA-FUNDED(WS-GOAL-SUB)
           END-IF
           .
