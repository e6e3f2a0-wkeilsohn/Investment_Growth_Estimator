      *>-----------------------------------------------------------
      *> FUNDPARM - PARAMETER AREA FOR PGOALFND, THE GOAL FUNDING
      *> SPLIT. THE CALLER FILLS IN THE CLIENT'S EARMARKS (FROM
      *> FUNDREC, WHEN THERE IS ONE), THE BALANCE TO BE SPLIT, THE
      *> BALANCE OF EACH ACCOUNT SLOT AND THE AMOUNT OF EACH GOAL
      *> SEQUENCE (ZERO FOR NO GOAL). PGOALFND RETURNS, PER GOAL
      *> SEQUENCE, THE MONEY EARMARKED TO IT, THE MONEY IT IS
      *> FUNDED WITH ONCE THE UNASSIGNED MONEY HAS BEEN GIVEN OUT
      *> IN PRIORITY ORDER, AND ITS SHORTFALL, PLUS WHATEVER IS
      *> LEFT UNASSIGNED ONCE EVERY GOAL IS FULLY FUNDED.
      *>-----------------------------------------------------------
       01 GOAL-FUNDING-AREA.
           05 GFA-EARMARKS-ON-FILE    PIC 9(1).
             88 GFA-HAS-EARMARKS      VALUE 1.
           05 GFA-EARMARKS.
             10 GFA-PRIORITY          PIC 9(1) OCCURS 5 TIMES.
             10 GFA-ACCOUNT           OCCURS 9 TIMES.
               15 GFA-GOAL-PCT        PIC 9(3) OCCURS 5 TIMES.
           05 GFA-CLIENT-BALANCE      PIC 9(8)V99.
           05 GFA-ACCOUNT-BALANCE     PIC 9(8)V99 OCCURS 9 TIMES.
           05 GFA-GOAL-AMOUNT         PIC 9(8)V99 OCCURS 5 TIMES.
           05 GFA-EARMARKED           PIC 9(8)V99 OCCURS 5 TIMES.
           05 GFA-FUNDED              PIC 9(8)V99 OCCURS 5 TIMES.
           05 GFA-SHORTFALL           PIC 9(8)V99 OCCURS 5 TIMES.
           05 GFA-UNASSIGNED          PIC 9(8)V99.
