      *>-----------------------------------------------------------
      *> FUNDREC - CLIENT GOAL FUNDING RECORD (FUNDFILE), ONE PER
      *> CLIENT, RELATIVE KEY = CLIENT ID. EARMARKS EACH ACCOUNT
      *> (SLOTS 1-9 OF THE ACCOUNT SUB-FILE), OR A PERCENTAGE OF
      *> IT, TO THE CLIENT'S NAMED GOALS (SEQUENCES 1-5 OF THE
      *> GOALS FILE). AN ACCOUNT'S PERCENTAGES NEVER ADD TO MORE
      *> THAN 100; WHATEVER IS NOT EARMARKED IS UNASSIGNED MONEY,
      *> AND THAT GOES TO THE GOALS IN THE FUNDING PRIORITY ORDER
      *> (GOAL SEQUENCES, FIRST ZERO ENDS THE LIST; GOALS NOT
      *> LISTED COME AFTER, IN SEQUENCE ORDER). THE SPLIT ITSELF
      *> IS WORKED OUT BY PGOALFND. MAINTAINED BY THE PCLTMNT G
      *> REQUEST AND JOURNALED TO CHGJRNL AS RECORD TYPE F.
      *>-----------------------------------------------------------
       01 CLIENT-FUNDING-RECORD.
           05 FND-CLIENT-ID           PIC 9(6).
           05 FND-EARMARKS.
             10 FND-PRIORITY          PIC 9(1) OCCURS 5 TIMES.
             10 FND-ACCOUNT           OCCURS 9 TIMES.
               15 FND-GOAL-PCT        PIC 9(3) OCCURS 5 TIMES.
           05 FILLER                  PIC X(4).
