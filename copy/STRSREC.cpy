      *>-----------------------------------------------------------
      *> STRSREC - STRESS TEST RESULT WORK RECORD, WRITTEN BY
      *> PSTRESS AND SORTED BY ADVISOR FOR ITS LISTING. A C
      *> RECORD CARRIES ONE CLIENT'S BALANCE BEFORE AND AFTER THE
      *> SHOCK AND THE IMPACT IN THE BASE CURRENCY; A G RECORD
      *> FOLLOWS FOR EACH OF THE CLIENT'S GOALS THAT THE SHOCK
      *> MOVES FROM ON TRACK TO OFF TRACK, WITH THE PROJECTED
      *> GOAL AGE BEFORE AND AFTER. GOAL SEQUENCE 0 IS THE PLAN
      *> GOAL ON THE MASTER, 1-5 THE NAMED GOALS.
      *> GOAL STATUS: M = ALREADY MET, O = ON TRACK FOR THE TARGET
      *> AGE, F = PROJECTED PAST THE TARGET AGE, N = NEVER MET AT
      *> THE NET-OF-FEE RATE.
      *>-----------------------------------------------------------
       01 STRESS-RESULT-RECORD.
           05 STR-ADVISOR-CODE        PIC 9(4).
           05 STR-CLIENT-ID           PIC 9(6).
           05 STR-RECORD-TYPE         PIC X(1).
             88 STR-IS-CLIENT         VALUE "C".
             88 STR-IS-GOAL           VALUE "G".
           05 STR-GOAL-SEQ            PIC 9(1).
           05 STR-CLIENT-NAME         PIC X(20).
           05 STR-GOAL-NAME           PIC X(10).
           05 STR-CURRENCY-SYMBOL     PIC X(1).
           05 STR-CURRENCY-CODE       PIC X(3).
           05 STR-ALLOCATION-FLAG     PIC X(1).
             88 STR-NOT-SHOCKED       VALUE "N".
           05 STR-BALANCE-BEFORE      PIC 9(8)V99.
           05 STR-BALANCE-AFTER       PIC 9(8)V99.
           05 STR-BASE-BEFORE         PIC 9(11)V99.
           05 STR-BASE-AFTER          PIC 9(11)V99.
           05 STR-TARGET-AGE          PIC 9(3).
           05 STR-STATUS-BEFORE       PIC X(1).
           05 STR-AGE-BEFORE          PIC 9(3).
           05 STR-STATUS-AFTER        PIC X(1).
             88 STR-AFTER-NEVER       VALUE "N".
           05 STR-AGE-AFTER           PIC 9(3).
           05 FILLER                  PIC X(16).
