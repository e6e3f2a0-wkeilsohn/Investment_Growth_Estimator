      *>-----------------------------------------------------------
      *> LEXPREC - LIFE-EXPECTANCY DIVISOR REFERENCE, ONE RECORD
      *> PER AGE (RELATIVE KEY = THE AGE, 1-120). THE DIVISOR IS
      *> THE DISTRIBUTION PERIOD THE PRIOR YEAR-END BALANCE OF
      *> TAX-DEFERRED MONEY IS DIVIDED BY TO GIVE THE YEAR'S
      *> REQUIRED MINIMUM DISTRIBUTION. THE LAST AGE ON FILE
      *> SERVES EVERY OLDER CLIENT. MAINTAINED THROUGH PRATMNT'S
      *> L REQUEST, WITH A RATE JOURNAL LINE FOR EVERY CHANGE.
      *>-----------------------------------------------------------
       01 LIFE-EXPECTANCY-RECORD.
           05 LEX-AGE                 PIC 9(3).
           05 LEX-DIVISOR             PIC 99V9.
           05 LEX-CHANGED-DATE        PIC 9(8).
           05 LEX-CHANGED-BY          PIC X(8).
           05 FILLER                  PIC X(8).
