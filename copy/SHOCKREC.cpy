      *>-----------------------------------------------------------
      *> SHOCKREC - NAMED MARKET SHOCK SCENARIO FOR THE BOOK-WIDE
      *> STRESS TEST (PSTRESS), ONE RECORD PER SCENARIO (RELATIVE
      *> KEY = THE SCENARIO NUMBER, 1-99). EACH SHOCK IS THE
      *> DECIMAL CHANGE APPLIED TO THAT ASSET CLASS'S SHARE OF A
      *> CLIENT'S BALANCE (-0.3500 = A 35% FALL), SO A SCENARIO
      *> CAN BE SET UP AHEAD OF TIME AND RUN THE MORNING AFTER A
      *> SHARP MARKET MOVE. MAINTAINED THROUGH PRATMNT'S S
      *> REQUEST, WITH A RATE JOURNAL LINE FOR EVERY CHANGE.
      *>-----------------------------------------------------------
       01 SHOCK-SCENARIO-RECORD.
           05 SHK-SCENARIO-ID         PIC 9(2).
           05 SHK-SCENARIO-NAME       PIC X(20).
           05 SHK-EQUITY-SHOCK        PIC S99V9999.
           05 SHK-BOND-SHOCK          PIC S99V9999.
           05 SHK-CASH-SHOCK          PIC S99V9999.
           05 SHK-CHANGED-DATE        PIC 9(8).
           05 SHK-CHANGED-BY          PIC X(8).
           05 FILLER                  PIC X(10).
