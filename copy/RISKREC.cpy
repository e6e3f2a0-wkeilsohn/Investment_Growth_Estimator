      *>-----------------------------------------------------------
      *> RISKREC - PROBABILITY-OF-SUCCESS RISK TIER RECORD, KEPT BY
      *> THE WEEKLY RISK TIERING RUN (PRISKTR) ON RISKHIST. ONE
      *> RECORD PER CLIENT AND GOAL (RELATIVE KEY = CLIENT ID * 10
      *> + GOAL SEQUENCE): GOAL SEQUENCE 0 IS THE PLAN GOAL ON THE
      *> CLIENT MASTER, 1-5 THE NAMED GOALS ON THE GOALS FILE, AS
      *> ON THE CRM EXTRACT. THE RECORD HOLDS THE LATEST MONTE
      *> CARLO SUCCESS PERCENTAGE AND WORST HISTORICAL ENDING, THE
      *> TIER THEY PUT THE GOAL IN, AND THE TIER AND SUCCESS OF THE
      *> RUN BEFORE SO A DROP BETWEEN RUNS CAN BE FLAGGED. A RERUN
      *> ON THE SAME DAY REPLACES THAT DAY'S RESULT AND KEEPS THE
      *> EARLIER RUN AS THE PRIOR ONE. THE TIER RANK ORDERS THE
      *> TIERS WORST FIRST FOR THE LISTING.
      *>-----------------------------------------------------------
       01 RISK-TIER-RECORD.
           05 RSK-CLIENT-ID           PIC 9(6).
           05 RSK-GOAL-SEQ            PIC 9(1).
             88 RSK-IS-PLAN-GOAL      VALUE 0.
           05 RSK-GOAL-NAME           PIC X(10).
           05 RSK-CLIENT-NAME         PIC X(20).
           05 RSK-ADVISOR-CODE        PIC 9(4).
           05 RSK-CURRENCY-SYMBOL     PIC X(1).
           05 RSK-CURRENT-BALANCE     PIC 9(8)V99.
           05 RSK-GOAL-AMOUNT         PIC 9(8)V99.
           05 RSK-YEARS-TO-GOAL       PIC 9(3).
           05 RSK-RUN-DATE            PIC 9(8).
           05 RSK-SUCCESS-PERCENT     PIC 9(3)V99.
           05 RSK-WINDOWS-TESTED      PIC 9(3).
           05 RSK-WINDOWS-REACHED     PIC 9(3).
           05 RSK-WORST-ENDING        PIC X(20).
           05 RSK-TIER                PIC X(1).
             88 RSK-TIER-HIGH         VALUE "H".
             88 RSK-TIER-MEDIUM       VALUE "M".
             88 RSK-TIER-LOW          VALUE "L".
           05 RSK-TIER-RANK           PIC 9(1).
           05 RSK-PRIOR-TIER          PIC X(1).
             88 RSK-NO-PRIOR-RESULT   VALUE SPACE.
           05 RSK-PRIOR-RANK          PIC 9(1).
           05 RSK-PRIOR-SUCCESS       PIC 9(3)V99.
           05 RSK-PRIOR-RUN-DATE      PIC 9(8).
           05 RSK-TIER-MOVE           PIC X(1).
             88 RSK-TIER-NEW          VALUE "N".
             88 RSK-TIER-SAME         VALUE "S".
             88 RSK-TIER-DROPPED      VALUE "D".
             88 RSK-TIER-RAISED       VALUE "R".
           05 FILLER                  PIC X(10).
