      *> ESCALATE THEIR CONTRIBUTIONS BY THIS EACH YEAR UNLESS A
      *> CLIENT-LEVEL RATE IS ON THE PROFILE.
           05 SHOP-DEFAULT-CONTRIB-GROWTH      PIC 99V9999.
      *> ALLOCATION DRIFT TOLERANCE IN PERCENTAGE POINTS: A CLIENT
      *> WHOSE HELD EQUITY, BOND OR CASH SHARE (CUSTODIAN HOLDINGS
      *> FEED) IS FURTHER THAN THIS FROM THE ALLOCATION ON THE
      *> MASTER IS LISTED AS A REBALANCING CANDIDATE BY PDRIFT.
           05 SHOP-DRIFT-TOLERANCE-PCT         PIC 9(3).
      *> FEED MOVEMENT TOLERANCE: A CLIENT WHOSE PROVEN FEED
      *> BALANCE IS FURTHER FROM THE MASTER BALANCE THAN BOTH THE
      *> PERCENTAGE (OF THE MASTER BALANCE) AND THE AMOUNT IS HELD
      *> BY PFEEDPST ON MOVEFILE FOR AN ANALYST TO RELEASE OR
      *> REJECT INSTEAD OF BEING POSTED. A ZERO AMOUNT LEAVES THE
      *> PERCENTAGE TO DECIDE ALONE.
           05 SHOP-MOVE-TOLERANCE-PCT          PIC 9(3).
           05 SHOP-MOVE-TOLERANCE-AMT          PIC 9(8)V99.
      *> HOW MANY DAYS A CLIENT'S RISK TOLERANCE QUESTIONNAIRE
      *> STAYS CURRENT: ONE ANSWERED LONGER AGO THAN THIS IS
      *> LISTED AS DUE FOR RE-TAKING BY THE NIGHTLY SUITABILITY
      *> CHECK (PSUITCK).
           05 SHOP-RISK-QUEST-MAX-DAYS         PIC 9(4).
           05 SHOP-LAST-UPDATED-BY             PIC X(8).
           05 SHOP-LAST-UPDATED-DATE           PIC 9(8).
