      *>-----------------------------------------------------------
      *> DRFTREC - REBALANCING CANDIDATE WORK RECORD, WRITTEN BY
      *> PDRIFT FOR EACH CLIENT WHOSE HELD ALLOCATION (FROM THE
      *> CUSTODIAN HOLDINGS FEED) IS OUTSIDE THE SHOP DRIFT
      *> TOLERANCE OF THE ALLOCATION ON THE MASTER, OR WHO HAS
      *> HOLDINGS BUT NO ALLOCATION ON THE MASTER TO COMPARE
      *> WITH, AND SORTED BY ADVISOR FOR ITS LISTING. THE HELD
      *> PERCENTAGES ARE OF THE CLIENT'S TOTAL MARKET VALUE; THE
      *> LARGEST DRIFT IS THE WIDEST GAP, IN PERCENTAGE POINTS,
      *> BETWEEN A HELD AND A TARGET SHARE.
      *>-----------------------------------------------------------
       01 DRIFT-CANDIDATE-RECORD.
           05 DRF-ADVISOR-CODE        PIC 9(4).
           05 DRF-CLIENT-ID           PIC 9(6).
           05 DRF-CLIENT-NAME         PIC X(20).
           05 DRF-CURRENCY-SYMBOL     PIC X(1).
           05 DRF-HELD-VALUE          PIC 9(11)V99.
           05 DRF-TARGET-EQUITY       PIC 9(3).
           05 DRF-TARGET-BOND         PIC 9(3).
           05 DRF-TARGET-CASH         PIC 9(3).
           05 DRF-HELD-EQUITY         PIC 9(3)V99.
           05 DRF-HELD-BOND           PIC 9(3)V99.
           05 DRF-HELD-CASH           PIC 9(3)V99.
           05 DRF-LARGEST-DRIFT       PIC 9(3)V99.
           05 DRF-REASON              PIC X(1).
             88 DRF-OUTSIDE-TOLERANCE VALUE "D".
             88 DRF-NO-TARGET         VALUE "A".
           05 FILLER                  PIC X(6).
