      *>-----------------------------------------------------------
      *> SUITREC - SUITABILITY BAND-TO-ALLOCATION REFERENCE
      *> (SUITREF), ONE RECORD PER RISK BAND AND TIME HORIZON.
      *> THE RELATIVE KEY IS (BAND * 10) + HORIZON, WHERE THE
      *> HORIZON IS THE CLIENT'S YEARS TO THE TARGET RETIREMENT
      *> AGE: 1 = UNDER 5 YEARS (OR ALREADY PAST IT), 2 = 5 TO 9,
      *> 3 = 10 TO 19, 4 = 20 OR MORE. THE RANGE IS THE LOWEST
      *> AND HIGHEST EQUITY PERCENT THE SHOP CONSIDERS SUITABLE
      *> FOR A CLIENT IN THAT BAND WITH THAT HORIZON. MAINTAINED
      *> THROUGH PRATMNT'S B REQUEST, WITH A RATE JOURNAL LINE
      *> FOR EVERY CHANGE; READ BY THE NIGHTLY SUITABILITY CHECK
      *> (PSUITCK).
      *>-----------------------------------------------------------
       01 SUITABILITY-RECORD.
           05 SUT-RISK-BAND           PIC 9(1).
           05 SUT-HORIZON             PIC 9(1).
             88 SUT-HORIZON-VALID     VALUE 1 THRU 4.
           05 SUT-EQUITY-MIN          PIC 9(3).
           05 SUT-EQUITY-MAX          PIC 9(3).
           05 SUT-CHANGED-DATE        PIC 9(8).
           05 SUT-CHANGED-BY          PIC X(8).
           05 FILLER                  PIC X(8).
