      *> THE BASE CURRENCY; ANYTHING ELSE CONVERTS THROUGH THE
      *> CURRREF EXCHANGE RATE FILE FOR THE CONTROL TOTALS.
           05 CLM-CURRENCY-CODE       PIC X(3).
      *> RISK TOLERANCE FROM THE CLIENT'S QUESTIONNAIRE (PRSKQST,
      *> ASKED IN THE P1 INTERVIEW OR RE-ASKED THROUGH PCLTMNT):
      *> THE TOTAL SCORE, THE RISK BAND IT PLACES THE CLIENT IN
      *> (1 = CONSERVATIVE TO 5 = AGGRESSIVE) AND THE DATE IT WAS
      *> ANSWERED. BAND ZERO MEANS NO QUESTIONNAIRE ON FILE. THE
      *> NIGHTLY SUITABILITY CHECK (PSUITCK) HOLDS THE BAND AND
      *> THE YEARS TO THE TARGET AGE AGAINST THE EQUITY PERCENT.
           05 CLM-RISK-SCORE          PIC 9(2).
           05 CLM-RISK-BAND           PIC 9(1).
             88 CLM-RISK-NOT-ASSESSED VALUE 0.
           05 CLM-RISK-ANSWERED-DATE  PIC 9(8).
