      *>-----------------------------------------------------------
      *> CLIMPARM - PARAMETER AREA FOR THE CONTRIBUTION LIMIT CHECK
      *> (PCONLIM). THE CALLER FILLS IN THE TAX TREATMENT, BIRTH
      *> YEAR, FIRST CALENDAR YEAR AND NUMBER OF YEARS OF PLANNED
      *> CONTRIBUTIONS, THE CLIENT'S TOTAL MONTHLY CONTRIBUTION
      *> ACROSS ALL ACCOUNTS AND THE ANNUAL GROWTH RATE. PCONLIM
      *> STEPS THE YEAR'S CONTRIBUTIONS UP BY THE GROWTH RATE FROM
      *> THE SECOND YEAR (AS THE SCHEDULE DOES) AND RETURNS EVERY
      *> YEAR IN WHICH THEY EXCEED THE LIMIT ON CLIMREF.
      *>-----------------------------------------------------------
       01 CONTRIB-LIMIT-AREA.
           05 CLA-TAX-TREATMENT       PIC X(1).
           05 CLA-BIRTH-YEAR          PIC 9(4).
           05 CLA-FIRST-YEAR          PIC 9(4).
           05 CLA-YEARS               PIC 9(2).
           05 CLA-MONTHLY-CONTRIB     PIC 9(7)V99.
           05 CLA-GROWTH-RATE         PIC 99V9999.
      *> RETURNED: WHETHER THE TREATMENT HAS LIMITS ON FILE, AND
      *> EACH BREACH YEAR WITH THAT YEAR'S CONTRIBUTIONS AND LIMIT.
           05 CLA-LIMITS-ON-FILE      PIC 9(1).
             88 CLA-HAS-LIMITS        VALUE 1.
           05 CLA-BREACH-COUNT        PIC 9(2).
           05 CLA-BREACHES.
             10 CLA-BREACH OCCURS 60 TIMES.
               15 CLA-BREACH-YEAR     PIC 9(4).
               15 CLA-BREACH-AMOUNT   PIC 9(9)V99.
               15 CLA-BREACH-LIMIT    PIC 9(7)V99.
