      *>-----------------------------------------------------------
      *> CLIMREC - ANNUAL CONTRIBUTION LIMIT REFERENCE (CLIMREF),
      *> ONE RECORD PER TAX TREATMENT AND CALENDAR YEAR. THE
      *> RELATIVE KEY IS (10000 FOR TAX-DEFERRED "D", 20000 FOR
      *> TAX-FREE "F") + THE YEAR. THE LIMIT IS WHAT ONE CLIENT
      *> MAY PAY INTO MONEY OF THAT TREATMENT IN THE YEAR ACROSS
      *> ALL ACCOUNTS; A CLIENT WHO REACHES THE CATCH-UP AGE BY
      *> THE YEAR END MAY PAY THE CATCH-UP AMOUNT ON TOP. A YEAR
      *> PAST THE LAST ONE ON FILE USES THE LAST ONE, AND A YEAR
      *> BEFORE THE FIRST USES THE FIRST. TAXABLE MONEY HAS NO
      *> LIMIT. MAINTAINED THROUGH PRATMNT'S C REQUEST, WITH A
      *> RATE JOURNAL LINE FOR EVERY CHANGE; CHECKED BY PCONLIM.
      *>-----------------------------------------------------------
       01 CONTRIB-LIMIT-RECORD.
           05 CLR-TAX-TREATMENT       PIC X(1).
           05 CLR-LIMIT-YEAR          PIC 9(4).
           05 CLR-ANNUAL-LIMIT        PIC 9(6)V99.
           05 CLR-CATCH-UP-AGE        PIC 9(3).
           05 CLR-CATCH-UP-AMOUNT     PIC 9(6)V99.
           05 CLR-CHANGED-DATE        PIC 9(8).
           05 CLR-CHANGED-BY          PIC X(8).
           05 FILLER                  PIC X(8).
