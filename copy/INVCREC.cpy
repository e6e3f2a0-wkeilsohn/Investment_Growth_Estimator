      *>-----------------------------------------------------------
      *> INVCREC - QUARTERLY ADVISORY FEE INVOICE LINE (FEEINVC),
      *> ONE PER CLIENT BILLED, WRITTEN BY PFEEBIL. CARRIES HOW THE
      *> FEE WAS REACHED: THE BILLABLE BALANCE ON THE BASIS CHOSEN
      *> FOR THE RUN (Q = QUARTER-END, A = AVERAGE OF THE QUARTER'S
      *> MONTH-END SNAPSHOTS), THE HOUSEHOLD BALANCE THAT SET THE
      *> BREAKPOINT, THE CLIENT'S OWN RATE AND THE RATE APPLIED,
      *> AND THE DAYS BILLED OUT OF THE DAYS IN THE QUARTER FOR A
      *> CLIENT ONBOARDED PART WAY THROUGH. THE QUARTER-END BASE
      *> BALANCE IS THE CLIENT'S AUM FIGURE AND IS WHAT THE FEE
      *> REVENUE REPORT PROVES AGAINST THE AUM HISTORY. RATES ARE
      *> ANNUAL DECIMALS (0.0100 = 1%); AMOUNTS WITHOUT BASE IN THE
      *> NAME ARE IN THE CLIENT'S OWN CURRENCY.
      *>-----------------------------------------------------------
       01 FEE-INVOICE-RECORD.
           05 INV-QUARTER-END-DATE    PIC 9(8).
           05 INV-CLIENT-ID           PIC 9(6).
           05 INV-CLIENT-NAME         PIC X(20).
           05 INV-HOUSEHOLD-ID        PIC 9(6).
           05 INV-ADVISOR-CODE        PIC 9(4).
           05 INV-BRANCH              PIC X(10).
           05 INV-CURRENCY-CODE       PIC X(3).
           05 INV-BASIS               PIC X(1).
             88 INV-BASIS-QUARTER-END VALUE "Q".
             88 INV-BASIS-AVERAGE     VALUE "A".
           05 INV-BILLABLE-BALANCE    PIC 9(11)V99.
           05 INV-BILLABLE-BASE       PIC 9(11)V99.
           05 INV-HOUSEHOLD-BASE      PIC 9(11)V99.
           05 INV-CLIENT-RATE         PIC 99V9999.
           05 INV-APPLIED-RATE        PIC 99V9999.
           05 INV-DAYS-BILLED         PIC 9(3).
           05 INV-DAYS-IN-QUARTER     PIC 9(3).
           05 INV-FEE-AMOUNT          PIC 9(9)V99.
           05 INV-FEE-BASE-AMOUNT     PIC 9(9)V99.
           05 INV-QUARTER-END-BASE    PIC 9(11)V99.
           05 FILLER                  PIC X(10).
