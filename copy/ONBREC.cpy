      *>-----------------------------------------------------------
      *> ONBREC - BULK ONBOARDING RECORD, LOADED BY PONBLOAD. A C
      *> RECORD IS A NEW CLIENT; THE A RECORDS THAT FOLLOW IT ARE
      *> THAT CLIENT'S NEW ACCOUNTS. A CLIENT ID OF ZERO ASKS FOR
      *> THE NEXT FREE ID TO BE ASSIGNED, AND AN ACCOUNT WITH A
      *> ZERO CLIENT ID BELONGS TO THE CLIENT RECORD BEFORE IT. AN
      *> ACCOUNT RECORD CARRYING A CLIENT ID ALREADY ON THE MASTER
      *> ADDS A NEW ACCOUNT TO AN EXISTING CLIENT. ACCOUNT NUMBER
      *> ZERO TAKES THE CLIENT'S NEXT FREE ACCOUNT SLOT. THE
      *> CLIENT'S STARTING AMOUNT IS NOT CARRIED: THE MASTER HOLDS
      *> THE ROLL-UP OF THE ACTIVE ACCOUNTS, AS PCLTMNT KEEPS IT.
      *> THE RECORD IS THE SAME LENGTH AS THE TRANSACTION IMAGE ON
      *> THE SUSPENSE FILE, WHERE A FAILED ONBOARDING RECORD IS
      *> HELD WHOLE - THE RECORD TYPE LETTER IN THE FIRST BYTE
      *> KEEPS IT APART FROM A TRANSACTION, WHOSE CLIENT ID IS
      *> NUMERIC THERE.
      *>-----------------------------------------------------------
       01 ONBOARDING-RECORD.
           05 ONB-RECORD-TYPE         PIC X(1).
             88 ONB-IS-CLIENT         VALUE "C".
             88 ONB-IS-ACCOUNT        VALUE "A".
           05 ONB-CLIENT-ID           PIC 9(6).
           05 ONB-CLIENT-BODY.
               10 ONB-LAST-NAME       PIC X(20).
               10 ONB-FIRST-NAME      PIC X(15).
               10 ONB-BIRTH-YEAR      PIC 9(4).
               10 ONB-BIRTH-MONTH     PIC 9(2).
               10 ONB-BIRTH-DAY       PIC 9(2).
               10 ONB-GOAL-AMOUNT     PIC 9(8)V99.
               10 ONB-TARGET-RETIRE-AGE PIC 9(3).
               10 ONB-ANNUAL-FEE-RATE PIC 99V9999.
               10 ONB-EQUITY-PCT      PIC 9(3).
               10 ONB-BOND-PCT        PIC 9(3).
               10 ONB-CASH-PCT        PIC 9(3).
               10 ONB-HOUSEHOLD-ID    PIC 9(6).
               10 ONB-ADVISOR-CODE    PIC 9(4).
               10 ONB-TAX-TREATMENT   PIC X(1).
               10 ONB-CONTRIB-GROWTH-RATE PIC 99V9999.
               10 ONB-CURRENCY-SYMBOL PIC X(1).
               10 ONB-CURRENCY-CODE   PIC X(3).
               10 FILLER              PIC X(1).
           05 ONB-ACCOUNT-BODY REDEFINES ONB-CLIENT-BODY.
               10 ONB-ACCOUNT-NUMBER  PIC 9(1).
               10 ONB-ACCOUNT-NAME    PIC X(12).
               10 ONB-ACCOUNT-AMOUNT  PIC 9(8)V99.
               10 FILLER              PIC X(70).
