      *>-----------------------------------------------------------
      *> BILLREC - QUARTERLY ADVISORY FEE DEBIT FILE FOR THE
      *> CUSTODIAN (FEEBILL), WRITTEN BY PFEEBIL. ONE D RECORD PER
      *> ACCOUNT TO BE DEBITED: A CLIENT'S FEE IS SPREAD OVER ITS
      *> ACTIVE ACCOUNTS IN PROPORTION TO THEIR QUARTER-END
      *> BALANCES, THE LAST ACCOUNT TAKING THE ROUNDING. ACCOUNT
      *> ZERO IS A CLIENT CARRIED ENTIRELY ON THE MASTER. AMOUNTS
      *> ARE IN THE CLIENT'S OWN CURRENCY. THE FILE ENDS WITH ONE T
      *> RECORD CARRYING THE DEBIT COUNT AND THE HASH TOTAL OF THE
      *> DEBIT AMOUNTS SO THE CUSTODIAN CAN PROVE IT ON RECEIPT.
      *>-----------------------------------------------------------
       01 FEE-BILLING-RECORD.
           05 BIL-RECORD-TYPE         PIC X(1).
             88 BIL-IS-DEBIT          VALUE "D".
             88 BIL-IS-TRAILER        VALUE "T".
           05 BIL-QUARTER-END-DATE    PIC 9(8).
           05 BIL-CLIENT-ID           PIC 9(6).
           05 BIL-ACCOUNT-NUMBER      PIC 9(1).
           05 BIL-CURRENCY-CODE       PIC X(3).
           05 BIL-DEBIT-AMOUNT        PIC 9(11)V99.
           05 BIL-RECORD-COUNT        PIC 9(7).
           05 FILLER                  PIC X(41).
