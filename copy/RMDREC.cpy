      *>-----------------------------------------------------------
      *> RMDREC - REQUIRED MINIMUM DISTRIBUTION NOTICE, ONE RECORD
      *> PER CLIENT (RELATIVE KEY = CLIENT ID), REBUILT EACH YEAR
      *> BY PRMDNOT FOR EVERY ACTIVE CLIENT WITH TAX-DEFERRED
      *> MONEY WHO IS AT OR PAST THE DISTRIBUTION STARTING AGE.
      *> PINVSTM READS IT TO ADD THE DISTRIBUTION PARAGRAPH TO
      *> THE CLIENT LETTER FOR THE DISTRIBUTION YEAR.
      *> THE BALANCE IS THE PRIOR YEAR-END VALUE FROM THE DECEMBER
      *> PERIOD-CLOSE RECORDS ON THE CASH-FLOW FILE; WHERE AN
      *> ACCOUNT HAS NONE THE CURRENT POSTED BALANCE IS USED AND
      *> THE BALANCE IS MARKED ESTIMATED FOR THE ADVISOR TO
      *> CONFIRM WITH THE CUSTODIAN.
      *>-----------------------------------------------------------
       01 RMD-NOTICE-RECORD.
           05 RMN-CLIENT-ID           PIC 9(6).
           05 RMN-ADVISOR-CODE        PIC 9(4).
           05 RMN-CLIENT-NAME         PIC X(20).
           05 RMN-CURRENCY-SYMBOL     PIC X(1).
           05 RMN-DISTRIBUTION-YEAR   PIC 9(4).
           05 RMN-AGE                 PIC 9(3).
           05 RMN-PRIOR-YE-BALANCE    PIC 9(9)V99.
           05 RMN-BALANCE-SOURCE      PIC X(1).
             88 RMN-BALANCE-ON-FILE   VALUE "F".
             88 RMN-BALANCE-ESTIMATED VALUE "E".
           05 RMN-DIVISOR             PIC 99V9.
           05 RMN-REQUIRED-AMOUNT     PIC 9(9)V99.
           05 RMN-DEADLINE            PIC 9(8).
           05 RMN-FIRST-YEAR          PIC X(1).
             88 RMN-IS-FIRST-YEAR     VALUE "Y".
           05 RMN-STATUS              PIC X(1).
             88 RMN-IS-CALCULATED     VALUE "C".
             88 RMN-NO-DIVISOR        VALUE "X".
           05 RMN-RUN-DATE            PIC 9(8).
           05 FILLER                  PIC X(14).
