      *> TRANREC - BATCH TRANSACTION RECORD FOR PINVBAT.
      *> ONE RECORD PER CLIENT ACCOUNT TO BE PROJECTED IN A BATCH
      *> RUN. A CLIENT WITH NO ACCOUNT SUB-FILE RECORDS EXTRACTS
      *> AS A SINGLE RECORD WITH ACCOUNT NUMBER ZERO. THE PLANNED
      *> CONTRIBUTION IS THE ACCOUNT'S MONTHLY AMOUNT FROM CTRBFILE
      *> (ZERO WHEN NONE IS ON FILE).
      *>-----------------------------------------------------------
       01 CLIENT-TRANSACTION-RECORD.
           05 TRN-CLIENT-ID           PIC 9(6).
             88 TRN-TAX-DEFERRED      VALUE "D".
           05 TRN-CONTRIB-GROWTH-RATE PIC 99V9999.
           05 TRN-CURRENCY-CODE       PIC X(3).
           05 TRN-PLANNED-CONTRIB     PIC 9(6)V99.
