      *>-----------------------------------------------------------
      *> POSTREC - FEED POSTING JOURNAL LINE (POSTJRNL). ONE LINE
      *> PER FEED CLIENT PER NIGHT FROM PFEEDPST - POSTED, HELD FOR
      *> A LARGE MOVEMENT, OR SKIPPED WITH THE REASON - AND ONE
      *> MORE FROM PMOVMNT WHEN AN ANALYST RELEASES OR REJECTS A
      *> HELD MOVEMENT. THE OLD BALANCE IS THE MASTER BALANCE AT
      *> THE TIME, THE NEW BALANCE THE FEED BALANCE CONCERNED.
      *>-----------------------------------------------------------
       01 POSTING-JOURNAL-RECORD.
           05 PJR-RUN-DATE            PIC 9(8).
           05 PJR-RUN-TIME            PIC 9(6).
           05 PJR-CLIENT-ID           PIC 9(6).
           05 PJR-OLD-BALANCE         PIC 9(8)V99.
           05 PJR-NEW-BALANCE         PIC 9(8)V99.
           05 PJR-ACTION              PIC X(10).
