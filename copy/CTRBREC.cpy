      *>-----------------------------------------------------------
      *> CTRBREC - PLANNED CONTRIBUTION RECORD (CTRBFILE), ONE PER
      *> ACCOUNT. THE RELATIVE KEY IS (CLIENT ID * 10) + THE
      *> ACCOUNT NUMBER, THE SAME SLOTS AS ACCTREC; SLOT 0 HOLDS
      *> THE CONTRIBUTION OF A CLIENT WITH NO ACCOUNT RECORDS,
      *> WHOSE SINGLE ACCOUNT IS CARRIED ON THE MASTER. THE AMOUNT
      *> IS THE MONTHLY EQUIVALENT OF WHAT THE CLIENT PLANS TO PAY
      *> IN, KEPT BY P1 FROM THE INTERVIEW, AND STEPS UP EACH YEAR
      *> BY CLM-CONTRIB-GROWTH-RATE. PCLTXTR CARRIES IT ON TRANREC
      *> FOR THE NIGHTLY RUN AND THE LETTERS. JOURNALED TO CHGJRNL
      *> AS RECORD TYPE P.
      *>-----------------------------------------------------------
       01 PLANNED-CONTRIBUTION-RECORD.
           05 PCB-CLIENT-ID           PIC 9(6).
           05 PCB-ACCOUNT-NUMBER      PIC 9(1).
           05 PCB-MONTHLY-AMOUNT      PIC 9(6)V99.
           05 PCB-CHANGED-DATE        PIC 9(8).
           05 FILLER                  PIC X(7).
