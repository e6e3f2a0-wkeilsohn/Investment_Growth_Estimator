      *>-----------------------------------------------------------
      *> RUNHREC - NIGHTLY RUN HISTORY RECORD, ONE PER STEP RUN.
      *> APPENDED TO RUNHIST THROUGH PRUNHST BY EVERY STEP OF THE
      *> NIGHTLY STREAM (PFEEDCNV, PFEEDPST, PCLTXTR, PINVEDT,
      *> PINVSPL, PINVBAT, PINVMRG, PINVSTM, PRPTSAVE, PSUITCK) AS
      *> IT ENDS, WHETHER IT ENDS CLEAN OR NOT, SO THE COUNTS AND
      *> RETURN CODE THAT RUNCTL LOSES THE NEXT NIGHT ARE KEPT AND
      *> PRUNTRND CAN TREND THEM. THE PARTITIONS OF A SPLIT BOOK
      *> RUN WRITE TO THEIR OWN RUN HISTORY, WHICH PINVMRG APPENDS.
      *> THE STEP FILLS IN ITS NAME, QUALIFIER, START STAMP,
      *> COUNTS, RETURN CODE AND RESTART FLAG; PRUNHST STAMPS THE
      *> END AND THE ELAPSED SECONDS AND SETS THE RUN DATE.
      *> THE RUN DATE IS THE NIGHT THE STEP BELONGS TO: A STEP
      *> STARTED BEFORE NOON BELONGS TO THE PREVIOUS EVENING'S
      *> CYCLE, SO A STREAM THAT CROSSES MIDNIGHT STAYS TOGETHER.
      *> THE QUALIFIER TELLS APART SEVERAL RUNS OF ONE PROGRAM IN
      *> A NIGHT (PFEEDCNV: CUSTODIAN CODE AND FEED TYPE; PINVBAT:
      *> P AND THE PARTITION NUMBER ON A PARTITIONED BOOK RUN).
      *>-----------------------------------------------------------
       01 RUN-HISTORY-RECORD.
           05 RHS-RUN-DATE            PIC 9(8).
           05 RHS-STEP-NAME           PIC X(8).
           05 RHS-STEP-QUALIFIER      PIC X(4).
           05 RHS-START-STAMP.
               10 RHS-START-DATE      PIC 9(8).
               10 RHS-START-TIME      PIC 9(6).
           05 RHS-END-DATE            PIC 9(8).
           05 RHS-END-TIME            PIC 9(6).
           05 RHS-ELAPSED-SECONDS     PIC 9(6).
           05 RHS-RECORDS-IN          PIC 9(7).
           05 RHS-RECORDS-OUT         PIC 9(7).
           05 RHS-RECORDS-REJECTED    PIC 9(7).
           05 RHS-RETURN-CODE         PIC 9(2).
           05 RHS-RESTART-FLAG        PIC X(1).
             88 RHS-WAS-RESTART       VALUE "Y".
           05 FILLER                  PIC X(2).
