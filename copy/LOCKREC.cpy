      *>-----------------------------------------------------------
      *> LOCKREC - BATCH WINDOW LOCK RECORD, SINGLE RECORD.
      *> WRITTEN BY THE PCLTXTR EXTRACT STEP WHEN THE NIGHTLY RUN
      *> TAKES CONTROL OF THE SHARED FILES (CLIENT MASTER, AUDIT
      *> LOG) AND CLEARED BY PINVMRG WHEN THE PARTITIONS HAVE BEEN
      *> MERGED. P1 AND PCLTMNT CHECK IT AT STARTUP SO AN ANALYST
      *> GETS A CLEAR "BOOK IS LOCKED" MESSAGE INSTEAD OF A
      *> FILE-STATUS FAILURE, AND A SECOND SUBMISSION OF THE
      *> NIGHTLY JOB REFUSES TO START RATHER THAN INTERLEAVE
      *> CHECKPOINTS.
      *>-----------------------------------------------------------
       01 BATCH-LOCK-RECORD.
           05 LOCK-HELD-FLAG          PIC X(1).
