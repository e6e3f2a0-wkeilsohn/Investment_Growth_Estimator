      *>-----------------------------------------------------------
      *> CHGREC - CLIENT CHANGE JOURNAL RECORD, ONE RECORD PER
      *> CHANGED FIELD. APPENDED THROUGH PCHGJRN WHENEVER AN ONLINE
      *> OR BATCH PROGRAM WRITES, REWRITES OR REMOVES A CLIENT
      *> MASTER, ACCOUNT, GOAL, CONTACT, REVIEW, GOAL FUNDING OR
      *> PLANNED CONTRIBUTION RECORD, SO THE BEFORE AND AFTER VALUE
      *> OF EVERY FIELD IS KEPT WITH THE OPERATOR, THE DATE AND TIME
      *> AND THE PROGRAM THAT MADE THE CHANGE. AN ADDED RECORD
      *> JOURNALS EVERY NON-BLANK FIELD WITH A BLANK OLD VALUE; A
      *> REMOVED RECORD JOURNALS EVERY NON-BLANK FIELD WITH A BLANK
      *> NEW VALUE. NUMERIC VALUES ARE CARRIED EDITED SO THE INQUIRY
      *> (PCHGINQ) CAN SHOW THEM AS KEYED.
      *>-----------------------------------------------------------
       01 CHANGE-JOURNAL-RECORD.
           05 CHG-RUN-DATE            PIC 9(8).
           05 CHG-RUN-TIME            PIC 9(6).
           05 CHG-CLIENT-ID           PIC 9(6).
           05 CHG-RECORD-TYPE         PIC X(1).
             88 CHG-IS-MASTER         VALUE "C".
             88 CHG-IS-ACCOUNT        VALUE "A".
             88 CHG-IS-GOAL           VALUE "G".
             88 CHG-IS-CONTACT        VALUE "K".
             88 CHG-IS-REVIEW         VALUE "R".
             88 CHG-IS-FUNDING        VALUE "F".
             88 CHG-IS-CONTRIB        VALUE "P".
           05 CHG-RECORD-SEQ          PIC 9(1).
           05 CHG-ACTION              PIC X(1).
             88 CHG-IS-ADD            VALUE "A".
             88 CHG-IS-CHANGE         VALUE "C".
             88 CHG-IS-DELETE         VALUE "D".
           05 CHG-FIELD-NAME          PIC X(20).
           05 CHG-OLD-VALUE           PIC X(30).
           05 CHG-NEW-VALUE           PIC X(30).
           05 CHG-OPERATOR-ID         PIC X(8).
           05 CHG-PROGRAM-ID          PIC X(8).
