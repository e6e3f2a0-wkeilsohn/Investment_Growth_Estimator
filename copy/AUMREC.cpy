      *>-----------------------------------------------------------
      *> AUMREC - MONTH-END ASSETS-UNDER-MANAGEMENT SNAPSHOT. EACH
      *> MONTH-END CLOSE (PAUMSNAP) WRITES ONE CLIENT RECORD WITH
      *> THE COMBINED BALANCE OF EVERY ACTIVE CLIENT, FOLLOWED BY
      *> ONE ACCOUNT RECORD PER ACTIVE ACCOUNT SUB-FILE RECORD.
      *> THE ADVISOR AND BRANCH ARE THOSE IN FORCE AT THE CLOSE, SO
      *> THE HISTORY STILL TOTALS BY BRANCH AFTER A CLIENT MOVES.
      *> BALANCES ARE HELD IN THE CLIENT'S OWN CURRENCY AND IN THE
      *> BASE CURRENCY AT THE CURRREF RATE USED. THE FILE IS KEPT
      *> IN MONTH ORDER AND, WITHIN A MONTH, IN CLIENT ORDER; A
      *> RERUN OF THE SAME MONTH REPLACES THAT MONTH'S SNAPSHOT.
      *>-----------------------------------------------------------
       01 AUM-SNAPSHOT-RECORD.
           05 AUM-MONTH               PIC 9(6).
           05 AUM-ADVISOR-CODE        PIC 9(4).
           05 AUM-BRANCH              PIC X(10).
           05 AUM-CLIENT-ID           PIC 9(6).
           05 AUM-ACCOUNT-NUMBER      PIC 9(1).
           05 AUM-RECORD-TYPE         PIC X(1).
             88 AUM-IS-CLIENT         VALUE "C".
             88 AUM-IS-ACCOUNT        VALUE "A".
           05 AUM-CURRENCY-CODE       PIC X(3).
           05 AUM-LOCAL-BALANCE       PIC 9(11)V99.
           05 AUM-EXCHANGE-RATE       PIC 9(3)V9(6).
           05 AUM-BASE-BALANCE        PIC 9(11)V99.
           05 AUM-HOUSEHOLD-ID        PIC 9(6).
           05 AUM-SNAPSHOT-DATE       PIC 9(8).
           05 FILLER                  PIC X(20).
