      *>-----------------------------------------------------------
      *> PARTREC - NIGHTLY BOOK RUN PARTITION CONTROL RECORD. THE
      *> BOOK RUN IS SPLIT BY PINVSPL INTO CLIENT-ID RANGE
      *> PARTITIONS THAT RUN CONCURRENTLY, EACH A PINVBAT RUN OF
      *> ITS OWN, AND PUT BACK TOGETHER BY PINVMRG.
      *> SPLITCTL (WRITTEN BY PINVSPL) HOLDS S RECORDS: PARTITION
      *> 0 CARRIES THE WHOLE ACCEPTED FILE (TRANOK) AND THE NUMBER
      *> OF PARTITIONS, 1-4 EACH PARTITION'S SHARE OF IT. A LINKED
      *> HOUSEHOLD IS NEVER SPLIT: A MEMBER WHOSE ID FALLS IN A
      *> LATER RANGE GOES WITH THE HOUSEHOLD'S LOWEST MEMBER AND IS
      *> COUNTED AS PULLED.
      *> PARTCTL (WRITTEN BY EACH PARTITION'S PINVBAT) HOLDS WHAT
      *> THE PARTITION WOULD HAVE PUT ON THE MANAGEMENT SUMMARY,
      *> THE ACTION LIST AND THE BREAK FILE: ONE T RECORD OF
      *> TOTALS WRITTEN ONLY WHEN THE PARTITION ENDS CLEAN, AN A
      *> RECORD PER ADVISOR, A D RECORD PER PLAN DRIFT ENTRY AND A
      *> B RECORD PER RECONCILIATION BREAK SEEN.
      *>-----------------------------------------------------------
       01 PARTITION-CONTROL-RECORD.
           05 PTC-RECORD-TYPE         PIC X(1).
             88 PTC-IS-SPLIT          VALUE "S".
             88 PTC-IS-TOTALS         VALUE "T".
             88 PTC-IS-ADVISOR        VALUE "A".
             88 PTC-IS-DRIFT          VALUE "D".
             88 PTC-IS-BREAK          VALUE "B".
           05 PTC-PARTITION           PIC 9(1).
           05 PTC-TOTALS-BODY.
               10 PTC-RECORD-COUNT    PIC 9(7).
               10 PTC-CLIENT-COUNT    PIC 9(7).
               10 PTC-TOTAL-START-AMOUNT PIC 9(11)V99.
               10 PTC-GOAL-MET-COUNT  PIC 9(7).
               10 PTC-NEVER-REACH-COUNT PIC 9(7).
               10 PTC-PROJECTED-COUNT PIC 9(7).
               10 PTC-YEARS-TOTAL     PIC 9(9).
               10 PTC-RECORDS-WRITTEN PIC 9(7).
               10 PTC-RECORDS-WARNED  PIC 9(7).
               10 PTC-CRM-DETAIL-COUNT PIC 9(9).
               10 PTC-ACTION-COUNT    PIC 9(7).
               10 PTC-RETURN-CODE     PIC 9(2).
               10 PTC-RESTART-FLAG    PIC X(1).
                 88 PTC-WAS-RESTART   VALUE "Y".
               10 PTC-AGE-BUCKETS.
                   15 PTC-AGE-BUCKET OCCURS 25 TIMES PIC 9(7).
               10 FILLER              PIC X(13).
           05 PTC-SPLIT-BODY REDEFINES PTC-TOTALS-BODY.
               10 PTC-SPL-PARTITIONS  PIC 9(1).
               10 PTC-SPL-RECORD-COUNT PIC 9(7).
               10 PTC-SPL-CLIENT-COUNT PIC 9(7).
               10 PTC-SPL-LOW-CLIENT  PIC 9(6).
               10 PTC-SPL-HIGH-CLIENT PIC 9(6).
               10 PTC-SPL-PULLED-COUNT PIC 9(7).
               10 PTC-SPL-RUN-DATE    PIC 9(8).
               10 FILLER              PIC X(236).
           05 PTC-ADVISOR-BODY REDEFINES PTC-TOTALS-BODY.
               10 PTC-ADV-CODE        PIC 9(4).
               10 PTC-ADV-RECORDS     PIC 9(7).
               10 PTC-ADV-AMOUNT      PIC 9(11)V99.
               10 FILLER              PIC X(254).
           05 PTC-DRIFT-BODY REDEFINES PTC-TOTALS-BODY.
               10 PTC-DRF-CLIENT-ID   PIC 9(6).
               10 PTC-DRF-BASE-AGE    PIC 9(3).
               10 PTC-DRF-FRESH-AGE   PIC 9(3).
               10 PTC-DRF-SLIP        PIC 9(3).
               10 FILLER              PIC X(263).
           05 PTC-BREAK-BODY REDEFINES PTC-TOTALS-BODY.
               10 PTC-BRK-CLIENT-ID   PIC 9(6).
               10 PTC-BRK-ENTERED-AMOUNT PIC 9(8)V99.
               10 PTC-BRK-FEED-AMOUNT PIC 9(8)V99.
               10 PTC-BRK-DIFFERENCE  PIC S9(8)V99.
               10 PTC-BRK-SEEN-DATE   PIC 9(8).
               10 FILLER              PIC X(234).
