      *>-----------------------------------------------------------
      *> CRMREC - NIGHTLY PROJECTION RESULTS EXTRACT FOR THE CRM /
      *> ADVISOR DESKTOP, WRITTEN BY PINVBAT. ONE DETAIL RECORD PER
      *> CLIENT AND GOAL: GOAL SEQUENCE 0 IS THE PLAN GOAL CARRIED
      *> ON THE CLIENT MASTER (TARGET = THE RETIREMENT AGE), 1-5
      *> ARE THE NAMED GOALS ON THE GOALS FILE (TARGET = THE AGE AT
      *> THE GOAL'S TARGET DATE). THE CRM LOADS BY CLIENT AND GOAL,
      *> SO A RECORD REPEATED BY A RESTARTED RUN REPLACES ITSELF.
      *> THE FIRST RECORD IS THE HEADER AND THE LAST THE TRAILER,
      *> IN THE SPIRIT OF THE BROKFEED CONTROLS: THE TRAILER
      *> CARRIES THE DETAIL COUNT, THE CLIENT COUNT (GOAL SEQUENCE
      *> 0 RECORDS) AND THE HASH OF THE GOAL AMOUNTS IN WHOLE
      *> PENNIES MODULO 10**10. A FILE WITH NO TRAILER IS FROM A
      *> RUN THAT HAS NOT FINISHED AND MUST NOT BE LOADED.
      *> GAP YEARS ARE HOW FAR THE PROJECTED GOAL AGE RUNS PAST THE
      *> TARGET AGE (ZERO WHEN ON TRACK); THE GAP AMOUNT IS WHAT
      *> THE CURRENT BALANCE STILL FALLS SHORT OF THE GOAL. A
      *> NAMED GOAL'S CURRENT BALANCE IS THE MONEY FUNDING IT - ITS
      *> EARMARKED ACCOUNTS AND ITS SHARE OF THE UNASSIGNED MONEY
      *> (PGOALFND) - NOT THE CLIENT'S WHOLE BALANCE. THE
      *> REQUIRED MONTHLY CONTRIBUTION IS SOLVED ONLY FOR A GOAL
      *> THAT WILL NOT BE MET BY ITS TARGET AGE.
      *>-----------------------------------------------------------
       01 CRM-EXTRACT-RECORD.
           05 CRM-RECORD-TYPE         PIC X(1).
             88 CRM-IS-HEADER         VALUE "H".
             88 CRM-IS-DETAIL         VALUE "D".
             88 CRM-IS-TRAILER        VALUE "T".
           05 CRM-DETAIL-BODY.
               10 CRM-CLIENT-ID       PIC 9(6).
               10 CRM-GOAL-SEQ        PIC 9(1).
                 88 CRM-IS-PLAN-GOAL  VALUE 0.
               10 CRM-GOAL-NAME       PIC X(10).
               10 CRM-HOUSEHOLD-ID    PIC 9(6).
               10 CRM-ADVISOR-CODE    PIC 9(4).
               10 CRM-CURRENCY-CODE   PIC X(3).
               10 CRM-CURRENT-BALANCE PIC 9(11)V99.
               10 CRM-GOAL-AMOUNT     PIC 9(8)V99.
               10 CRM-CURRENT-AGE     PIC 9(3).
               10 CRM-TARGET-AGE      PIC 9(3).
               10 CRM-YEARS-TO-TARGET PIC 9(3).
               10 CRM-GOAL-STATUS     PIC X(1).
                 88 CRM-GOAL-MET      VALUE "M".
                 88 CRM-GOAL-PROJECTED VALUE "P".
                 88 CRM-GOAL-NEVER    VALUE "N".
               10 CRM-PROJECTED-AGE   PIC 9(3).
               10 CRM-YEARS-TO-GOAL   PIC 9(3).
               10 CRM-GAP-YEARS       PIC 9(3).
               10 CRM-GAP-AMOUNT      PIC 9(8)V99.
               10 CRM-REQUIRED-MONTHLY PIC 9(10)V99.
               10 CRM-DRIFT-STATUS    PIC X(1).
                 88 CRM-NO-BASELINE   VALUE "N".
                 88 CRM-ON-PLAN       VALUE "O".
                 88 CRM-PLAN-DRIFTED  VALUE "D".
               10 CRM-BASELINE-AGE    PIC 9(3).
               10 CRM-FRESH-AGE       PIC 9(3).
               10 CRM-RUN-DATE        PIC 9(8).
               10 FILLER              PIC X(10).
           05 CRM-HEADER-BODY REDEFINES CRM-DETAIL-BODY.
               10 CRM-HDR-RUN-DATE    PIC 9(8).
               10 CRM-HDR-RUN-TIME    PIC 9(6).
               10 CRM-HDR-SOURCE      PIC X(8).
               10 FILLER              PIC X(97).
           05 CRM-TRAILER-BODY REDEFINES CRM-DETAIL-BODY.
               10 CRM-TRL-DETAIL-COUNT PIC 9(9).
               10 CRM-TRL-CLIENT-COUNT PIC 9(7).
               10 CRM-TRL-AMOUNT-HASH PIC 9(12).
               10 FILLER              PIC X(91).
