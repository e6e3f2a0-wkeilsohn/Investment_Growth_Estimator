      *>-----------------------------------------------------------
      *> HOLDREC - CUSTODIAN HOLDINGS FEED RECORD (HOLDFEED), ONE
      *> PER CLIENT ACCOUNT PER ASSET CLASS, CARRYING THE MARKET
      *> VALUE THE CUSTODIAN HOLDS IN THAT CLASS. BUILT NIGHTLY BY
      *> PFEEDCNV FROM EACH CUSTODIAN'S NATIVE POSITIONS FILE
      *> ALONGSIDE THE BROKFEED BALANCES, AND READ BY PDRIFT TO
      *> MEASURE THE ALLOCATION A CLIENT ACTUALLY HOLDS.
      *> RELATIVE KEY = (CLIENT ID * 100) + (ACCOUNT * 10) + CLASS,
      *> SO ONE CLIENT'S POSITIONS SIT TOGETHER IN CLIENT ORDER.
      *> ACCOUNT 0 IS A CLIENT CARRIED ENTIRELY ON THE MASTER.
      *> CLIENT IDS 999998 AND 999999 (KEYS 99999800 AND 99999900)
      *> ARE THE TRANSMISSION CONTROL RECORDS, PROVEN THE SAME WAY
      *> AS THE BROKFEED CONTROLS: THE HEADER CARRIES THE AS-OF
      *> BUSINESS DATE, THE TRAILER THE DETAIL COUNT AND THE HASH
      *> OF THE MARKET VALUES IN WHOLE PENNIES MODULO 10**10.
      *>-----------------------------------------------------------
       01 HOLDING-RECORD.
           05 HLD-CLIENT-ID           PIC 9(6).
             88 HLD-HEADER-KEY        VALUE 999998.
             88 HLD-TRAILER-KEY       VALUE 999999.
           05 HLD-RECORD-BODY.
               10 HLD-ACCOUNT-NUMBER  PIC 9(1).
               10 HLD-ASSET-CLASS     PIC 9(1).
                 88 HLD-IS-EQUITY     VALUE 1.
                 88 HLD-IS-BOND       VALUE 2.
                 88 HLD-IS-CASH       VALUE 3.
                 88 HLD-CLASS-VALID   VALUE 1 THRU 3.
               10 HLD-MARKET-VALUE    PIC 9(9)V99.
               10 FILLER              PIC X(7).
           05 HLD-HEADER-BODY REDEFINES HLD-RECORD-BODY.
               10 HLD-AS-OF-DATE      PIC 9(8).
               10 FILLER              PIC X(12).
           05 HLD-TRAILER-BODY REDEFINES HLD-RECORD-BODY.
               10 HLD-CONTROL-COUNT   PIC 9(6).
               10 HLD-CONTROL-HASH    PIC 9(12).
               10 FILLER              PIC X(2).
