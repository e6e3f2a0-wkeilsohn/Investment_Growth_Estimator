      *>   LAYOUT 2 = TYPE-CODED 80-BYTE FORMAT (H/D/T RECORDS
      *>              WITH THE CLIENT ID AND BALANCE IN FIXED
      *>              COLUMNS).
      *> THE SAME LAYOUT CODE GOVERNS THE CUSTODIAN'S HOLDINGS FILE
      *> (HOLDREC): LAYOUT 1 SENDS HOLDREC IMAGES WITH THE SAME
      *> CONTROL KEYS, LAYOUT 2 D RECORDS CARRY THE ACCOUNT AND
      *> ASSET CLASS AFTER THE CLIENT ID, THEN THE MARKET VALUE.
      *>-----------------------------------------------------------
       01 CUSTODIAN-RECORD.
           05 CUS-CUSTODIAN-CODE      PIC 9(2).
