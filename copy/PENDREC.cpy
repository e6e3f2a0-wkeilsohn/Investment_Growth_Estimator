      *>-----------------------------------------------------------
      *> PENDREC - PENDING CHANGE REQUEST, ONE RECORD PER CHANGE
      *> HELD FOR A SECOND SUPERVISOR'S APPROVAL, KEYED BY THE
      *> REQUEST NUMBER. SHOP DEFAULT CHANGES (PSHOPDF), SCENARIO
      *> RATE CHANGES AND NEW HISTORY YEARS (PRATMNT) AND CLIENT
      *> PURGES (PCLTMNT) ARE WRITTEN HERE THROUGH PPENDWR INSTEAD
      *> OF TAKING EFFECT, AND ARE APPLIED ONLY WHEN A DIFFERENT
      *> SUPERVISOR APPROVES THEM FROM THE PAPPROV QUEUE. RECORDS
      *> ARE NEVER REMOVED: APPROVED, REJECTED AND EXPIRED
      *> REQUESTS STAY ON FILE AS THE APPROVAL JOURNAL. THE
      *> BEFORE IMAGE IS THE RECORD AS IT STOOD WHEN THE REQUEST
      *> WAS KEYED, SO A REQUEST OVERTAKEN BY ANOTHER CHANGE CAN
      *> BE SPOTTED AT APPROVAL.
      *>-----------------------------------------------------------
       01 PENDING-CHANGE-RECORD.
           05 PND-REQUEST-ID          PIC 9(6).
           05 PND-REQUEST-TYPE        PIC X(1).
             88 PND-IS-DEFAULTS       VALUE "D".
             88 PND-IS-RATES          VALUE "R".
             88 PND-IS-HISTORY        VALUE "H".
             88 PND-IS-PURGE          VALUE "P".
           05 PND-STATUS              PIC X(1).
             88 PND-IS-PENDING        VALUE "P".
             88 PND-IS-APPROVED       VALUE "A".
             88 PND-IS-REJECTED       VALUE "R".
             88 PND-IS-EXPIRED        VALUE "E".
      *> CLIENT ID FOR A PURGE, SCENARIO FOR A RATE CHANGE, YEAR
      *> FOR A HISTORY YEAR, ZERO FOR THE SHOP DEFAULTS.
           05 PND-KEY-VALUE           PIC 9(6).
           05 PND-REQUESTED-BY        PIC X(8).
           05 PND-REQUESTED-DATE      PIC 9(8).
           05 PND-REQUESTED-TIME      PIC 9(6).
           05 PND-DECIDED-BY          PIC X(8).
           05 PND-DECIDED-DATE        PIC 9(8).
           05 PND-DECIDED-TIME        PIC 9(6).
           05 PND-DECISION-NOTE       PIC X(30).
           05 PND-BEFORE-IMAGE        PIC X(150).
           05 PND-AFTER-IMAGE         PIC X(150).
