      *> NOW PASS. THE ADDED DATE IS KEPT FROM THE FIRST REJECT
      *> SO THE SUSPENSE REPORT CAN AGE AND ESCALATE A CLIENT
      *> SITTING UNPROJECTED FOR DAYS.
      *> THE BULK ONBOARDING LOAD (PONBLOAD) PARKS A NEW CLIENT OR
      *> ACCOUNT THAT FAILS ITS EDITS HERE TOO, HOLDING THE WHOLE
      *> ONBOARDING RECORD (ONBREC) AS THE IMAGE. SUCH AN IMAGE
      *> STARTS WITH ITS RECORD TYPE LETTER; A RESUBMITTED ONE IS
      *> RE-EDITED BY PONBLOAD, NOT PINVEDT.
      *>-----------------------------------------------------------
       01 SUSPENSE-RECORD.
           05 SUS-CLIENT-ID           PIC 9(6).
           05 SUS-ACCOUNT-NUMBER      PIC 9(1).
           05 SUS-TRAN-IMAGE          PIC X(100).
           05 SUS-IMAGE-VIEW REDEFINES SUS-TRAN-IMAGE.
               10 SUS-IMAGE-TYPE      PIC X(1).
                 88 SUS-IS-ONBOARDING VALUE "C" "A".
               10 FILLER              PIC X(99).
           05 SUS-FIELD-NAME          PIC X(22).
           05 SUS-REASON              PIC X(48).
           05 SUS-ADDED-DATE          PIC 9(8).
