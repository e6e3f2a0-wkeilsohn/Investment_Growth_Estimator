      *>-----------------------------------------------------------
      *> MOVEREC - PENDING FEED MOVEMENT RECORD (RELATIVE KEY =
      *> CLIENT ID). PFEEDPST HOLDS A CLIENT HERE INSTEAD OF
      *> POSTING WHEN THE PROVEN FEED BALANCE HAS MOVED FROM THE
      *> MASTER BALANCE BY MORE THAN THE SHOP MOVEMENT TOLERANCE,
      *> SO A CUSTODIAN ERROR CANNOT REACH THAT NIGHT'S
      *> PROJECTIONS AND LETTERS UNSEEN. EVERY RECORD STILL HELD
      *> IS LISTED ON THE MORNING MOVEMENT EXCEPTION REPORT, AND
      *> AN ANALYST RELEASES (POSTS) OR REJECTS IT THROUGH
      *> PMOVMNT. A CLIENT HELD AGAIN BEFORE IT IS WORKED KEEPS
      *> ITS FIRST HELD DATE BUT TAKES THE LATEST FEED BALANCE; A
      *> LATER FEED THAT POSTS WITHIN TOLERANCE SUPERSEDES THE
      *> HOLD. RELEASED, REJECTED AND SUPERSEDED RECORDS STAY ON
      *> FILE WITH WHO ACTIONED THEM AND WHEN.
      *>-----------------------------------------------------------
       01 PENDING-MOVEMENT-RECORD.
           05 MOV-CLIENT-ID           PIC 9(6).
           05 MOV-STATUS              PIC X(1).
             88 MOV-IS-HELD           VALUE "H".
             88 MOV-IS-RELEASED       VALUE "R".
             88 MOV-IS-REJECTED       VALUE "X".
             88 MOV-IS-SUPERSEDED     VALUE "S".
           05 MOV-MASTER-BALANCE      PIC 9(8)V99.
           05 MOV-FEED-BALANCE        PIC 9(8)V99.
           05 MOV-MOVEMENT            PIC S9(8)V99.
      *> THE MOVEMENT AS A PERCENTAGE OF THE MASTER BALANCE;
      *> 999.9 WHEN THE MASTER BALANCE WAS ZERO OR THE MOVEMENT
      *> IS TEN TIMES THE BALANCE OR MORE.
           05 MOV-MOVEMENT-PCT        PIC 9(3)V9.
           05 MOV-ADVISOR-CODE        PIC 9(4).
           05 MOV-HELD-DATE           PIC 9(8).
           05 MOV-LAST-FEED-DATE      PIC 9(8).
           05 MOV-ACTIONED-BY         PIC X(8).
           05 MOV-ACTIONED-DATE       PIC 9(8).
           05 FILLER                  PIC X(13).
