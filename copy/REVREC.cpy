      *>-----------------------------------------------------------
      *> REVREC - CLIENT ANNUAL REVIEW RECORD (REVFILE), ONE PER
      *> CLIENT, RELATIVE KEY = CLIENT ID. STAMPED BY P1 WHEN THE
      *> ANALYST CONFIRMS AN INTERVIEW WAS THE CLIENT'S REVIEW, AND
      *> JOURNALED TO CHGJRNL AS RECORD TYPE R, SO THE JOURNAL
      *> HOLDS EVERY REVIEW EVER DONE WHILE THIS RECORD HOLDS THE
      *> LATEST. THE NEXT DUE DATE IS ONE YEAR AFTER THE REVIEW
      *> (28 FEBRUARY FOR A 29 FEBRUARY REVIEW). THE WEEKLY PREVDUE
      *> LISTING WORKS FROM IT.
      *>-----------------------------------------------------------
       01 CLIENT-REVIEW-RECORD.
           05 REV-CLIENT-ID           PIC 9(6).
           05 REV-LAST-REVIEW-DATE    PIC 9(8).
           05 REV-NEXT-DUE-DATE       PIC 9(8).
           05 REV-REVIEWER-ID         PIC X(8).
           05 REV-OUTCOME             PIC X(1).
             88 REV-NO-CHANGE         VALUE "N".
             88 REV-PLAN-UPDATED      VALUE "U".
             88 REV-REBALANCE         VALUE "R".
             88 REV-FOLLOW-UP         VALUE "F".
             88 REV-OUTCOME-VALID     VALUE "N" "U" "R" "F".
           05 REV-REVIEW-COUNT        PIC 9(3).
           05 FILLER                  PIC X(16).
