      *>-----------------------------------------------------------
      *> RQSTPARM - PARAMETER AREA FOR THE RISK TOLERANCE
      *> QUESTIONNAIRE (PRSKQST). THE CALLER PASSES THE AREA AND
      *> GETS BACK THE TOTAL SCORE (5 TO 20), THE RISK BAND IT
      *> SCORES TO (1 TO 5) AND WHETHER EVERY QUESTION WAS
      *> ANSWERED. A QUESTIONNAIRE THE OPERATOR ABANDONS COMES
      *> BACK NOT COMPLETED WITH SCORE AND BAND ZERO, AND THE
      *> CALLER LEAVES THE CLIENT'S RISK PROFILE AS IT WAS.
      *>-----------------------------------------------------------
       01 RISK-QUESTIONNAIRE-AREA.
           05 RQA-SCORE               PIC 9(2).
           05 RQA-BAND                PIC 9(1).
           05 RQA-COMPLETED           PIC 9(1).
             88 RQA-WAS-COMPLETED     VALUE 1.
      *> THE RISK BAND NAMES, BY BAND NUMBER.
       01 RISK-BAND-NAME-LIST.
           05 FILLER PIC X(23) VALUE "CONSERVATIVE".
           05 FILLER PIC X(23) VALUE "MODERATELY CONSERVATIVE".
           05 FILLER PIC X(23) VALUE "MODERATE".
           05 FILLER PIC X(23) VALUE "MODERATELY AGGRESSIVE".
           05 FILLER PIC X(23) VALUE "AGGRESSIVE".
       01 RISK-BAND-NAME-TABLE REDEFINES RISK-BAND-NAME-LIST.
           05 RISK-BAND-NAME PIC X(23) OCCURS 5 TIMES.
