       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRSKQST.
       AUTHOR. WILLIAM-KEILSOHN.
      *> RISK TOLERANCE QUESTIONNAIRE. CALLED BY P1 DURING THE
      *> INTERVIEW AND BY PCLTMNT WHEN THE CLIENT'S ANSWERS ARE
      *> RE-TAKEN, WITH AN RQSTPARM AREA. FIVE QUESTIONS ARE PUT
      *> TO THE CLIENT, EACH ANSWERED 1 (LEAST RISK) TO 4 (MOST
      *> RISK), AND THE ANSWERS ARE ADDED UP INTO A SCORE OF 5
      *> TO 20 THAT PLACES THE CLIENT IN A RISK BAND:
      *>    5 -  7  BAND 1  CONSERVATIVE
      *>    8 - 10  BAND 2  MODERATELY CONSERVATIVE
      *>   11 - 13  BAND 3  MODERATE
      *>   14 - 16  BAND 4  MODERATELY AGGRESSIVE
      *>   17 - 20  BAND 5  AGGRESSIVE
      *> AN ANSWER OF 0 ABANDONS THE QUESTIONNAIRE; THE AREA THEN
      *> COMES BACK NOT COMPLETED AND THE CALLER KEEPS WHATEVER
      *> RISK PROFILE THE CLIENT ALREADY HAD. NOTHING IS WRITTEN
      *> HERE - THE CALLER STAMPS THE MASTER AND JOURNALS IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY RQSTPARM.
       01 WS-QUESTION-NO PIC 9 VALUE 0.
       01 WS-QUESTION-COUNT PIC 9 VALUE 5.
       01 WS-ANSWER PIC X VALUE SPACE.
         88 ANSWER-IN-RANGE VALUE "1" THRU "4".
         88 ANSWER-ABANDONS VALUE "0".
       01 WS-ANSWER-POINTS PIC 9 VALUE 0.
       01 WS-ABANDON-SWITCH PIC 9 VALUE 0.
         88 QUESTIONNAIRE-ABANDONED VALUE 1.

       LINKAGE SECTION.
       01 RQA_QUESTIONNAIRE_AREA PIC X(4).

       PROCEDURE DIVISION USING RQA_QUESTIONNAIRE_AREA.

       MAIN-PARA.
           MOVE 0 TO RQA-SCORE
           MOVE 0 TO RQA-BAND
           MOVE 0 TO RQA-COMPLETED
           MOVE 0 TO WS-ABANDON-SWITCH
           .
           DISPLAY "RISK TOLERANCE QUESTIONNAIRE - ANSWER EACH "
             "QUESTION 1 TO 4 (0 ABANDONS THE QUESTIONNAIRE)."
           .
           PERFORM ASK-QUESTION-PARA
             VARYING WS-QUESTION-NO FROM 1 BY 1
             UNTIL WS-QUESTION-NO > WS-QUESTION-COUNT
                OR QUESTIONNAIRE-ABANDONED
           .
           IF QUESTIONNAIRE-ABANDONED THEN
               MOVE 0 TO RQA-SCORE
               DISPLAY "QUESTIONNAIRE ABANDONED - THE CLIENT'S RISK "
                 "PROFILE IS UNCHANGED."
           ELSE
               COMPUTE RQA-BAND = (RQA-SCORE - 2) / 3
               IF RQA-BAND > 5 THEN
                   MOVE 5 TO RQA-BAND
               END-IF
               MOVE 1 TO RQA-COMPLETED
               DISPLAY "SCORE " RQA-SCORE " - RISK BAND " RQA-BAND
                 " (" FUNCTION TRIM(RISK-BAND-NAME(RQA-BAND)) ")."
           END-IF
           .
           MOVE RISK-QUESTIONNAIRE-AREA TO RQA_QUESTIONNAIRE_AREA
           .
           GOBACK
           .

       ASK-QUESTION-PARA.
           DISPLAY " "
           PERFORM SHOW-QUESTION-PARA
           .
           MOVE SPACE TO WS-ANSWER
           .
           PERFORM UNTIL ANSWER-IN-RANGE OR ANSWER-ABANDONS
               DISPLAY "ANSWER (1-4, 0 TO ABANDON): "
                 WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF NOT ANSWER-IN-RANGE AND NOT ANSWER-ABANDONS THEN
                   DISPLAY "PLEASE ANSWER 1 TO 4, OR 0 TO ABANDON."
               END-IF
           END-PERFORM
           .
           IF ANSWER-ABANDONS THEN
               MOVE 1 TO WS-ABANDON-SWITCH
           ELSE
               MOVE WS-ANSWER TO WS-ANSWER-POINTS
               ADD WS-ANSWER-POINTS TO RQA-SCORE
           END-IF
           .

       SHOW-QUESTION-PARA.
           EVALUATE WS-QUESTION-NO
             WHEN 1
               DISPLAY "1. WHEN WILL THE CLIENT FIRST NEED TO DRAW "
                 "ON THIS MONEY?"
               DISPLAY "   1) WITHIN 3 YEARS   2) IN 3 TO 5 YEARS   "
                 "3) IN 6 TO 10 YEARS   4) NOT FOR 10 YEARS OR MORE"
             WHEN 2
               DISPLAY "2. HOW MUCH INVESTMENT EXPERIENCE DOES THE "
                 "CLIENT HAVE?"
               DISPLAY "   1) NONE   2) LIMITED (SAVINGS, CDS)   "
                 "3) MODERATE (FUNDS)   4) EXTENSIVE (STOCKS, "
                 "OPTIONS)"
             WHEN 3
               DISPLAY "3. IF THE PORTFOLIO FELL 20 PERCENT IN A "
                 "YEAR, THE CLIENT WOULD:"
               DISPLAY "   1) SELL EVERYTHING   2) SELL SOME   "
                 "3) HOLD ON   4) BUY MORE"
             WHEN 4
               DISPLAY "4. WHICH MATTERS MORE TO THE CLIENT?"
               DISPLAY "   1) PROTECTING WHAT THEY HAVE   "
                 "2) MOSTLY PROTECTION, SOME GROWTH"
               DISPLAY "   3) A BALANCE OF THE TWO   "
                 "4) THE MOST GROWTH, ACCEPTING LARGE SWINGS"
             WHEN 5
               DISPLAY "5. HOW SECURE ARE THE CLIENT'S INCOME AND "
                 "EMERGENCY SAVINGS?"
               DISPLAY "   1) NOT SECURE, NO RESERVE   "
                 "2) SOMEWHAT SECURE, SMALL RESERVE"
               DISPLAY "   3) SECURE, SOME RESERVE   "
                 "4) VERY SECURE, SIX MONTHS OR MORE IN RESERVE"
           END-EVALUATE
           .
