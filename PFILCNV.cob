      *> DEFAULTS:
      *>   CLIENT MASTER - NO ALLOCATION, NO HOUSEHOLD, NO
      *>     ADVISOR, TAXABLE, NO OFFSET, NO CONTRIBUTION
      *>     GROWTH, BASE CURRENCY, NO RISK QUESTIONNAIRE (BAND
      *>     ZERO, SO THE SUITABILITY CHECK LISTS THE CLIENT AS
      *>     NOT ASSESSED), CHANGE STAMP = CONVERSION DATE SO THE
      *>     FIRST DELTA EXTRACT STILL COVERS EVERYONE.
      *>   RATES REFERENCE - PER-CLASS RETURNS SEEDED FROM THE
      *>     FLAT SCENARIO RETURN, SO BLENDS EQUAL THE FLAT RATE
      *>     UNTIL A SUPERVISOR MAINTAINS THEM.
               MOVE 0 TO CLM-OFFSET-COLA-RATE
               MOVE 0 TO CLM-CONTRIB-GROWTH-RATE
               MOVE SPACES TO CLM-CURRENCY-CODE
               MOVE 0 TO CLM-RISK-SCORE
               MOVE 0 TO CLM-RISK-BAND
               MOVE 0 TO CLM-RISK-ANSWERED-DATE
               MOVE WS-OLD-CLT-KEY TO WS-NEW-CLT-KEY
               WRITE CLIENT-MASTER-RECORD
                 INVALID KEY
