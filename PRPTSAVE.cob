           10 WS-CURRENT-MONTH PIC 9(2).
           10 WS-CURRENT-DAY PIC 9(2).
         05 FILLER PIC X(13).
           COPY RUNHREC.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO RHS-START-STAMP
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           .
           COMPUTE WS-RUN-DATE-NUMBER =
             " LINES, RETAINED " WS-RETAINED-COUNT ", TRIMMED "
             WS-TRIMMED-COUNT "."
           .
           PERFORM WRITE-RUN-HISTORY-PARA
           STOP RUN
           .

           CLOSE REPOSITORY-WORK-FILE
           CLOSE REPOSITORY-FILE
           .

      *> APPENDS THIS STEP'S RECORD TO THE NIGHTLY RUN HISTORY.
      *> THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE IS
      *> SAVED IN THE RECORD FIRST AND PUT BACK AFTERWARDS.
       WRITE-RUN-HISTORY-PARA.
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           MOVE "PRPTSAVE" TO RHS-STEP-NAME
           MOVE SPACES TO RHS-STEP-QUALIFIER
           MOVE WS-CAPTURED-COUNT TO RHS-RECORDS-IN
           MOVE WS-RETAINED-COUNT TO RHS-RECORDS-OUT
           MOVE 0 TO RHS-RECORDS-REJECTED
           MOVE "N" TO RHS-RESTART-FLAG
           .
           CALL "PRUNHST" USING RUN-HISTORY-RECORD
           .
           MOVE RHS-RETURN-CODE TO RETURN-CODE
           .
