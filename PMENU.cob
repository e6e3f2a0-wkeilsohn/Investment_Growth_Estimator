           DISPLAY "  9. REPORT REPOSITORY VIEW/REPRINT"
           DISPLAY " 10. RATES AND HISTORY MAINTENANCE (SUPERVISOR)"
           DISPLAY " 11. REJECT SUSPENSE CORRECTION"
           DISPLAY " 12. CLIENT CHANGE HISTORY INQUIRY"
           DISPLAY " 13. CHANGE APPROVAL QUEUE (SUPERVISOR)"
           DISPLAY " 14. CLIENT CASH FLOW ENTRY AND INQUIRY"
           DISPLAY " 15. HELD FEED MOVEMENT REVIEW"
           DISPLAY "  0. SIGN OFF"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               END-IF
             WHEN 11
               CALL "PSUSPMNT"
             WHEN 12
               CALL "PCHGINQ"
             WHEN 13
               IF SIGNED-ON-SUPERVISOR THEN
                   CALL "PAPPROV" USING WS-SIGNED-ON-OPERATOR
               ELSE
                   DISPLAY "THE APPROVAL QUEUE REQUIRES "
                     "SUPERVISOR AUTHORITY."
               END-IF
             WHEN 14
               CALL "PCFLENT" USING WS-SIGNED-ON-OPERATOR
             WHEN 15
               CALL "PMOVMNT" USING WS-SIGNED-ON-OPERATOR
             WHEN 0
               MOVE 1 TO WS-SESSION-DONE
             WHEN OTHER
