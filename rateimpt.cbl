           IF WS-TOLERANCE-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOLERANCE-X) NOT = 0
               DISPLAY "TOLERANCE IS NOT NUMERIC - IMPORT NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION NUMVAL(WS-TOLERANCE-X)
                   TO WS-TOLERANCE-PCT
               DISPLAY "ERROR: IMPORT FILE RATEIMPT.DAT NOT "
                   "AVAILABLE (STATUS=" WS-IMPORT-FILE-STATUS
                   ") - IMPORT NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               WRITE REPORT-RECORD FROM WS-REPORT-HEADING
               DISPLAY "RATES REJECTED:       " WS-COUNT-REJECTED
               DISPLAY "NEW CURRENCIES:       " WS-COUNT-NEW-CCY
               DISPLAY "MOVEMENT REPORT WRITTEN TO RATERPT.DAT"
               IF WS-COUNT-REJECTED > 0
                   OR LOAD-WAS-TRUNCATED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       APPRAISE-IMPORT-PARA.
