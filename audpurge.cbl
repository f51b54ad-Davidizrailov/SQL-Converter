                   AT END CONTINUE
               END-READ
               IF WS-LOCK-FILE-STATUS = "00"
                   AND (LOCK-STATE = "ACTIVE"
                       OR LOCK-STATE = "STREAM")
                   MOVE 'Y' TO WS-RUN-IN-FLIGHT
               END-IF
               CLOSE RUN-LOCK-FILE
