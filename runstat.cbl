               10 WS-EVT-EVENT        PIC X(10).
               10 WS-EVT-REASON       PIC X(30).
       01 WS-LAST-RUN-ID        PIC 9(7) VALUE 0.
       01 WS-STEP-EVT-FOUND     PIC X VALUE 'N'.
           88 STEP-EVENT-FOUND      VALUE 'Y'.
       01 WS-STEP-EVT-RUN-ID    PIC 9(7) VALUE 0.
       01 WS-STEP-EVT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-STEP-EVT-EVENT     PIC X(10) VALUE SPACES.
       01 WS-STEP-EVT-REASON    PIC X(30) VALUE SPACES.
       01 WS-AGE-FROM-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-OVERRIDE-ID        PIC X(8) VALUE SPACES.
       01 WS-OVERRIDE-REASON    PIC X(30) VALUE SPACES.
       01 WS-OVERRIDE-OK        PIC X VALUE 'N'.

           PERFORM SHOW-LOCK-PARA
           PERFORM SHOW-RUN-EVENTS-PARA
           PERFORM SHOW-STREAM-STEP-PARA
           PERFORM SHOW-CHECKPOINT-PARA
           PERFORM SHOW-GL-STATUS-PARA
           PERFORM APPRAISE-LOCK-PARA

           IF LOCK-FOUND
               AND (WS-LOCK-STATE = "ACTIVE"
                   OR WS-LOCK-STATE = "STREAM")
               PERFORM OFFER-OVERRIDE-PARA
           END-IF

               MOVE RUN-CTL-RUN-ID TO WS-LAST-RUN-ID
           END-IF

           IF RUN-CTL-EVENT = "STEPSTART"
               OR RUN-CTL-EVENT = "STEPEND"
               MOVE 'Y' TO WS-STEP-EVT-FOUND
               MOVE RUN-CTL-RUN-ID TO WS-STEP-EVT-RUN-ID
               MOVE RUN-CTL-TIMESTAMP TO WS-STEP-EVT-TIMESTAMP
               MOVE RUN-CTL-EVENT TO WS-STEP-EVT-EVENT
               MOVE RUN-CTL-REASON TO WS-STEP-EVT-REASON
           END-IF

           IF (RUN-CTL-EVENT = "COMPLETED"
               OR RUN-CTL-EVENT = "FAILED")
               AND RUN-CTL-TIMESTAMP > WS-LOCK-TIMESTAMP
               AND (WS-LOCK-STATE NOT = "STREAM"
                   OR RUN-CTL-REASON(1:10) = "EOD STREAM")
               MOVE 'Y' TO WS-COMPLETION-AFTER
           END-IF.

               SUBTRACT 1 FROM WS-EVT-IDX
           END-PERFORM.

       SHOW-STREAM-STEP-PARA.
           IF STEP-EVENT-FOUND
               DISPLAY "EOD STREAM:  RUN " WS-STEP-EVT-RUN-ID
                   " " WS-STEP-EVT-EVENT
                   " AT " WS-STEP-EVT-TIMESTAMP(1:14)
                   " " WS-STEP-EVT-REASON
           END-IF.

       SHOW-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               IF WS-LOCK-STATE NOT = "ACTIVE"
                   AND WS-LOCK-STATE NOT = "STREAM"
                   CONTINUE
               ELSE
                   IF COMPLETION-AFTER-LOCK
                   ELSE
                       PERFORM COMPUTE-LOCK-AGE-PARA
                       IF WS-LOCK-AGE-HOURS >= WS-STALE-HOURS
                           DISPLAY "LOCK CHECK:  LOCK HELD FOR "
                               WS-LOCK-AGE-HOURS " HOURS WITH NO RUN "
                               "COMPLETION - LOCK IS STALE"
                           MOVE 'Y' TO WS-LOCK-STALE
           END-IF.

       COMPUTE-LOCK-AGE-PARA.
           MOVE WS-LOCK-TIMESTAMP TO WS-AGE-FROM-TIMESTAMP
           IF WS-LOCK-STATE = "STREAM"
               AND STEP-EVENT-FOUND
               AND WS-STEP-EVT-TIMESTAMP > WS-LOCK-TIMESTAMP
               MOVE WS-STEP-EVT-TIMESTAMP TO WS-AGE-FROM-TIMESTAMP
           END-IF
           MOVE WS-AGE-FROM-TIMESTAMP(9:2) TO WS-LOCK-HH
           MOVE WS-CUR-TIMESTAMP(9:2) TO WS-CUR-HH
           COMPUTE WS-LOCK-AGE-HOURS =
               (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-RUN-DATE))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-AGE-FROM-TIMESTAMP(1:8))))
                   * 24
               + WS-CUR-HH - WS-LOCK-HH.

       OFFER-OVERRIDE-PARA.
           IF NOT LOCK-IS-STALE
               DISPLAY "LOCK IS HELD AND NOT STALE - CLEAR IT ONLY "
                   "IF YOU ARE CERTAIN NO RUN IS IN FLIGHT"
           END-IF
           DISPLAY "CLEAR THE RUN LOCK (Y/N): " WITH NO ADVANCING
