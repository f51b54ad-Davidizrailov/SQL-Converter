           05 GL-RESULT              PIC S9(7)V99.
           05 GL-OPERATOR-ID          PIC X(8).
           05 GL-RUN-ID             PIC 9(7).
           05 GL-APPROVER-ID        PIC X(8).
           05 GL-SIDE               PIC X.
           05 GL-ACCOUNT            PIC X(10).
           05 GL-AMOUNT             PIC 9(7)V99.
           05 GL-CUST-ACCOUNT       PIC X(10).
           05 GL-CURRENCY           PIC X(3).
       01  GL-TRAILER-RECORD.
           05 GL-TRL-TYPE           PIC X.
           05 GL-TRL-RECORD-COUNT   PIC 9(7).
           05 GL-TRL-HASH-TOTAL     PIC S9(13)V99.
           05 GL-TRL-DEBIT-TOTAL    PIC S9(13)V99.
           05 GL-TRL-CREDIT-TOTAL   PIC S9(13)V99.

       FD  GL-STATUS-FILE.
       01  GL-STATUS-RECORD.
           05 GLS-FEED-STATUS       PIC X(14).

       FD  GL-XMIT-FILE.
       01  GL-XMIT-RECORD           PIC X(85).

       FD  XMIT-REGISTER-FILE.
       01  XMIT-REGISTER-RECORD.
       01 WS-CUR-RUN-DATE       PIC X(8) VALUE SPACES.
       01 WS-GRP-COUNT          PIC 9(7) VALUE 0.
       01 WS-GRP-HASH           PIC S9(13)V99 VALUE 0.
       01 WS-GRP-DEBIT          PIC S9(13)V99 VALUE 0.
       01 WS-GRP-CREDIT         PIC S9(13)V99 VALUE 0.
       01 WS-GRP-UNMAPPED       PIC 9(7) VALUE 0.
       01 WS-COUNT-DISPATCHED   PIC 9(5) VALUE 0.
       01 WS-COUNT-DUPLICATE    PIC 9(5) VALUE 0.
       01 WS-DISPATCH-FAILED    PIC X VALUE 'N'.
           IF WS-FEED-STATUS NOT = "BALANCED"
               DISPLAY "GL FEED STATUS IS " WS-FEED-STATUS
                   " - DISPATCH REFUSED, FEED LEFT IN PLACE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-REGISTER-PARA
               PERFORM DISPATCH-FEED-PARA
               IF DISPATCH-FAILED
                   DISPLAY "DISPATCH ABANDONED - GLFEED.DAT LEFT IN "
                       "PLACE, NO REGISTER ENTRY FOR THE FAILED RUN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CLEAR-LIVE-FEED-PARA
                   DISPLAY "RUNS DISPATCHED:        "
                   MOVE 'N' TO WS-GROUP-SKIPPED
                   MOVE 0 TO WS-GRP-COUNT
                   MOVE 0 TO WS-GRP-HASH
                   MOVE 0 TO WS-GRP-DEBIT
                   MOVE 0 TO WS-GRP-CREDIT
                   MOVE 0 TO WS-GRP-UNMAPPED
                   MOVE SPACES TO WS-XMIT-NAME
                   STRING "GLXMIT." DELIMITED BY SIZE
                       WS-CUR-RUN-ID DELIMITED BY SIZE
           IF GROUP-IS-OPEN AND NOT GROUP-IS-SKIPPED
               WRITE GL-XMIT-RECORD FROM GL-RECORD
               ADD 1 TO WS-GRP-COUNT
               ADD GL-AMOUNT TO WS-GRP-HASH
               IF GL-SIDE = 'D'
                   ADD GL-AMOUNT TO WS-GRP-DEBIT
               ELSE
                   ADD GL-AMOUNT TO WS-GRP-CREDIT
               END-IF
               IF GL-ACCOUNT = SPACES
                   ADD 1 TO WS-GRP-UNMAPPED
               END-IF
           END-IF.

       CLOSE-XMIT-GROUP-PARA.
               IF GROUP-IS-SKIPPED
                   MOVE 'N' TO WS-GROUP-OPEN
               ELSE
                   EVALUATE TRUE
                       WHEN GL-TRL-RECORD-COUNT NOT = WS-GRP-COUNT
                           OR GL-TRL-HASH-TOTAL NOT = WS-GRP-HASH
                           OR GL-TRL-DEBIT-TOTAL NOT = WS-GRP-DEBIT
                           OR GL-TRL-CREDIT-TOTAL NOT = WS-GRP-CREDIT
                           DISPLAY "TRAILER FOR RUN " WS-CUR-RUN-ID
                               " DOES NOT MATCH ITS DETAIL - "
                               "DISPATCH ABANDONED"
                           MOVE 'Y' TO WS-DISPATCH-FAILED
                       WHEN WS-GRP-DEBIT NOT = WS-GRP-CREDIT
                           DISPLAY "DEBITS DO NOT EQUAL CREDITS FOR "
                               "RUN " WS-CUR-RUN-ID " - DISPATCH "
                               "ABANDONED"
                           MOVE 'Y' TO WS-DISPATCH-FAILED
                       WHEN WS-GRP-UNMAPPED > 0
                           DISPLAY "RUN " WS-CUR-RUN-ID " HAS "
                               WS-GRP-UNMAPPED " LINES WITH NO GL "
                               "ACCOUNT - DISPATCH ABANDONED"
                           MOVE 'Y' TO WS-DISPATCH-FAILED
                   END-EVALUATE
                   IF DISPATCH-FAILED
                       CLOSE GL-XMIT-FILE
                   ELSE
                       WRITE GL-XMIT-RECORD FROM GL-TRAILER-RECORD
