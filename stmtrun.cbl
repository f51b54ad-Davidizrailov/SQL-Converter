               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STMTPRNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 ACCT-BALANCE          PIC S9(11)V99.
           05 ACCT-LAST-ACTIVITY    PIC X(8).
           05 ACCT-STATUS           PIC X.
           05 ACCT-RATE-PLAN        PIC X(4).
           05 ACCT-ACCRUED-INT      PIC S9(9)V9(4).
           05 ACCT-ACCRUAL-DATE     PIC X(8).
           05 ACCT-OD-LIMIT         PIC 9(9)V99.
           05 ACCT-OD-EXPIRY        PIC X(8).

       FD  ACCT-POSTING-FILE.
       01  ACCT-POSTING-RECORD.
           05 POST-KEY.
               10 POST-ACCOUNT      PIC X(10).
               10 POST-DATE         PIC X(8).
               10 POST-SEQ          PIC 9(5).
           05 POST-OP               PIC X.
           05 POST-AMOUNT           PIC S9(7)V99.
           05 POST-OPERATOR-ID      PIC X(8).
           05 POST-APPROVER-ID      PIC X(8).
           05 POST-ENTRY-DATE       PIC X(8).
           05 POST-RUN-ID           PIC 9(7).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(90).
       01 WS-SEL-FROM-DATE      PIC X(8) VALUE SPACES.
       01 WS-SEL-TO-DATE        PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-POST-AVAILABLE     PIC X VALUE 'N'.
           88 POSTINGS-AVAILABLE    VALUE 'Y'.
       01 WS-COUNT-ACCOUNTS     PIC 9(7) VALUE 0.
       01 WS-COUNT-PRODUCED     PIC 9(7) VALUE 0.
       01 WS-COUNT-NO-ACTIVITY  PIC 9(7) VALUE 0.
       01 WS-COUNT-CLOSED       PIC 9(7) VALUE 0.
       01 WS-COUNT-DORMANT      PIC 9(7) VALUE 0.
       01 WS-ACCT-ACTIVITY      PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-AFTER         PIC S9(11)V99 VALUE 0.
       01 WS-ACCT-POST-COUNT    PIC 9(5) VALUE 0.
       01 WS-ACCT-INTEREST      PIC S9(11)V99 VALUE 0.
       01 WS-OPENING-BALANCE    PIC S9(11)V99 VALUE 0.
       01 WS-CLOSING-BALANCE    PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-BALANCE    PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-OPENING      PIC S9(13)V99 VALUE 0.
       01 WS-GRAND-ACTIVITY     PIC S9(13)V99 VALUE 0.
       01 WS-GRAND-CLOSING      PIC S9(13)V99 VALUE 0.
       01 WS-GRAND-INTEREST     PIC S9(13)V99 VALUE 0.

       01 WS-STMT-PAGE-BREAK.
           05 FILLER            PIC X(70) VALUE ALL "=".
           05 FILLER            PIC X(14) VALUE "AMOUNT".
           05 FILLER            PIC X(10) VALUE "OPERATOR".
           05 FILLER            PIC X(16) VALUE "BALANCE".
           05 FILLER            PIC X(10) VALUE "TYPE".
           05 FILLER            PIC X(26) VALUE SPACES.

       01 WS-STMT-DETAIL.
           05 WS-DTL-DATE       PIC X(8).
           05 WS-DTL-OPERATOR   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-BALANCE    PIC -(11)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-TYPE       PIC X(8).
           05 FILLER            PIC X(26) VALUE SPACES.

       01 WS-CONTROL-COUNT-LINE.
           05 WS-CTL-LABEL      PIC X(30).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "MONTH-END STATEMENT RUN"
           DISPLAY "STATEMENT FROM DATE YYYYMMDD (SPACES FOR "
               "START OF THE TO DATE'S MONTH): " WITH NO ADVANCING
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "STATEMENT TO DATE YYYYMMDD (SPACES FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-TO-DATE

           IF WS-SEL-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-SEL-TO-DATE
           END-IF
           IF WS-SEL-FROM-DATE = SPACES
               MOVE WS-SEL-TO-DATE(1:6) TO WS-SEL-FROM-DATE(1:6)
               MOVE "01" TO WS-SEL-FROM-DATE(7:2)
           END-IF

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY "STATEMENT FROM DATE IS AFTER THE TO DATE - "
                   "STATEMENT RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STATEMENT PERIOD " WS-SEL-FROM-DATE
                   " TO " WS-SEL-TO-DATE
               PERFORM OPEN-POSTINGS-PARA
               PERFORM PRODUCE-STATEMENTS-PARA
               IF POSTINGS-AVAILABLE
                   CLOSE ACCT-POSTING-FILE
               END-IF
           END-IF

           STOP RUN.

       OPEN-POSTINGS-PARA.
           OPEN INPUT ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-POST-AVAILABLE
           ELSE
               DISPLAY "WARNING: POSTING FILE POSTHIST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-POST-FILE-STATUS
                   ") - STATEMENTS WILL SHOW NO ACTIVITY"
           END-IF.

       START-ACCOUNT-POSTINGS-PARA.
           MOVE 'N' TO WS-EOF-POST
           IF NOT POSTINGS-AVAILABLE
               MOVE 'Y' TO WS-EOF-POST
           ELSE
               MOVE ACCT-NUMBER TO POST-ACCOUNT
               MOVE WS-SEL-FROM-DATE TO POST-DATE
               MOVE 0 TO POST-SEQ
               START ACCT-POSTING-FILE KEY NOT < POST-KEY
               IF WS-POST-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-EOF-POST
               ELSE
                   PERFORM READ-NEXT-POSTING-PARA
               END-IF
           END-IF.

       READ-NEXT-POSTING-PARA.
           READ ACCT-POSTING-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-POST
               NOT AT END
                   IF POST-ACCOUNT NOT = ACCT-NUMBER
                       MOVE 'Y' TO WS-EOF-POST
                   END-IF
           END-READ.

       PRODUCE-STATEMENTS-PARA.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - STATEMENT RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STATEMENT-FILE

               DISPLAY "STATEMENTS PRODUCED:   " WS-COUNT-PRODUCED
               DISPLAY "SKIPPED (NO ACTIVITY): " WS-COUNT-NO-ACTIVITY
               DISPLAY "SKIPPED (CLOSED):      " WS-COUNT-CLOSED
               DISPLAY "SKIPPED (DORMANT):     " WS-COUNT-DORMANT
               DISPLAY "STATEMENTS WRITTEN TO STMTPRNT.DAT"
           END-IF.

       APPRAISE-ACCOUNT-PARA.
           EVALUATE ACCT-STATUS
               WHEN 'C'
                   ADD 1 TO WS-COUNT-CLOSED
               WHEN 'D'
                   ADD 1 TO WS-COUNT-DORMANT
               WHEN OTHER
                   MOVE 0 TO WS-ACCT-ACTIVITY
                   MOVE 0 TO WS-ACCT-AFTER
                   MOVE 0 TO WS-ACCT-POST-COUNT
                   PERFORM START-ACCOUNT-POSTINGS-PARA
                   PERFORM UNTIL EOF-POSTINGS
                       IF POST-DATE <= WS-SEL-TO-DATE
                           ADD 1 TO WS-ACCT-POST-COUNT
                           ADD POST-AMOUNT TO WS-ACCT-ACTIVITY
                       ELSE
                           ADD POST-AMOUNT TO WS-ACCT-AFTER
                       END-IF
                       PERFORM READ-NEXT-POSTING-PARA
                   END-PERFORM

                   IF WS-ACCT-POST-COUNT = 0
                       ADD 1 TO WS-COUNT-NO-ACTIVITY
                   ELSE
                       PERFORM WRITE-STATEMENT-PARA
                   END-IF
           END-EVALUATE.

       WRITE-STATEMENT-PARA.
           COMPUTE WS-CLOSING-BALANCE = ACCT-BALANCE - WS-ACCT-AFTER
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-ACCT-ACTIVITY
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE 0 TO WS-ACCT-INTEREST

           WRITE STATEMENT-RECORD FROM WS-STMT-PAGE-BREAK
           WRITE STATEMENT-RECORD FROM WS-STMT-HEADING-1

           WRITE STATEMENT-RECORD FROM WS-STMT-COLUMNS

           PERFORM START-ACCOUNT-POSTINGS-PARA
           PERFORM UNTIL EOF-POSTINGS
               OR POST-DATE > WS-SEL-TO-DATE
               ADD POST-AMOUNT TO WS-RUNNING-BALANCE
               MOVE POST-DATE TO WS-DTL-DATE
               MOVE POST-OP TO WS-DTL-OP
               MOVE POST-AMOUNT TO WS-DTL-AMOUNT
               MOVE POST-OPERATOR-ID TO WS-DTL-OPERATOR
               MOVE WS-RUNNING-BALANCE TO WS-DTL-BALANCE
               IF POST-OP = 'I'
                   MOVE "INTEREST" TO WS-DTL-TYPE
                   ADD POST-AMOUNT TO WS-ACCT-INTEREST
               ELSE
                   MOVE "POSTING" TO WS-DTL-TYPE
               END-IF
               WRITE STATEMENT-RECORD FROM WS-STMT-DETAIL
               PERFORM READ-NEXT-POSTING-PARA
           END-PERFORM

           MOVE "CLOSING BALANCE:" TO WS-BAL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BAL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-STMT-BALANCE-LINE
           MOVE "INTEREST CREDITED:" TO WS-BAL-LABEL
           MOVE WS-ACCT-INTEREST TO WS-BAL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-STMT-BALANCE-LINE

           ADD 1 TO WS-COUNT-PRODUCED
           ADD WS-OPENING-BALANCE TO WS-GRAND-OPENING
           ADD WS-ACCT-ACTIVITY TO WS-GRAND-ACTIVITY
           ADD WS-CLOSING-BALANCE TO WS-GRAND-CLOSING
           ADD WS-ACCT-INTEREST TO WS-GRAND-INTEREST.

       WRITE-CONTROL-PAGE-PARA.
           WRITE STATEMENT-RECORD FROM WS-STMT-PAGE-BREAK
           MOVE "SKIPPED (CLOSED):" TO WS-CTL-LABEL
           MOVE WS-COUNT-CLOSED TO WS-CTL-COUNT
           WRITE STATEMENT-RECORD FROM WS-CONTROL-COUNT-LINE
           MOVE "SKIPPED (DORMANT):" TO WS-CTL-LABEL
           MOVE WS-COUNT-DORMANT TO WS-CTL-COUNT
           WRITE STATEMENT-RECORD FROM WS-CONTROL-COUNT-LINE

           MOVE "GRAND OPENING TOTAL:" TO WS-CTT-LABEL
           MOVE WS-GRAND-OPENING TO WS-CTT-AMOUNT
           MOVE "GRAND ACTIVITY TOTAL:" TO WS-CTT-LABEL
           MOVE WS-GRAND-ACTIVITY TO WS-CTT-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-CONTROL-TOTAL-LINE
           MOVE "GRAND INTEREST TOTAL:" TO WS-CTT-LABEL
           MOVE WS-GRAND-INTEREST TO WS-CTT-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-CONTROL-TOTAL-LINE
           MOVE "GRAND CLOSING TOTAL:" TO WS-CTT-LABEL
           MOVE WS-GRAND-CLOSING TO WS-CTT-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-CONTROL-TOTAL-LINE.
