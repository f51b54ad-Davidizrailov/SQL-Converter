               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT BALANCE-FORWARD-FILE ASSIGN TO "BALFWD.DAT"
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

       FD  BALANCE-FORWARD-FILE.
       01  BALANCE-FORWARD-RECORD.
       01 WS-PRIOR-COUNT        PIC 9(7) VALUE 0.
       01 WS-ACCT-COUNT         PIC 9(7) VALUE 0.
       01 WS-BALANCE-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-DORMANT-COUNT      PIC 9(7) VALUE 0.
       01 WS-DORMANT-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-ACTIVE-COUNT       PIC 9(7) VALUE 0.
       01 WS-ACTIVE-TOTAL       PIC S9(13)V99 VALUE 0.
       01 WS-ACTIVITY-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-ACTIVITY-COUNT     PIC 9(7) VALUE 0.
       01 WS-POSTED-TOTAL       PIC S9(13)V99 VALUE 0.
       01 WS-POSTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-INTEREST-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-INTEREST-COUNT     PIC 9(7) VALUE 0.
       01 WS-BACKVAL-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-BACKVAL-COUNT      PIC 9(7) VALUE 0.
       01 WS-BOOK-DATE          PIC X(8) VALUE SPACES.
       01 WS-WINDOW-START       PIC X(8) VALUE SPACES.
       01 WS-POST-AVAILABLE     PIC X VALUE 'N'.
           88 POSTINGS-AVAILABLE    VALUE 'Y'.
       01 WS-ACCRUED-TOTAL      PIC S9(13)V9(4) VALUE 0.
       01 WS-ACCRUED-COUNT      PIC 9(7) VALUE 0.
       01 WS-EXPECTED-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-MOVEMENT-DIFF      PIC S9(13)V99 VALUE 0.
       01 WS-ED-TOTAL           PIC -(13)9.99.
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - TRIAL BALANCE NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADING-PARA
               PERFORM OPEN-POSTINGS-PARA
               PERFORM LIST-ACCOUNTS-PARA
               CLOSE ACCOUNT-MASTER-FILE
               IF POSTINGS-AVAILABLE
                   CLOSE ACCT-POSTING-FILE
               END-IF

               PERFORM WRITE-MOVEMENT-PROOF-PARA
               CLOSE REPORT-FILE

               DISPLAY "ACCOUNTS LISTED: " WS-ACCT-COUNT
               MOVE WS-BALANCE-TOTAL TO WS-ED-TOTAL
               DISPLAY "BALANCE TOTAL:   " WS-ED-TOTAL
               MOVE WS-DORMANT-TOTAL TO WS-ED-TOTAL
               DISPLAY "DORMANT BALANCE: " WS-ED-TOTAL
               DISPLAY "TRIAL BALANCE WRITTEN TO TRIALBAL.DAT"
           END-IF

                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       ADD ACCT-BALANCE TO WS-BALANCE-TOTAL
                       IF ACCT-STATUS = 'D'
                           ADD 1 TO WS-DORMANT-COUNT
                           ADD ACCT-BALANCE TO WS-DORMANT-TOTAL
                       ELSE
                           ADD 1 TO WS-ACTIVE-COUNT
                           ADD ACCT-BALANCE TO WS-ACTIVE-TOTAL
                       END-IF
                       IF ACCT-ACCRUED-INT NOT = 0
                           ADD 1 TO WS-ACCRUED-COUNT
                           ADD ACCT-ACCRUED-INT TO WS-ACCRUED-TOTAL
                       END-IF
                       MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT
                       MOVE ACCT-NAME TO WS-DTL-NAME
                       MOVE ACCT-BALANCE TO WS-DTL-BALANCE
                       MOVE ACCT-LAST-ACTIVITY TO WS-DTL-LAST-ACT
                       MOVE ACCT-STATUS TO WS-DTL-STATUS
                       WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
                       IF POSTINGS-AVAILABLE
                           PERFORM SUM-ACCOUNT-ACTIVITY-PARA
                       END-IF
               END-READ
           END-PERFORM

           MOVE "ACCOUNTS ON FILE:" TO WS-RPT-LABEL
           MOVE WS-ACCT-COUNT TO WS-RPT-COUNT
           MOVE WS-BALANCE-TOTAL TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

           MOVE "  NOT DORMANT:" TO WS-RPT-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-RPT-COUNT
           MOVE WS-ACTIVE-TOTAL TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

           MOVE "  DORMANT (FROZEN):" TO WS-RPT-LABEL
           MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT
           MOVE WS-DORMANT-TOTAL TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

           MOVE "ACCRUED INT UNCAPITALIZED:" TO WS-RPT-LABEL
           MOVE WS-ACCRUED-COUNT TO WS-RPT-COUNT
           MOVE WS-ACCRUED-TOTAL TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.

       OPEN-POSTINGS-PARA.
           IF SNAPSHOT-FOUND
               MOVE WS-PRIOR-DATE(1:6) TO WS-WINDOW-START(1:6)
               MOVE "01" TO WS-WINDOW-START(7:2)
               OPEN INPUT ACCT-POSTING-FILE
               IF WS-POST-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-POST-AVAILABLE
               ELSE
                   DISPLAY "WARNING: POSTING FILE POSTHIST.DAT NOT "
                       "AVAILABLE (STATUS=" WS-POST-FILE-STATUS
                       ") - ACTIVITY TAKEN AS ZERO"
               END-IF
           END-IF.

       SUM-ACCOUNT-ACTIVITY-PARA.
           MOVE 'N' TO WS-EOF-POST
           MOVE ACCT-NUMBER TO POST-ACCOUNT
           MOVE WS-WINDOW-START TO POST-DATE
           MOVE 0 TO POST-SEQ
           START ACCT-POSTING-FILE KEY NOT < POST-KEY
           IF WS-POST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POST
           END-IF
           PERFORM UNTIL EOF-POSTINGS
               READ ACCT-POSTING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-POST
                   NOT AT END
                       IF POST-ACCOUNT NOT = ACCT-NUMBER
                           OR POST-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF-POST
                       ELSE
                           PERFORM TALLY-POSTING-PARA
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-POSTING-PARA.
           IF POST-ENTRY-DATE = SPACES
               MOVE POST-DATE TO WS-BOOK-DATE
           ELSE
               MOVE POST-ENTRY-DATE TO WS-BOOK-DATE
           END-IF
           IF WS-BOOK-DATE > WS-PRIOR-DATE
               AND WS-BOOK-DATE <= WS-RUN-DATE
               ADD 1 TO WS-ACTIVITY-COUNT
               IF POST-DATE <= WS-PRIOR-DATE
                   ADD 1 TO WS-BACKVAL-COUNT
                   ADD POST-AMOUNT TO WS-BACKVAL-TOTAL
               END-IF
               ADD POST-AMOUNT TO WS-ACTIVITY-TOTAL
               IF POST-OP = 'I'
                   ADD 1 TO WS-INTEREST-COUNT
                   ADD POST-AMOUNT TO WS-INTEREST-TOTAL
               ELSE
                   ADD 1 TO WS-POSTED-COUNT
                   ADD POST-AMOUNT TO WS-POSTED-TOTAL
               END-IF
           END-IF.

               MOVE WS-ACTIVITY-TOTAL TO WS-RPT-AMOUNT
               WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

               MOVE "  OF WHICH POSTINGS:" TO WS-RPT-LABEL
               MOVE WS-POSTED-COUNT TO WS-RPT-COUNT
               MOVE WS-POSTED-TOTAL TO WS-RPT-AMOUNT
               WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

               MOVE "  OF WHICH INTEREST:" TO WS-RPT-LABEL
               MOVE WS-INTEREST-COUNT TO WS-RPT-COUNT
               MOVE WS-INTEREST-TOTAL TO WS-RPT-AMOUNT
               WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

               MOVE "  OF WHICH BACK-VALUED:" TO WS-RPT-LABEL
               MOVE WS-BACKVAL-COUNT TO WS-RPT-COUNT
               MOVE WS-BACKVAL-TOTAL TO WS-RPT-AMOUNT
               WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE

               COMPUTE WS-EXPECTED-TOTAL =
                   WS-PRIOR-TOTAL + WS-ACTIVITY-TOTAL
               MOVE "EXPECTED BALANCE TOTAL:" TO WS-RPT-LABEL
                   MOVE WS-MOVEMENT-DIFF TO WS-ED-TOTAL
                   DISPLAY "WARNING: MOVEMENT PROOF OUT-OF-BALANCE "
                       "- DIFFERENCE " WS-ED-TOTAL
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE REPORT-RECORD
           END-IF.
