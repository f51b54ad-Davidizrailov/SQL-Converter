       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ACCTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
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
       01  STATEMENT-RECORD         PIC X(80).
       PRODUCE-STATEMENT-PARA.
           OPEN INPUT ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POSTING FILE POSTHIST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-POST-FILE-STATUS
                   ") - STATEMENT NOT RUN"
           ELSE
               WRITE STATEMENT-RECORD FROM WS-STMT-ACCOUNT-LINE
               WRITE STATEMENT-RECORD FROM WS-STMT-COLUMNS

               MOVE WS-SEL-ACCOUNT TO POST-ACCOUNT
               IF WS-SEL-FROM-DATE = SPACES
                   MOVE LOW-VALUES TO POST-DATE
               ELSE
                   MOVE WS-SEL-FROM-DATE TO POST-DATE
               END-IF
               MOVE 0 TO POST-SEQ
               START ACCT-POSTING-FILE KEY NOT < POST-KEY
               IF WS-POST-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-EOF-POST
               ELSE
                   PERFORM READ-NEXT-POSTING-PARA
               END-IF

               PERFORM UNTIL EOF-POSTINGS
                   PERFORM WRITE-STATEMENT-DETAIL-PARA
                   PERFORM READ-NEXT-POSTING-PARA
               END-PERFORM

               MOVE WS-COUNT-SELECTED TO WS-TOT-COUNT
               DISPLAY "STATEMENT WRITTEN TO ACCTSTMT.DAT"
           END-IF.

       READ-NEXT-POSTING-PARA.
           READ ACCT-POSTING-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-POST
               NOT AT END
                   IF POST-ACCOUNT NOT = WS-SEL-ACCOUNT
                       OR (WS-SEL-TO-DATE NOT = SPACES
                           AND POST-DATE > WS-SEL-TO-DATE)
                       MOVE 'Y' TO WS-EOF-POST
                   END-IF
           END-READ.

       WRITE-STATEMENT-DETAIL-PARA.
           ADD 1 TO WS-COUNT-SELECTED
           ADD POST-AMOUNT TO WS-ACTIVITY-TOTAL
