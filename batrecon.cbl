           SELECT RESULT-FILE ASSIGN TO "TRANSOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT ACCT-EXCEPTION-FILE ASSIGN TO "ACCTEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

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

       FD  ACCT-EXCEPTION-FILE.
       01  ACCT-EXCEPTION-RECORD.
           05 GL-RESULT              PIC S9(7)V99.
           05 GL-OPERATOR-ID          PIC X(8).
           05 GL-RUN-ID             PIC 9(7).
           05 GL-APPROVER-ID        PIC X(8).
           05 GL-SIDE               PIC X.
           05 GL-ACCOUNT            PIC X(10).
           05 GL-AMOUNT             PIC 9(7)V99.
           05 GL-CUST-ACCOUNT       PIC X(10).
           05 GL-CURRENCY           PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(90).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CROSS-FILE RECONCILIATION"
           DISPLAY "RUN ID TO RECONCILE (0 FOR LATEST): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-RUN-ID

           IF WS-SEL-RUN-ID = 0
               PERFORM FIND-LATEST-RUN-PARA
           END-IF

           IF WS-SEL-RUN-ID = 0
               DISPLAY "NO CALCULATION RUN FOUND ON THE GL FEED - "
                   "RECONCILIATION NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILING RUN ID " WS-SEL-RUN-ID
               PERFORM SCAN-GL-FEED-PARA
               PERFORM SCAN-AUDIT-LOG-PARA
               PERFORM SCAN-RESULTS-PARA

           STOP RUN.

       FIND-LATEST-RUN-PARA.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-FILE-STATUS = "00"
               PERFORM UNTIL EOF-GL-FEED
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-GL
                       NOT AT END
                           IF GL-REC-TYPE = 'H'
                               AND GL-HDR-SOURCE-SYSTEM = "LEGCALC"
                               AND GL-HDR-RUN-ID > WS-SEL-RUN-ID
                               MOVE GL-HDR-RUN-ID TO WS-SEL-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
               MOVE 'N' TO WS-EOF-GL
           END-IF.

       SCAN-GL-FEED-PARA.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
                                   END-IF
                               WHEN 'D'
                                   IF GL-RUN-ID = WS-SEL-RUN-ID
                                      AND GL-SIDE = 'D'
                                       ADD 1 TO WS-GL-COUNT
                                       ADD GL-RESULT TO WS-GL-TOTAL
                                   END-IF
                           MOVE 'Y' TO WS-EOF-AUDIT
                       NOT AT END
                           IF AUDIT-RUN-ID = WS-SEL-RUN-ID
                               AND (AUDIT-STATUS = "OK"
                               OR AUDIT-STATUS = "RELEASED")
                               ADD 1 TO WS-AUDIT-OK-COUNT
                               ADD AUDIT-RESULT TO WS-AUDIT-OK-TOTAL
                               ADD AUDIT-RESULT-BASE TO
       SCAN-POSTINGS-PARA.
           OPEN INPUT ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: POSTING FILE POSTHIST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-POST-FILE-STATUS
                   ") - POSTING LEG IS ZERO"
           ELSE
               PERFORM UNTIL EOF-POSTINGS
                   READ ACCT-POSTING-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-POST
                       NOT AT END
                           IF POST-RUN-ID = WS-SEL-RUN-ID
                               ADD 1 TO WS-POST-COUNT
                               ADD POST-AMOUNT TO WS-POST-TOTAL
                           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "NOTE: ONLY THE AUDIT LOG AND GL FEED DRIVE THE "
               "VERDICT. POSTINGS ARE" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "      MATCHED BY RUN ID, EXCEPTIONS BY RUN DATE, "
               "AND" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD

           IF RECON-OUT-OF-BALANCE
               DISPLAY "RECONCILIATION VERDICT: OUT-OF-BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION VERDICT: IN BALANCE"
           END-IF
