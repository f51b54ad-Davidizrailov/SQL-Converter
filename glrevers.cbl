           05 GL-RESULT              PIC S9(7)V99.
           05 GL-OPERATOR-ID          PIC X(8).
           05 GL-RUN-ID             PIC 9(7).
           05 GL-APPROVER-ID        PIC X(8).
           05 GL-SIDE               PIC X.
           05 GL-ACCOUNT            PIC X(10).
           05 GL-AMOUNT             PIC 9(7)V99.
           05 GL-CUST-ACCOUNT       PIC X(10).
           05 GL-CURRENCY           PIC X(3).

       FD  GL-REVERSAL-FILE.
       01  REV-HEADER-RECORD.
           05 REV-RESULT            PIC S9(7)V99.
           05 REV-OPERATOR-ID       PIC X(8).
           05 REV-RUN-ID            PIC 9(7).
           05 REV-APPROVER-ID       PIC X(8).
           05 REV-SIDE              PIC X.
           05 REV-ACCOUNT           PIC X(10).
           05 REV-AMOUNT            PIC 9(7)V99.
           05 REV-CUST-ACCOUNT      PIC X(10).
           05 REV-CURRENCY          PIC X(3).
       01  REV-TRAILER-RECORD.
           05 REV-TRL-TYPE          PIC X.
           05 REV-TRL-RECORD-COUNT  PIC 9(7).
           05 REV-TRL-HASH-TOTAL    PIC S9(13)V99.
           05 REV-TRL-DEBIT-TOTAL   PIC S9(13)V99.
           05 REV-TRL-CREDIT-TOTAL  PIC S9(13)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).
       01 WS-COUNT-REVERSED     PIC 9(7) VALUE 0.
       01 WS-ORIG-TOTAL         PIC S9(13)V99 VALUE 0.
       01 WS-REV-HASH-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-REV-NET-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-REV-DEBIT-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-REV-CREDIT-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(14) VALUE "ORIGINAL".
           05 FILLER            PIC X(14) VALUE "REVERSAL".
           05 FILLER            PIC X(10) VALUE "OPERATOR".
           05 FILLER            PIC X(12) VALUE "GL-ACCOUNT".
           05 FILLER            PIC X(4)  VALUE "SIDE".
           05 FILLER            PIC X(3)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-RUN-ID     PIC 9(7).
           05 WS-DTL-REV        PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OPERATOR   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-SIDE       PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 FILLER            PIC X(19) VALUE "RECORDS REVERSED:".
           CLOSE GL-REVERSAL-FILE

           MOVE WS-COUNT-REVERSED TO WS-TOT-COUNT
           MOVE WS-REV-NET-TOTAL TO WS-TOT-REV
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           CLOSE REPORT-FILE

           DISPLAY "GL RECORDS REVERSED: " WS-COUNT-REVERSED
           DISPLAY "ORIGINAL TOTAL:      " WS-ORIG-TOTAL
           DISPLAY "REVERSAL TOTAL:      " WS-REV-NET-TOTAL
           DISPLAY "REVERSAL DEBITS:     " WS-REV-DEBIT-TOTAL
           DISPLAY "REVERSAL CREDITS:    " WS-REV-CREDIT-TOTAL
           DISPLAY "REVERSAL FEED WRITTEN TO GLREVRSL.DAT"
           DISPLAY "REVERSAL REPORT WRITTEN TO REVRSRPT.DAT"
           IF WS-COUNT-REVERSED = 0
           COMPUTE REV-RESULT = 0 - GL-RESULT
           MOVE GL-OPERATOR-ID TO REV-OPERATOR-ID
           MOVE GL-RUN-ID TO REV-RUN-ID
           MOVE GL-APPROVER-ID TO REV-APPROVER-ID
           IF GL-SIDE = 'D'
               MOVE 'C' TO REV-SIDE
           ELSE
               MOVE 'D' TO REV-SIDE
           END-IF
           MOVE GL-ACCOUNT TO REV-ACCOUNT
           MOVE GL-AMOUNT TO REV-AMOUNT
           MOVE GL-CUST-ACCOUNT TO REV-CUST-ACCOUNT
           MOVE GL-CURRENCY TO REV-CURRENCY
           WRITE REV-RECORD

           ADD 1 TO WS-COUNT-REVERSED
           ADD REV-AMOUNT TO WS-REV-HASH-TOTAL
           IF REV-SIDE = 'D'
               ADD REV-AMOUNT TO WS-REV-DEBIT-TOTAL
           ELSE
               ADD REV-AMOUNT TO WS-REV-CREDIT-TOTAL
           END-IF
           IF GL-SIDE = 'D'
               ADD GL-RESULT TO WS-ORIG-TOTAL
               ADD REV-RESULT TO WS-REV-NET-TOTAL
           END-IF

           MOVE GL-RUN-ID TO WS-DTL-RUN-ID
           MOVE WS-CUR-HDR-DATE TO WS-DTL-DATE
           MOVE GL-RESULT TO WS-DTL-ORIG
           MOVE REV-RESULT TO WS-DTL-REV
           MOVE GL-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE REV-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE REV-SIDE TO WS-DTL-SIDE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

       WRITE-REVERSAL-TRAILER-PARA.
           MOVE 'T' TO REV-TRL-TYPE
           MOVE WS-COUNT-REVERSED TO REV-TRL-RECORD-COUNT
           MOVE WS-REV-HASH-TOTAL TO REV-TRL-HASH-TOTAL
           MOVE WS-REV-DEBIT-TOTAL TO REV-TRL-DEBIT-TOTAL
           MOVE WS-REV-CREDIT-TOTAL TO REV-TRL-CREDIT-TOTAL
           WRITE REV-TRAILER-RECORD.

       WRITE-REPORT-HEADING-PARA.
