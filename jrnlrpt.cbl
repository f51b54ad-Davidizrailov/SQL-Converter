       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCTJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-JOURNAL-FILE.
       01  ACCT-JOURNAL-RECORD.
           05 JRNL-TIMESTAMP        PIC X(21).
           05 JRNL-OPERATOR-ID      PIC X(8).
           05 JRNL-ACTION           PIC X.
           05 JRNL-ACCOUNT          PIC X(10).
           05 JRNL-BEFORE-IMAGE.
               10 JRNL-BEF-NUMBER       PIC X(10).
               10 JRNL-BEF-NAME         PIC X(25).
               10 JRNL-BEF-BALANCE      PIC S9(11)V99.
               10 JRNL-BEF-LAST-ACTIVITY PIC X(8).
               10 JRNL-BEF-STATUS       PIC X.
               10 JRNL-BEF-RATE-PLAN    PIC X(4).
               10 JRNL-BEF-ACCRUED-INT  PIC S9(9)V9(4).
               10 JRNL-BEF-ACCRUAL-DATE PIC X(8).
               10 JRNL-BEF-OD-LIMIT     PIC 9(9)V99.
               10 JRNL-BEF-OD-EXPIRY    PIC X(8).
           05 JRNL-AFTER-IMAGE.
               10 JRNL-AFT-NUMBER       PIC X(10).
               10 JRNL-AFT-NAME         PIC X(25).
               10 JRNL-AFT-BALANCE      PIC S9(11)V99.
               10 JRNL-AFT-LAST-ACTIVITY PIC X(8).
               10 JRNL-AFT-STATUS       PIC X.
               10 JRNL-AFT-RATE-PLAN    PIC X(4).
               10 JRNL-AFT-ACCRUED-INT  PIC S9(9)V9(4).
               10 JRNL-AFT-ACCRUAL-DATE PIC X(8).
               10 JRNL-AFT-OD-LIMIT     PIC 9(9)V99.
               10 JRNL-AFT-OD-EXPIRY    PIC X(8).
           05 JRNL-REASON           PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-JRNL           PIC X VALUE 'N'.
           88 EOF-JOURNAL           VALUE 'Y'.
       01 WS-SEL-ACCOUNT        PIC X(10) VALUE SPACES.
       01 WS-SEL-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01 WS-SEL-FROM-DATE      PIC X(8) VALUE SPACES.
       01 WS-SEL-TO-DATE        PIC X(8) VALUE SPACES.
       01 WS-RECORD-MATCHES     PIC X VALUE 'N'.
           88 RECORD-MATCHES        VALUE 'Y'.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-SELECTED     PIC 9(7) VALUE 0.
       01 WS-COUNT-ADDS         PIC 9(7) VALUE 0.
       01 WS-COUNT-NAMES        PIC 9(7) VALUE 0.
       01 WS-COUNT-CLOSES       PIC 9(7) VALUE 0.
       01 WS-COUNT-REOPENS      PIC 9(7) VALUE 0.
       01 WS-COUNT-RATE-PLANS   PIC 9(7) VALUE 0.
       01 WS-COUNT-OD-LIMITS    PIC 9(7) VALUE 0.
       01 WS-COUNT-DORMANT      PIC 9(7) VALUE 0.
       01 WS-COUNT-REACTIVATED  PIC 9(7) VALUE 0.
       01 WS-JRNL-DATE          PIC X(8) VALUE SPACES.

       01 WS-REPORT-HEADING-1.
           05 FILLER            PIC X(36)
               VALUE "===== ACCOUNT MASTER CHANGE JOURNAL".
           05 FILLER            PIC X(13) VALUE "REPORT =====".
           05 FILLER            PIC X(71) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(16) VALUE "DATE/TIME".
           05 FILLER            PIC X(10) VALUE "OPERATOR".
           05 FILLER            PIC X(14) VALUE "ACTION".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(6)  VALUE "REASON".
           05 FILLER            PIC X(62) VALUE SPACES.

       01 WS-REPORT-IMAGE-COLUMNS.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(27) VALUE "NAME".
           05 FILLER            PIC X(17) VALUE "BALANCE".
           05 FILLER            PIC X(10) VALUE "LAST-ACT".
           05 FILLER            PIC X(6)  VALUE "STATUS".
           05 FILLER            PIC X(6)  VALUE "PLAN".
           05 FILLER            PIC X(14) VALUE "OD LIMIT".
           05 FILLER            PIC X(10) VALUE "EXPIRY".
           05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-TIMESTAMP  PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OPERATOR   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACTION     PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON     PIC X(30).
           05 FILLER            PIC X(38) VALUE SPACES.

       01 WS-REPORT-IMAGE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-LABEL      PIC X(10).
           05 WS-IMG-NAME       PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-BALANCE    PIC -(11)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-LAST-ACT   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-STATUS     PIC X.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 WS-IMG-PLAN       PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-OD-LIMIT   PIC Z(8)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IMG-OD-EXPIRY  PIC X(8).
           05 FILLER            PIC X(20) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 WS-TOT-LABEL      PIC X(20).
           05 WS-TOT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(93) VALUE SPACES.

       01 WS-REPORT-CRITERIA-LINE.
           05 FILLER            PIC X(10) VALUE "SELECTED ".
           05 WS-CRIT-LABEL     PIC X(10).
           05 WS-CRIT-VALUE     PIC X(20).
           05 FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNT MASTER CHANGE JOURNAL REPORT"
           DISPLAY "ACCOUNT NUMBER (SPACES FOR ALL): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-ACCOUNT
           DISPLAY "OPERATOR ID (SPACES FOR ALL): " WITH NO ADVANCING
           ACCEPT WS-SEL-OPERATOR-ID
           DISPLAY "FROM DATE YYYYMMDD (SPACES FOR NONE): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "TO DATE YYYYMMDD (SPACES FOR NONE): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-TO-DATE

           OPEN INPUT ACCT-JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT JOURNAL ACCTJRNL.DAT NOT "
                   "AVAILABLE (STATUS=" WS-JRNL-FILE-STATUS
                   ") - REPORT ABORTED"
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADING-PARA

               READ ACCT-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-JRNL
               END-READ

               PERFORM UNTIL EOF-JOURNAL
                   ADD 1 TO WS-COUNT-READ
                   PERFORM TEST-SELECTION-PARA
                   IF RECORD-MATCHES
                       PERFORM WRITE-DETAIL-PARA
                   END-IF
                   READ ACCT-JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-JRNL
                   END-READ
               END-PERFORM

               PERFORM WRITE-REPORT-TOTALS-PARA

               CLOSE ACCT-JOURNAL-FILE
               CLOSE REPORT-FILE

               DISPLAY "JOURNAL RECORDS READ:     " WS-COUNT-READ
               DISPLAY "JOURNAL RECORDS SELECTED: " WS-COUNT-SELECTED
               DISPLAY "REPORT WRITTEN TO ACCTJRPT.DAT"
           END-IF

           STOP RUN.

       TEST-SELECTION-PARA.
           MOVE 'Y' TO WS-RECORD-MATCHES
           MOVE JRNL-TIMESTAMP(1:8) TO WS-JRNL-DATE

           IF WS-SEL-ACCOUNT NOT = SPACES
               AND JRNL-ACCOUNT NOT = WS-SEL-ACCOUNT
               MOVE 'N' TO WS-RECORD-MATCHES
           END-IF

           IF WS-SEL-OPERATOR-ID NOT = SPACES
               AND JRNL-OPERATOR-ID NOT = WS-SEL-OPERATOR-ID
               MOVE 'N' TO WS-RECORD-MATCHES
           END-IF

           IF WS-SEL-FROM-DATE NOT = SPACES
               AND WS-JRNL-DATE < WS-SEL-FROM-DATE
               MOVE 'N' TO WS-RECORD-MATCHES
           END-IF

           IF WS-SEL-TO-DATE NOT = SPACES
               AND WS-JRNL-DATE > WS-SEL-TO-DATE
               MOVE 'N' TO WS-RECORD-MATCHES
           END-IF.

       WRITE-DETAIL-PARA.
           ADD 1 TO WS-COUNT-SELECTED
           MOVE JRNL-TIMESTAMP(1:14) TO WS-DTL-TIMESTAMP
           MOVE JRNL-OPERATOR-ID TO WS-DTL-OPERATOR
           MOVE JRNL-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE JRNL-REASON TO WS-DTL-REASON
           EVALUATE JRNL-ACTION
               WHEN 'A'
                   MOVE "ADD" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-ADDS
               WHEN 'N'
                   MOVE "NAME CHANGE" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-NAMES
               WHEN 'C'
                   MOVE "CLOSE" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-CLOSES
               WHEN 'R'
                   MOVE "REOPEN" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-REOPENS
               WHEN 'T'
                   MOVE "RATE PLAN" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-RATE-PLANS
               WHEN 'O'
                   MOVE "OD LIMIT" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-OD-LIMITS
               WHEN 'D'
                   MOVE "DORMANT" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-DORMANT
               WHEN 'V'
                   MOVE "REACTIVATE" TO WS-DTL-ACTION
                   ADD 1 TO WS-COUNT-REACTIVATED
               WHEN OTHER
                   MOVE JRNL-ACTION TO WS-DTL-ACTION
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL

           MOVE "BEFORE:" TO WS-IMG-LABEL
           IF JRNL-BEFORE-IMAGE = SPACES
               MOVE "(NONE)" TO WS-IMG-NAME
               MOVE 0 TO WS-IMG-BALANCE
               MOVE SPACES TO WS-IMG-LAST-ACT
               MOVE SPACE TO WS-IMG-STATUS
               MOVE SPACES TO WS-IMG-PLAN
               MOVE 0 TO WS-IMG-OD-LIMIT
               MOVE SPACES TO WS-IMG-OD-EXPIRY
           ELSE
               MOVE JRNL-BEF-NAME TO WS-IMG-NAME
               MOVE JRNL-BEF-BALANCE TO WS-IMG-BALANCE
               MOVE JRNL-BEF-LAST-ACTIVITY TO WS-IMG-LAST-ACT
               MOVE JRNL-BEF-STATUS TO WS-IMG-STATUS
               MOVE JRNL-BEF-RATE-PLAN TO WS-IMG-PLAN
               MOVE JRNL-BEF-OD-LIMIT TO WS-IMG-OD-LIMIT
               MOVE JRNL-BEF-OD-EXPIRY TO WS-IMG-OD-EXPIRY
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-IMAGE

           MOVE "AFTER:" TO WS-IMG-LABEL
           MOVE JRNL-AFT-NAME TO WS-IMG-NAME
           MOVE JRNL-AFT-BALANCE TO WS-IMG-BALANCE
           MOVE JRNL-AFT-LAST-ACTIVITY TO WS-IMG-LAST-ACT
           MOVE JRNL-AFT-STATUS TO WS-IMG-STATUS
           MOVE JRNL-AFT-RATE-PLAN TO WS-IMG-PLAN
           MOVE JRNL-AFT-OD-LIMIT TO WS-IMG-OD-LIMIT
           MOVE JRNL-AFT-OD-EXPIRY TO WS-IMG-OD-EXPIRY
           WRITE REPORT-RECORD FROM WS-REPORT-IMAGE.

       WRITE-REPORT-HEADING-PARA.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING-1
           PERFORM WRITE-CRITERIA-PARA
           WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
           WRITE REPORT-RECORD FROM WS-REPORT-IMAGE-COLUMNS.

       WRITE-CRITERIA-PARA.
           MOVE "ACCOUNT:" TO WS-CRIT-LABEL
           IF WS-SEL-ACCOUNT = SPACES
               MOVE "ALL" TO WS-CRIT-VALUE
           ELSE
               MOVE WS-SEL-ACCOUNT TO WS-CRIT-VALUE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-CRITERIA-LINE

           MOVE "OPERATOR:" TO WS-CRIT-LABEL
           IF WS-SEL-OPERATOR-ID = SPACES
               MOVE "ALL" TO WS-CRIT-VALUE
           ELSE
               MOVE WS-SEL-OPERATOR-ID TO WS-CRIT-VALUE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-CRITERIA-LINE

           MOVE "FROM DATE:" TO WS-CRIT-LABEL
           IF WS-SEL-FROM-DATE = SPACES
               MOVE "NONE" TO WS-CRIT-VALUE
           ELSE
               MOVE WS-SEL-FROM-DATE TO WS-CRIT-VALUE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-CRITERIA-LINE

           MOVE "TO DATE:" TO WS-CRIT-LABEL
           IF WS-SEL-TO-DATE = SPACES
               MOVE "NONE" TO WS-CRIT-VALUE
           ELSE
               MOVE WS-SEL-TO-DATE TO WS-CRIT-VALUE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-CRITERIA-LINE.

       WRITE-REPORT-TOTALS-PARA.
           MOVE "RECORDS SELECTED:" TO WS-TOT-LABEL
           MOVE WS-COUNT-SELECTED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  ADDS:" TO WS-TOT-LABEL
           MOVE WS-COUNT-ADDS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  NAME CHANGES:" TO WS-TOT-LABEL
           MOVE WS-COUNT-NAMES TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  CLOSES:" TO WS-TOT-LABEL
           MOVE WS-COUNT-CLOSES TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  REOPENS:" TO WS-TOT-LABEL
           MOVE WS-COUNT-REOPENS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  RATE PLAN CHANGES:" TO WS-TOT-LABEL
           MOVE WS-COUNT-RATE-PLANS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  OD LIMIT CHANGES:" TO WS-TOT-LABEL
           MOVE WS-COUNT-OD-LIMITS TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  MADE DORMANT:" TO WS-TOT-LABEL
           MOVE WS-COUNT-DORMANT TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "  REACTIVATIONS:" TO WS-TOT-LABEL
           MOVE WS-COUNT-REACTIVATED TO WS-TOT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
