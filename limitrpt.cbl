       IDENTIFICATION DIVISION.
       PROGRAM-ID. LimitRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LIMITRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-RECORD.
           05 ACCT-NUMBER           PIC X(10).
           05 ACCT-NAME             PIC X(25).
           05 ACCT-BALANCE          PIC S9(11)V99.
           05 ACCT-LAST-ACTIVITY    PIC X(8).
           05 ACCT-STATUS           PIC X.
           05 ACCT-RATE-PLAN        PIC X(4).
           05 ACCT-ACCRUED-INT      PIC S9(9)V9(4).
           05 ACCT-ACCRUAL-DATE     PIC X(8).
           05 ACCT-OD-LIMIT         PIC 9(9)V99.
           05 ACCT-OD-EXPIRY        PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-ACCT           PIC X VALUE 'N'.
           88 EOF-ACCOUNTS          VALUE 'Y'.
       01 WS-LIMIT-EXPIRED      PIC X VALUE 'N'.
           88 LIMIT-HAS-EXPIRED     VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-NEAR-PCT-X         PIC X(3) VALUE SPACES.
       01 WS-NEAR-PCT           PIC 9(2) VALUE 10.
       01 WS-NEAR-THRESHOLD     PIC 9(3)V9 VALUE 0.
       01 WS-EFFECTIVE-LIMIT    PIC 9(9)V99 VALUE 0.
       01 WS-USED-PCT           PIC 9(4)V9 VALUE 0.
       01 WS-BEYOND-AMOUNT      PIC S9(11)V99 VALUE 0.
       01 WS-CONDITION          PIC X(18) VALUE SPACES.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-WITH-LIMIT   PIC 9(7) VALUE 0.
       01 WS-COUNT-OVER         PIC 9(7) VALUE 0.
       01 WS-COUNT-NEAR         PIC 9(7) VALUE 0.
       01 WS-COUNT-EXPIRED      PIC 9(7) VALUE 0.
       01 WS-TOTAL-BEYOND       PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-LIMITS       PIC S9(13)V99 VALUE 0.
       01 WS-ED-TOTAL           PIC -(13)9.99.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(38)
               VALUE "===== OVERDRAFT LIMIT EXCESS REPORT =".
           05 FILLER            PIC X(82) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(26)
               VALUE "  NEAR-LIMIT WARNING AT: ".
           05 WS-RPT-NEAR-PCT   PIC Z9.
           05 FILLER            PIC X(19) VALUE "% OF LIMIT UNUSED".
           05 FILLER            PIC X(52) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(27) VALUE "NAME".
           05 FILLER            PIC X(17) VALUE "BALANCE".
           05 FILLER            PIC X(14) VALUE "OD LIMIT".
           05 FILLER            PIC X(10) VALUE "EXPIRY".
           05 FILLER            PIC X(8)  VALUE "USED %".
           05 FILLER            PIC X(18) VALUE "CONDITION".
           05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME       PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-BALANCE    PIC -(11)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-LIMIT      PIC Z(8)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-EXPIRY     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-USED-PCT   PIC ZZZ9.9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CONDITION  PIC X(18).
           05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-LABEL      PIC X(30).
           05 WS-RPT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(10) VALUE "  AMOUNT: ".
           05 WS-RPT-AMOUNT     PIC -(13)9.99.
           05 FILLER            PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "DAILY OVERDRAFT LIMIT EXCESS REPORT"
           DISPLAY "NEAR-LIMIT WARNING PERCENT 1-99 (SPACES FOR 10): "
               WITH NO ADVANCING
           ACCEPT WS-NEAR-PCT-X
           IF WS-NEAR-PCT-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NEAR-PCT-X) = 0
                   AND FUNCTION NUMVAL(WS-NEAR-PCT-X) >= 1
                   AND FUNCTION NUMVAL(WS-NEAR-PCT-X) <= 99
                   MOVE FUNCTION NUMVAL(WS-NEAR-PCT-X) TO WS-NEAR-PCT
               ELSE
                   DISPLAY "WARNING: PERCENT " WS-NEAR-PCT-X
                       " NOT USABLE - 10 ASSUMED"
               END-IF
           END-IF
           COMPUTE WS-NEAR-THRESHOLD = 100 - WS-NEAR-PCT

           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - LIMIT REPORT NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADING-PARA
               PERFORM SCAN-ACCOUNTS-PARA
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM WRITE-REPORT-TOTALS-PARA
               CLOSE REPORT-FILE

               DISPLAY "ACCOUNTS READ:        " WS-COUNT-READ
               DISPLAY "OVER LIMIT:           " WS-COUNT-OVER
               DISPLAY "NEAR LIMIT:           " WS-COUNT-NEAR
               DISPLAY "EXPIRED LIMITS:       " WS-COUNT-EXPIRED
               MOVE WS-TOTAL-BEYOND TO WS-ED-TOTAL
               DISPLAY "TOTAL BEYOND LIMIT:   " WS-ED-TOTAL
               DISPLAY "LIMIT REPORT WRITTEN TO LIMITRPT.DAT"
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       WRITE-REPORT-HEADING-PARA.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-NEAR-PCT TO WS-RPT-NEAR-PCT
           WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS.

       SCAN-ACCOUNTS-PARA.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-ACCT
           END-IF
           PERFORM UNTIL EOF-ACCOUNTS
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-ACCT
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF ACCT-STATUS NOT = 'C'
                           PERFORM APPRAISE-LIMIT-PARA
                       END-IF
               END-READ
           END-PERFORM.

       APPRAISE-LIMIT-PARA.
           MOVE SPACES TO WS-CONDITION
           MOVE 0 TO WS-USED-PCT
           MOVE 'N' TO WS-LIMIT-EXPIRED

           IF ACCT-OD-LIMIT > 0
               ADD 1 TO WS-COUNT-WITH-LIMIT
               ADD ACCT-OD-LIMIT TO WS-TOTAL-LIMITS
               IF ACCT-OD-EXPIRY NOT = SPACES
                   AND ACCT-OD-EXPIRY < WS-RUN-DATE
                   MOVE 'Y' TO WS-LIMIT-EXPIRED
               END-IF
           END-IF

           IF LIMIT-HAS-EXPIRED
               MOVE 0 TO WS-EFFECTIVE-LIMIT
           ELSE
               MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-LIMIT
           END-IF

           IF ACCT-BALANCE < 0 AND WS-EFFECTIVE-LIMIT > 0
               COMPUTE WS-USED-PCT ROUNDED =
                   (0 - ACCT-BALANCE) * 100 / WS-EFFECTIVE-LIMIT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-USED-PCT
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN ACCT-BALANCE < 0 - WS-EFFECTIVE-LIMIT
                   COMPUTE WS-BEYOND-AMOUNT =
                       0 - WS-EFFECTIVE-LIMIT - ACCT-BALANCE
                   ADD WS-BEYOND-AMOUNT TO WS-TOTAL-BEYOND
                   ADD 1 TO WS-COUNT-OVER
                   IF LIMIT-HAS-EXPIRED
                       ADD 1 TO WS-COUNT-EXPIRED
                       MOVE "EXPIRED AND OVER" TO WS-CONDITION
                   ELSE
                       MOVE "OVER LIMIT" TO WS-CONDITION
                   END-IF
               WHEN LIMIT-HAS-EXPIRED
                   ADD 1 TO WS-COUNT-EXPIRED
                   MOVE "LIMIT EXPIRED" TO WS-CONDITION
               WHEN ACCT-BALANCE < 0 AND WS-EFFECTIVE-LIMIT > 0
                   AND WS-USED-PCT >= WS-NEAR-THRESHOLD
                   ADD 1 TO WS-COUNT-NEAR
                   MOVE "NEAR LIMIT" TO WS-CONDITION
           END-EVALUATE

           IF WS-CONDITION NOT = SPACES
               MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT
               MOVE ACCT-NAME TO WS-DTL-NAME
               MOVE ACCT-BALANCE TO WS-DTL-BALANCE
               MOVE ACCT-OD-LIMIT TO WS-DTL-LIMIT
               MOVE ACCT-OD-EXPIRY TO WS-DTL-EXPIRY
               MOVE WS-USED-PCT TO WS-DTL-USED-PCT
               MOVE WS-CONDITION TO WS-DTL-CONDITION
               WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
           END-IF.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNTS READ:" TO WS-RPT-LABEL
           MOVE WS-COUNT-READ TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "ACCOUNTS WITH A LIMIT:" TO WS-RPT-LABEL
           MOVE WS-COUNT-WITH-LIMIT TO WS-RPT-COUNT
           MOVE WS-TOTAL-LIMITS TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "OVER LIMIT:" TO WS-RPT-LABEL
           MOVE WS-COUNT-OVER TO WS-RPT-COUNT
           MOVE WS-TOTAL-BEYOND TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "NEAR LIMIT:" TO WS-RPT-LABEL
           MOVE WS-COUNT-NEAR TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "EXPIRED LIMITS:" TO WS-RPT-LABEL
           MOVE WS-COUNT-EXPIRED TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.
