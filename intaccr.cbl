       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntAccr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GL-STATUS-FILE ASSIGN TO "GLSTATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-FILE-STATUS.
           SELECT COA-MAP-FILE ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRGST.DAT"
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

       FD  RATE-PLAN-FILE.
       01  RATE-PLAN-RECORD.
           05 PLAN-CODE             PIC X(4).
           05 PLAN-TIER-FLOOR       PIC 9(11)V99.
           05 PLAN-ANNUAL-RATE      PIC 9(3)V9(4).
           05 PLAN-DESCRIPTION      PIC X(25).

       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05 AUTH-OPERATOR-ID-REC  PIC X(8).
           05 AUTH-OPERATOR-NAME    PIC X(25).
           05 AUTH-EXPIRY-DATE      PIC X(8).
           05 AUTH-PERM-LEVEL       PIC X.
           05 AUTH-OP-STATUS        PIC X.

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

       FD  GL-INTERFACE-FILE.
       01  GL-HEADER-RECORD.
           05 GL-HDR-TYPE           PIC X.
           05 GL-HDR-RUN-DATE       PIC X(8).
           05 GL-HDR-SOURCE-SYSTEM  PIC X(8).
           05 GL-HDR-RUN-ID         PIC 9(7).
       01  GL-RECORD.
           05 GL-REC-TYPE           PIC X.
           05 GL-OP                 PIC X.
           05 GL-NUM1                PIC S9(7)V99.
           05 GL-NUM2                PIC S9(7)V99.
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
           05 GLS-RUN-DATE          PIC X(8).
           05 GLS-FEED-STATUS       PIC X(14).

       FD  COA-MAP-FILE.
       01  COA-MAP-RECORD.
           05 MAP-OP                PIC X.
           05 MAP-CURRENCY          PIC X(3).
           05 MAP-DEBIT-GL          PIC X(10).
           05 MAP-CREDIT-GL         PIC X(10).
           05 MAP-DESCRIPTION       PIC X(25).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LOCK-STATE            PIC X(8).
           05 LOCK-TIMESTAMP        PIC X(21).
           05 LOCK-OPERATOR         PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RUN-CTL-RUN-ID        PIC 9(7).
           05 RUN-CTL-BATCH-NO      PIC 9(6).
           05 RUN-CTL-TIMESTAMP     PIC X(21).
           05 RUN-CTL-OPERATOR      PIC X(8).
           05 RUN-CTL-EVENT         PIC X(10).
           05 RUN-CTL-REASON        PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-PLAN-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LAST-POST-KEY      PIC X(18) VALUE SPACES.
       01 WS-LAST-POST-SEQ      PIC 9(5) VALUE 0.
       01 WS-GL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-GLS-FILE-STATUS    PIC XX VALUE "00".
       01 WS-COA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-STREAM-LOCK-HELD   PIC X VALUE 'N'.
           88 STREAM-LOCK-HELD      VALUE 'Y'.
       01 WS-STREAM-LOCK-RECORD PIC X(37) VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-ACCT           PIC X VALUE 'N'.
           88 EOF-ACCOUNTS          VALUE 'Y'.
       01 WS-PLAN-EOF           PIC X VALUE 'N'.
           88 EOF-RATE-PLANS        VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-COA-EOF            PIC X VALUE 'N'.
           88 EOF-COA-MAP           VALUE 'Y'.
       01 WS-EOF-RUNCTL         PIC X VALUE 'N'.
           88 EOF-RUNCTL            VALUE 'Y'.
       01 WS-EOF-GL-BAL         PIC X VALUE 'N'.
           88 EOF-GL-BAL            VALUE 'Y'.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-OPERATOR-VALID     PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID     VALUE 'Y'.
       01 WS-DATE-VALID         PIC X VALUE 'N'.
           88 ACCRUAL-DATE-VALID    VALUE 'Y'.
       01 WS-MONTH-END          PIC X VALUE 'N'.
           88 MONTH-END-RUN         VALUE 'Y'.
       01 WS-PLAN-FOUND         PIC X VALUE 'N'.
           88 RATE-PLAN-FOUND       VALUE 'Y'.
       01 WS-COA-FOUND          PIC X VALUE 'N'.
           88 COA-WAS-FOUND         VALUE 'Y'.
       01 WS-GL-TRL-SEEN        PIC X VALUE 'N'.
           88 GL-TRAILER-SEEN       VALUE 'Y'.
       01 WS-GL-BALANCED        PIC X VALUE 'N'.
           88 GL-FEED-BALANCED      VALUE 'Y'.
       01 WS-RUN-FAILED         PIC X VALUE 'N'.
           88 RUN-HAS-FAILED        VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-ACCRUAL-DATE       PIC X(8) VALUE SPACES.
       01 WS-ACCRUAL-DATE-N REDEFINES WS-ACCRUAL-DATE PIC 9(8).
       01 WS-NEXT-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-NEXT-BUS-DATE-X REDEFINES WS-NEXT-BUS-DATE PIC X(8).
       01 WS-DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WS-WEEKDAY            PIC 9 VALUE 0.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-RUN-ID             PIC 9(7) VALUE 0.
       01 WS-BASE-CURRENCY      PIC X(3) VALUE "USD".
       01 WS-PRIOR-GL-STATUS    PIC X(14) VALUE SPACES.
       01 WS-GL-FEED-STATUS     PIC X(14) VALUE SPACES.
       01 WS-PLAN-IDX           PIC 9(3) VALUE 0.
       01 WS-PLAN-COUNT         PIC 9(3) VALUE 0.
       01 WS-PLAN-MAX           PIC 9(3) VALUE 100.
       01 WS-RATE-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLN-CODE         PIC X(4).
               10 WS-PLN-FLOOR        PIC 9(11)V99.
               10 WS-PLN-RATE         PIC 9(3)V9(4).
       01 WS-BEST-FLOOR         PIC 9(11)V99 VALUE 0.
       01 WS-TIER-RATE          PIC 9(3)V9(4) VALUE 0.
       01 WS-COA-IDX            PIC 9(3) VALUE 0.
       01 WS-COA-COUNT          PIC 9(3) VALUE 0.
       01 WS-COA-MAX            PIC 9(3) VALUE 200.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-COA-OP           PIC X.
               10 WS-COA-CCY          PIC X(3).
               10 WS-COA-DEBIT        PIC X(10).
               10 WS-COA-CREDIT       PIC X(10).
       01 WS-GL-DEBIT-ACCT      PIC X(10) VALUE SPACES.
       01 WS-GL-CREDIT-ACCT     PIC X(10) VALUE SPACES.
       01 WS-ACCRUAL-DAYS       PIC S9(5) VALUE 0.
       01 WS-DAY-ACCRUAL        PIC S9(9)V9(4) VALUE 0.
       01 WS-CAP-AMOUNT         PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-BEFORE     PIC S9(9)V9(4) VALUE 0.
       01 WS-NOTE               PIC X(20) VALUE SPACES.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-ACCRUED      PIC 9(7) VALUE 0.
       01 WS-COUNT-CLOSED       PIC 9(7) VALUE 0.
       01 WS-COUNT-DORMANT      PIC 9(7) VALUE 0.
       01 WS-COUNT-NO-PLAN      PIC 9(7) VALUE 0.
       01 WS-COUNT-BAD-PLAN     PIC 9(7) VALUE 0.
       01 WS-COUNT-NO-BALANCE   PIC 9(7) VALUE 0.
       01 WS-COUNT-DONE-PRIOR   PIC 9(7) VALUE 0.
       01 WS-COUNT-CAPITALIZED  PIC 9(7) VALUE 0.
       01 WS-COUNT-CAP-FAILED   PIC 9(7) VALUE 0.
       01 WS-COUNT-UNMAPPED     PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACCRUED      PIC S9(11)V9(4) VALUE 0.
       01 WS-TOTAL-TO-DATE      PIC S9(11)V9(4) VALUE 0.
       01 WS-TOTAL-CAPITALIZED  PIC S9(11)V99 VALUE 0.
       01 WS-GL-WRITE-COUNT     PIC 9(7) VALUE 0.
       01 WS-GL-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-GL-DEBIT-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-COUNT       PIC 9(7) VALUE 0.
       01 WS-GL-BAL-HASH        PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-DEBIT       PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-CREDIT      PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-UNMAPPED    PIC 9(7) VALUE 0.
       01 WS-GL-TRL-COUNT       PIC 9(7) VALUE 0.
       01 WS-GL-TRL-HASH        PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-DEBIT       PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-CREDIT      PIC S9(13)V99 VALUE 0.
       01 WS-ED-TOTAL           PIC -(11)9.99.
       01 WS-ED-ACCRUED         PIC -(9)9.9999.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(38)
               VALUE "===== INTEREST ACCRUAL REGISTER =====".
           05 FILLER            PIC X(82) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(14) VALUE "ACCRUAL DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(10) VALUE "  RUN ID: ".
           05 WS-RPT-RUN-ID     PIC 9(7).
           05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
           05 WS-RPT-OPERATOR   PIC X(8).
           05 FILLER            PIC X(13) VALUE "  MONTH END: ".
           05 WS-RPT-MONTH-END  PIC X(3).
           05 FILLER            PIC X(45) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(6)  VALUE "PLAN".
           05 FILLER            PIC X(17) VALUE "BALANCE".
           05 FILLER            PIC X(10) VALUE "RATE %".
           05 FILLER            PIC X(6)  VALUE "DAYS".
           05 FILLER            PIC X(15) VALUE "ACCRUED".
           05 FILLER            PIC X(17) VALUE "ACCRUED TO DATE".
           05 FILLER            PIC X(13) VALUE "CAPITALIZED".
           05 FILLER            PIC X(20) VALUE "NOTE".
           05 FILLER            PIC X(4)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-PLAN       PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-BALANCE    PIC -(11)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-RATE       PIC ZZ9.9999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-DAYS       PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCRUED    PIC -(7)9.9999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-TO-DATE    PIC -(9)9.9999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CAPITAL    PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NOTE       PIC X(20).
           05 FILLER            PIC X(4) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
           05 WS-CNT-LABEL      PIC X(30).
           05 WS-CNT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 WS-REPORT-AMOUNT-LINE.
           05 WS-AMT-LABEL      PIC X(30).
           05 WS-AMT-AMOUNT     PIC -(11)9.9999.
           05 FILLER            PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "NIGHTLY INTEREST ACCRUAL"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "ACCRUAL REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "ACCRUAL DATE YYYYMMDD (SPACES FOR TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-ACCRUAL-DATE
               PERFORM VALIDATE-OPERATOR-PARA
               PERFORM VALIDATE-ACCRUAL-DATE-PARA
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "ACCRUAL DENIED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT ACCRUAL-DATE-VALID
                       DISPLAY "ACCRUAL DATE " WS-ACCRUAL-DATE
                           " IS NOT A VALID DATE UP TO TODAY - "
                           "ACCRUAL NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RUN-ACCRUAL-PARA
                   END-IF
               END-IF
           END-IF

           STOP RUN.

       CHECK-RUN-LOCK-PARA.
           MOVE 'N' TO WS-RUN-IN-FLIGHT
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END CONTINUE
               END-READ
               IF WS-LOCK-FILE-STATUS = "00"
                   AND LOCK-STATE = "ACTIVE"
                   MOVE 'Y' TO WS-RUN-IN-FLIGHT
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF.

       VALIDATE-OPERATOR-PARA.
           MOVE 'N' TO WS-OPERATOR-VALID
           OPEN INPUT AUTH-OPERATOR-FILE
           IF WS-AUTHOPS-FILE-STATUS NOT = "00"
               DISPLAY "AUTHOPS.DAT NOT AVAILABLE - OPERATOR CANNOT "
                   "BE AUTHORIZED"
           ELSE
               PERFORM UNTIL EOF-AUTH-OPS
                   READ AUTH-OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF AUTH-OPERATOR-ID-REC = WS-OPERATOR-ID
                               AND AUTH-OP-STATUS = 'A'
                               AND AUTH-EXPIRY-DATE >= WS-RUN-DATE
                               MOVE 'Y' TO WS-OPERATOR-VALID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-OPERATOR-FILE
           END-IF.

       VALIDATE-ACCRUAL-DATE-PARA.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-ACCRUAL-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ACCRUAL-DATE
           END-IF
           IF WS-ACCRUAL-DATE IS NUMERIC
               AND WS-ACCRUAL-DATE <= WS-RUN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACCRUAL-DATE-N) = 0
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF.

       CHECK-MONTH-END-PARA.
           MOVE 'N' TO WS-MONTH-END
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-DATE-N)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER, 7)
           EVALUATE WS-WEEKDAY
               WHEN 0
               WHEN 6
                   CONTINUE
               WHEN 5
                   COMPUTE WS-NEXT-BUS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 3)
               WHEN OTHER
                   COMPUTE WS-NEXT-BUS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1)
           END-EVALUATE
           IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               AND WS-NEXT-BUS-DATE-X(1:6) NOT = WS-ACCRUAL-DATE(1:6)
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

       RUN-ACCRUAL-PARA.
           PERFORM LOAD-RATE-PLANS-PARA
           PERFORM CHECK-MONTH-END-PARA

           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - ACCRUAL NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SET-RUN-LOCK-PARA
               PERFORM ASSIGN-RUN-ID-PARA
               DISPLAY "RUN ID ASSIGNED: " WS-RUN-ID
               IF MONTH-END-RUN
                   DISPLAY "LAST BUSINESS DAY OF THE MONTH - "
                       "ACCRUED INTEREST WILL BE CAPITALIZED"
                   PERFORM LOAD-COA-MAP-PARA
                   OPEN I-O ACCT-POSTING-FILE
                   IF WS-POST-FILE-STATUS = "35"
                       OPEN OUTPUT ACCT-POSTING-FILE
                       IF WS-POST-FILE-STATUS = "00"
                           CLOSE ACCT-POSTING-FILE
                           OPEN I-O ACCT-POSTING-FILE
                       END-IF
                   END-IF
                   OPEN EXTEND GL-INTERFACE-FILE
                   IF WS-GL-FILE-STATUS = "35"
                       OPEN OUTPUT GL-INTERFACE-FILE
                   END-IF
                   PERFORM WRITE-GL-HEADER-PARA
               END-IF

               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADING-PARA

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
                           PERFORM ACCRUE-ACCOUNT-PARA
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE

               IF MONTH-END-RUN
                   PERFORM WRITE-GL-TRAILER-PARA
                   CLOSE GL-INTERFACE-FILE
                   CLOSE ACCT-POSTING-FILE
                   PERFORM BALANCE-GL-PARA
               END-IF

               PERFORM WRITE-REPORT-TOTALS-PARA
               CLOSE REPORT-FILE

               PERFORM WRITE-RUN-END-PARA
               PERFORM CLEAR-RUN-LOCK-PARA

               DISPLAY "ACCOUNTS READ:        " WS-COUNT-READ
               DISPLAY "ACCOUNTS ACCRUED:     " WS-COUNT-ACCRUED
               MOVE WS-TOTAL-ACCRUED TO WS-ED-ACCRUED
               DISPLAY "INTEREST ACCRUED:     " WS-ED-ACCRUED
               IF MONTH-END-RUN
                   DISPLAY "ACCOUNTS CAPITALIZED: "
                       WS-COUNT-CAPITALIZED
                   MOVE WS-TOTAL-CAPITALIZED TO WS-ED-TOTAL
                   DISPLAY "INTEREST CAPITALIZED: " WS-ED-TOTAL
               END-IF
               DISPLAY "ACCRUAL REGISTER WRITTEN TO ACCRRGST.DAT"
               IF RUN-HAS-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-COUNT-BAD-PLAN > 0
                       OR WS-COUNT-CAP-FAILED > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-RATE-PLANS-PARA.
           OPEN INPUT RATE-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: RATE PLAN TABLE RATEPLAN.DAT NOT "
                   "AVAILABLE (STATUS=" WS-PLAN-FILE-STATUS
                   ") - NO INTEREST WILL BE ACCRUED"
           ELSE
               PERFORM UNTIL EOF-RATE-PLANS
                   READ RATE-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-PLAN-EOF
                       NOT AT END
                           IF PLAN-CODE NOT = SPACES
                               AND WS-PLAN-COUNT < WS-PLAN-MAX
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PLAN-CODE TO
                                   WS-PLN-CODE(WS-PLAN-COUNT)
                               MOVE PLAN-TIER-FLOOR TO
                                   WS-PLN-FLOOR(WS-PLAN-COUNT)
                               MOVE PLAN-ANNUAL-RATE TO
                                   WS-PLN-RATE(WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-PLAN-FILE
           END-IF.

       FIND-TIER-RATE-PARA.
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE 0 TO WS-BEST-FLOOR
           MOVE 0 TO WS-TIER-RATE
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLN-CODE(WS-PLAN-IDX) = ACCT-RATE-PLAN
                   IF NOT RATE-PLAN-FOUND
                       MOVE 'Y' TO WS-PLAN-FOUND
                   END-IF
                   IF WS-PLN-FLOOR(WS-PLAN-IDX) <= ACCT-BALANCE
                       AND WS-PLN-FLOOR(WS-PLAN-IDX) >= WS-BEST-FLOOR
                       MOVE WS-PLN-FLOOR(WS-PLAN-IDX) TO WS-BEST-FLOOR
                       MOVE WS-PLN-RATE(WS-PLAN-IDX) TO WS-TIER-RATE
                   END-IF
               END-IF
           END-PERFORM.

       ACCRUE-ACCOUNT-PARA.
           MOVE SPACES TO WS-NOTE
           MOVE 0 TO WS-DAY-ACCRUAL
           MOVE 0 TO WS-CAP-AMOUNT
           MOVE 0 TO WS-ACCRUAL-DAYS
           MOVE 0 TO WS-TIER-RATE
           MOVE ACCT-ACCRUED-INT TO WS-ACCRUED-BEFORE

           EVALUATE TRUE
               WHEN ACCT-STATUS = 'C'
                   ADD 1 TO WS-COUNT-CLOSED
               WHEN ACCT-STATUS = 'D'
                   ADD 1 TO WS-COUNT-DORMANT
               WHEN ACCT-RATE-PLAN = SPACES
                   ADD 1 TO WS-COUNT-NO-PLAN
               WHEN OTHER
                   PERFORM FIND-TIER-RATE-PARA
                   IF NOT RATE-PLAN-FOUND
                       ADD 1 TO WS-COUNT-BAD-PLAN
                       MOVE "PLAN NOT ON FILE" TO WS-NOTE
                   ELSE
                       PERFORM ACCRUE-INTEREST-PARA
                       IF MONTH-END-RUN
                           PERFORM CAPITALIZE-INTEREST-PARA
                       END-IF
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCT-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-RUN-FAILED
                           MOVE "REWRITE FAILED" TO WS-NOTE
                           DISPLAY "ERROR: ACCOUNT " ACCT-NUMBER
                               " NOT REWRITTEN (STATUS="
                               WS-ACCT-FILE-STATUS ")"
                       END-IF
                   END-IF
                   PERFORM WRITE-REGISTER-LINE-PARA
           END-EVALUATE.

       ACCRUE-INTEREST-PARA.
           IF ACCT-ACCRUAL-DATE IS NUMERIC
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-DATE-N)
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ACCT-ACCRUAL-DATE))
           ELSE
               MOVE 1 TO WS-ACCRUAL-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-ACCRUAL-DAYS <= 0
                   MOVE 0 TO WS-ACCRUAL-DAYS
                   ADD 1 TO WS-COUNT-DONE-PRIOR
                   MOVE "ALREADY ACCRUED" TO WS-NOTE
               WHEN ACCT-BALANCE <= 0
                   ADD 1 TO WS-COUNT-NO-BALANCE
                   MOVE "NO CREDIT BALANCE" TO WS-NOTE
                   MOVE WS-ACCRUAL-DATE TO ACCT-ACCRUAL-DATE
               WHEN OTHER
                   COMPUTE WS-DAY-ACCRUAL ROUNDED =
                       ACCT-BALANCE * WS-TIER-RATE / 100 / 365
                       * WS-ACCRUAL-DAYS
                   ADD WS-DAY-ACCRUAL TO ACCT-ACCRUED-INT
                   MOVE WS-ACCRUAL-DATE TO ACCT-ACCRUAL-DATE
                   ADD 1 TO WS-COUNT-ACCRUED
                   ADD WS-DAY-ACCRUAL TO WS-TOTAL-ACCRUED
           END-EVALUATE.

       CAPITALIZE-INTEREST-PARA.
           COMPUTE WS-CAP-AMOUNT = ACCT-ACCRUED-INT
               ON SIZE ERROR
                   ADD 1 TO WS-COUNT-CAP-FAILED
                   MOVE 0 TO WS-CAP-AMOUNT
                   MOVE "ACCRUAL TOO LARGE" TO WS-NOTE
                   DISPLAY "WARNING: ACCRUAL TOO LARGE ON "
                       ACCT-NUMBER " - INTEREST NOT CAPITALIZED"
           END-COMPUTE
           IF WS-CAP-AMOUNT > 0
               ADD WS-CAP-AMOUNT TO ACCT-BALANCE
                   ON SIZE ERROR
                       ADD 1 TO WS-COUNT-CAP-FAILED
                       MOVE 0 TO WS-CAP-AMOUNT
                       MOVE "OVERFLOW - NOT CAP" TO WS-NOTE
                       DISPLAY "WARNING: BALANCE OVERFLOW ON "
                           ACCT-NUMBER " - INTEREST NOT CAPITALIZED"
                   NOT ON SIZE ERROR
                       SUBTRACT WS-CAP-AMOUNT FROM ACCT-ACCRUED-INT
                       PERFORM WRITE-POSTING-PARA
                       PERFORM WRITE-GL-PARA
                       ADD 1 TO WS-COUNT-CAPITALIZED
                       ADD WS-CAP-AMOUNT TO WS-TOTAL-CAPITALIZED
                       MOVE "CAPITALIZED" TO WS-NOTE
               END-ADD
           ELSE
               MOVE 0 TO WS-CAP-AMOUNT
           END-IF.

       WRITE-POSTING-PARA.
           MOVE ACCT-NUMBER TO POST-ACCOUNT
           MOVE WS-ACCRUAL-DATE TO POST-DATE
           MOVE 'I' TO POST-OP
           MOVE WS-CAP-AMOUNT TO POST-AMOUNT
           MOVE WS-OPERATOR-ID TO POST-OPERATOR-ID
           MOVE SPACES TO POST-APPROVER-ID
           MOVE WS-RUN-DATE TO POST-ENTRY-DATE
           MOVE WS-RUN-ID TO POST-RUN-ID
           PERFORM STORE-POSTING-PARA
           IF WS-POST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-RUN-FAILED
               DISPLAY "ERROR: POSTING FILE POSTHIST.DAT NOT "
                   "WRITABLE (STATUS=" WS-POST-FILE-STATUS
                   ") - INTEREST POSTING FOR " ACCT-NUMBER " LOST"
           END-IF.

       STORE-POSTING-PARA.
           IF POST-KEY(1:18) = WS-LAST-POST-KEY
               MOVE WS-LAST-POST-SEQ TO POST-SEQ
           ELSE
               MOVE 0 TO POST-SEQ
           END-IF
           MOVE "22" TO WS-POST-FILE-STATUS
           PERFORM UNTIL WS-POST-FILE-STATUS NOT = "22"
               OR POST-SEQ = 99999
               ADD 1 TO POST-SEQ
               WRITE ACCT-POSTING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM
           MOVE POST-KEY(1:18) TO WS-LAST-POST-KEY
           MOVE POST-SEQ TO WS-LAST-POST-SEQ.

       LOAD-COA-MAP-PARA.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GL MAPPING COAMAP.DAT NOT FOUND - "
                   "GL LINES WILL BE UNMAPPED"
           ELSE
               PERFORM UNTIL EOF-COA-MAP
                   READ COA-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-COA-EOF
                       NOT AT END
                           IF MAP-OP NOT = SPACE
                               AND WS-COA-COUNT < WS-COA-MAX
                               ADD 1 TO WS-COA-COUNT
                               MOVE MAP-OP TO WS-COA-OP(WS-COA-COUNT)
                               MOVE MAP-CURRENCY TO
                                   WS-COA-CCY(WS-COA-COUNT)
                               MOVE MAP-DEBIT-GL TO
                                   WS-COA-DEBIT(WS-COA-COUNT)
                               MOVE MAP-CREDIT-GL TO
                                   WS-COA-CREDIT(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
           END-IF

           MOVE 'N' TO WS-COA-FOUND
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT OR COA-WAS-FOUND
               IF WS-COA-OP(WS-COA-IDX) = 'I'
                   AND WS-COA-CCY(WS-COA-IDX) = WS-BASE-CURRENCY
                   MOVE 'Y' TO WS-COA-FOUND
                   MOVE WS-COA-DEBIT(WS-COA-IDX) TO WS-GL-DEBIT-ACCT
                   MOVE WS-COA-CREDIT(WS-COA-IDX) TO
                       WS-GL-CREDIT-ACCT
               END-IF
           END-PERFORM
           IF NOT COA-WAS-FOUND
               DISPLAY "WARNING: NO GL MAPPING FOR OP I CURRENCY "
                   WS-BASE-CURRENCY " - INTEREST GL LINES UNMAPPED"
           END-IF.

       WRITE-GL-PARA.
           MOVE 'D' TO GL-REC-TYPE
           MOVE 'I' TO GL-OP
           MOVE WS-CAP-AMOUNT TO GL-NUM1
           MOVE 0 TO GL-NUM2
           MOVE WS-CAP-AMOUNT TO GL-RESULT
           MOVE WS-OPERATOR-ID TO GL-OPERATOR-ID
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE SPACES TO GL-APPROVER-ID
           MOVE WS-CAP-AMOUNT TO GL-AMOUNT
           MOVE ACCT-NUMBER TO GL-CUST-ACCOUNT
           MOVE WS-BASE-CURRENCY TO GL-CURRENCY
           IF NOT COA-WAS-FOUND
               ADD 2 TO WS-COUNT-UNMAPPED
           END-IF

           MOVE 'D' TO GL-SIDE
           MOVE WS-GL-DEBIT-ACCT TO GL-ACCOUNT
           PERFORM WRITE-GL-LINE-PARA

           MOVE 'C' TO GL-SIDE
           MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
           PERFORM WRITE-GL-LINE-PARA.

       WRITE-GL-LINE-PARA.
           WRITE GL-RECORD
           ADD 1 TO WS-GL-WRITE-COUNT
           ADD GL-AMOUNT TO WS-GL-HASH-TOTAL
           IF GL-SIDE = 'D'
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.

       WRITE-GL-HEADER-PARA.
           MOVE 'H' TO GL-HDR-TYPE
           MOVE WS-ACCRUAL-DATE TO GL-HDR-RUN-DATE
           MOVE "LEGINTR" TO GL-HDR-SOURCE-SYSTEM
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           WRITE GL-HEADER-RECORD.

       WRITE-GL-TRAILER-PARA.
           MOVE 'T' TO GL-TRL-TYPE
           MOVE WS-GL-WRITE-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL TO GL-TRL-HASH-TOTAL
           MOVE WS-GL-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD.

       BALANCE-GL-PARA.
           MOVE 'N' TO WS-GL-BALANCED
           MOVE 'N' TO WS-EOF-GL-BAL
           MOVE 'N' TO WS-GL-TRL-SEEN

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GL FEED GLFEED.DAT NOT READABLE FOR "
                   "BALANCING (STATUS=" WS-GL-FILE-STATUS ")"
           ELSE
               PERFORM UNTIL EOF-GL-BAL
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-GL-BAL
                       NOT AT END
                           EVALUATE GL-REC-TYPE
                               WHEN 'H'
                                   MOVE 0 TO WS-GL-BAL-COUNT
                                   MOVE 0 TO WS-GL-BAL-HASH
                                   MOVE 0 TO WS-GL-BAL-DEBIT
                                   MOVE 0 TO WS-GL-BAL-CREDIT
                                   MOVE 0 TO WS-GL-BAL-UNMAPPED
                                   MOVE 'N' TO WS-GL-TRL-SEEN
                               WHEN 'D'
                                   ADD 1 TO WS-GL-BAL-COUNT
                                   ADD GL-AMOUNT TO WS-GL-BAL-HASH
                                   IF GL-SIDE = 'D'
                                       ADD GL-AMOUNT TO
                                           WS-GL-BAL-DEBIT
                                   ELSE
                                       ADD GL-AMOUNT TO
                                           WS-GL-BAL-CREDIT
                                   END-IF
                                   IF GL-ACCOUNT = SPACES
                                       ADD 1 TO WS-GL-BAL-UNMAPPED
                                   END-IF
                               WHEN 'T'
                                   MOVE GL-TRL-RECORD-COUNT TO
                                       WS-GL-TRL-COUNT
                                   MOVE GL-TRL-HASH-TOTAL TO
                                       WS-GL-TRL-HASH
                                   MOVE GL-TRL-DEBIT-TOTAL TO
                                       WS-GL-TRL-DEBIT
                                   MOVE GL-TRL-CREDIT-TOTAL TO
                                       WS-GL-TRL-CREDIT
                                   MOVE 'Y' TO WS-GL-TRL-SEEN
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE

               IF GL-TRAILER-SEEN
                   AND WS-GL-BAL-COUNT = WS-GL-WRITE-COUNT
                   AND WS-GL-BAL-HASH = WS-GL-HASH-TOTAL
                   AND WS-GL-TRL-COUNT = WS-GL-WRITE-COUNT
                   AND WS-GL-TRL-HASH = WS-GL-HASH-TOTAL
                   AND WS-GL-BAL-DEBIT = WS-GL-BAL-CREDIT
                   AND WS-GL-TRL-DEBIT = WS-GL-DEBIT-TOTAL
                   AND WS-GL-TRL-CREDIT = WS-GL-CREDIT-TOTAL
                   MOVE 'Y' TO WS-GL-BALANCED
               END-IF
           END-IF

           MOVE SPACES TO WS-PRIOR-GL-STATUS
           OPEN INPUT GL-STATUS-FILE
           IF WS-GLS-FILE-STATUS = "00"
               READ GL-STATUS-FILE
                   AT END CONTINUE
               END-READ
               IF WS-GLS-FILE-STATUS = "00"
                   MOVE GLS-FEED-STATUS TO WS-PRIOR-GL-STATUS
               END-IF
               CLOSE GL-STATUS-FILE
           END-IF

           MOVE WS-GL-HASH-TOTAL TO WS-ED-TOTAL
           DISPLAY "GL RECORDS WRITTEN:   " WS-GL-WRITE-COUNT
           DISPLAY "GL RECORDS RE-READ:   " WS-GL-BAL-COUNT
           DISPLAY "GL HASH ACCUMULATED:  " WS-ED-TOTAL
           MOVE WS-GL-BAL-DEBIT TO WS-ED-TOTAL
           DISPLAY "GL DEBITS RE-READ:    " WS-ED-TOTAL
           MOVE WS-GL-BAL-CREDIT TO WS-ED-TOTAL
           DISPLAY "GL CREDITS RE-READ:   " WS-ED-TOTAL
           DISPLAY "GL LINES UNMAPPED:    " WS-GL-BAL-UNMAPPED
           IF GL-FEED-BALANCED AND WS-GL-BAL-UNMAPPED > 0
               MOVE "UNMAPPED" TO WS-GL-FEED-STATUS
           ELSE
               IF GL-FEED-BALANCED
                   MOVE "BALANCED" TO WS-GL-FEED-STATUS
               ELSE
                   MOVE "OUT-OF-BALANCE" TO WS-GL-FEED-STATUS
               END-IF
           END-IF
           IF WS-GL-FEED-STATUS = "BALANCED"
               DISPLAY "GL FEED STATUS:       BALANCED"
               IF WS-PRIOR-GL-STATUS = SPACES
                   OR WS-PRIOR-GL-STATUS = "BALANCED"
                   MOVE WS-ACCRUAL-DATE TO GLS-RUN-DATE
                   MOVE "BALANCED" TO GLS-FEED-STATUS
                   OPEN OUTPUT GL-STATUS-FILE
                   WRITE GL-STATUS-RECORD
                   CLOSE GL-STATUS-FILE
               ELSE
                   DISPLAY "NOTE: EARLIER GL STATUS "
                       WS-PRIOR-GL-STATUS " LEFT IN PLACE"
               END-IF
           ELSE
               DISPLAY "GL FEED STATUS:       " WS-GL-FEED-STATUS
                   " - DO NOT TRANSMIT"
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE WS-ACCRUAL-DATE TO GLS-RUN-DATE
               MOVE WS-GL-FEED-STATUS TO GLS-FEED-STATUS
               OPEN OUTPUT GL-STATUS-FILE
               WRITE GL-STATUS-RECORD
               CLOSE GL-STATUS-FILE
           END-IF.

       ASSIGN-RUN-ID-PARA.
           MOVE 0 TO WS-RUN-ID
           MOVE 'N' TO WS-EOF-RUNCTL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL EOF-RUNCTL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RUNCTL
                       NOT AT END
                           IF RUN-CTL-RUN-ID > WS-RUN-ID
                               MOVE RUN-CTL-RUN-ID TO WS-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           ADD 1 TO WS-RUN-ID
           MOVE "STARTED" TO RUN-CTL-EVENT
           PERFORM WRITE-RUN-EVENT-PARA.

       WRITE-RUN-END-PARA.
           IF RUN-HAS-FAILED
               MOVE "FAILED" TO RUN-CTL-EVENT
           ELSE
               MOVE "COMPLETED" TO RUN-CTL-EVENT
           END-IF
           PERFORM WRITE-RUN-EVENT-PARA.

       WRITE-RUN-EVENT-PARA.
           MOVE WS-RUN-ID TO RUN-CTL-RUN-ID
           MOVE 0 TO RUN-CTL-BATCH-NO
           MOVE FUNCTION CURRENT-DATE TO RUN-CTL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RUN-CTL-OPERATOR
           IF MONTH-END-RUN
               MOVE "INTEREST ACCRUAL - MONTH END" TO RUN-CTL-REASON
           ELSE
               MOVE "INTEREST ACCRUAL" TO RUN-CTL-REASON
           END-IF
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       SET-RUN-LOCK-PARA.
           MOVE 'N' TO WS-STREAM-LOCK-HELD
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END CONTINUE
               END-READ
               IF WS-LOCK-FILE-STATUS = "00"
                   AND LOCK-STATE = "STREAM"
                   MOVE 'Y' TO WS-STREAM-LOCK-HELD
                   MOVE RUN-LOCK-RECORD TO WS-STREAM-LOCK-RECORD
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF
           MOVE "ACTIVE" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

       CLEAR-RUN-LOCK-PARA.
           IF STREAM-LOCK-HELD
               MOVE WS-STREAM-LOCK-RECORD TO RUN-LOCK-RECORD
           ELSE
               MOVE "IDLE" TO LOCK-STATE
               MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
               MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           END-IF
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

       WRITE-REPORT-HEADING-PARA.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-ACCRUAL-DATE TO WS-RPT-DATE
           MOVE WS-RUN-ID TO WS-RPT-RUN-ID
           MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
           IF MONTH-END-RUN
               MOVE "YES" TO WS-RPT-MONTH-END
           ELSE
               MOVE "NO" TO WS-RPT-MONTH-END
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS.

       WRITE-REGISTER-LINE-PARA.
           MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT
           MOVE ACCT-RATE-PLAN TO WS-DTL-PLAN
           MOVE ACCT-BALANCE TO WS-DTL-BALANCE
           MOVE WS-TIER-RATE TO WS-DTL-RATE
           MOVE WS-ACCRUAL-DAYS TO WS-DTL-DAYS
           MOVE WS-DAY-ACCRUAL TO WS-DTL-ACCRUED
           MOVE ACCT-ACCRUED-INT TO WS-DTL-TO-DATE
           MOVE WS-CAP-AMOUNT TO WS-DTL-CAPITAL
           MOVE WS-NOTE TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
           ADD ACCT-ACCRUED-INT TO WS-TOTAL-TO-DATE.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNTS READ:" TO WS-CNT-LABEL
           MOVE WS-COUNT-READ TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "ACCOUNTS ACCRUED:" TO WS-CNT-LABEL
           MOVE WS-COUNT-ACCRUED TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (CLOSED):" TO WS-CNT-LABEL
           MOVE WS-COUNT-CLOSED TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (DORMANT - FROZEN):" TO WS-CNT-LABEL
           MOVE WS-COUNT-DORMANT TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (NO RATE PLAN):" TO WS-CNT-LABEL
           MOVE WS-COUNT-NO-PLAN TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (PLAN NOT ON FILE):" TO WS-CNT-LABEL
           MOVE WS-COUNT-BAD-PLAN TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (NO CREDIT BALANCE):" TO WS-CNT-LABEL
           MOVE WS-COUNT-NO-BALANCE TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (ALREADY ACCRUED):" TO WS-CNT-LABEL
           MOVE WS-COUNT-DONE-PRIOR TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "INTEREST ACCRUED THIS RUN:" TO WS-AMT-LABEL
           MOVE WS-TOTAL-ACCRUED TO WS-AMT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-AMOUNT-LINE
           IF MONTH-END-RUN
               MOVE "ACCOUNTS CAPITALIZED:" TO WS-CNT-LABEL
               MOVE WS-COUNT-CAPITALIZED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "CAPITALIZATION FAILED:" TO WS-CNT-LABEL
               MOVE WS-COUNT-CAP-FAILED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "INTEREST CAPITALIZED:" TO WS-AMT-LABEL
               MOVE WS-TOTAL-CAPITALIZED TO WS-AMT-AMOUNT
               WRITE REPORT-RECORD FROM WS-REPORT-AMOUNT-LINE
               MOVE "UNMAPPED GL LINES:" TO WS-CNT-LABEL
               MOVE WS-COUNT-UNMAPPED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           END-IF
           MOVE "ACCRUED TO DATE (LISTED):" TO WS-AMT-LABEL
           MOVE WS-TOTAL-TO-DATE TO WS-AMT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-AMOUNT-LINE.
