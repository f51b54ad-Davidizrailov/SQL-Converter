       IDENTIFICATION DIVISION.
       PROGRAM-ID. SoGen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SOGENRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ORDER-ID           PIC X(8).
           05 SO-ACCOUNT            PIC X(10).
           05 SO-OP                 PIC X.
           05 SO-NUM1               PIC S9(7)V99.
           05 SO-NUM2               PIC S9(7)V99.
           05 SO-CURRENCY           PIC X(3).
           05 SO-FREQUENCY          PIC X.
           05 SO-DAY                PIC 9(2).
           05 SO-START-DATE         PIC X(8).
           05 SO-END-DATE           PIC X(8).
           05 SO-NEXT-DUE           PIC X(8).
           05 SO-STATUS             PIC X.
           05 SO-LAST-GENERATED     PIC X(8).
           05 SO-OPERATOR-ID        PIC X(8).
           05 SO-DESCRIPTION        PIC X(20).

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

       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05 AUTH-OPERATOR-ID-REC  PIC X(8).
           05 AUTH-OPERATOR-NAME    PIC X(25).
           05 AUTH-EXPIRY-DATE      PIC X(8).
           05 AUTH-PERM-LEVEL       PIC X.
           05 AUTH-OP-STATUS        PIC X.

       FD  TRANS-FILE.
       01  TRANS-HEADER-RECORD.
           05 TRANS-HDR-TYPE       PIC X.
           05 TRANS-HDR-BATCH-NO   PIC 9(6).
           05 TRANS-HDR-DATE       PIC X(8).
       01  TRANS-RECORD.
           05 TRANS-REC-TYPE       PIC X.
           05 TRANS-NUM1           PIC S9(7)V99.
           05 TRANS-NUM2           PIC S9(7)V99.
           05 TRANS-OP             PIC X.
           05 TRANS-ACCOUNT        PIC X(10).
           05 TRANS-CURRENCY       PIC X(3).
           05 TRANS-VALUE-DATE     PIC X(8).
       01  TRANS-TRAILER-RECORD.
           05 TRANS-TRL-TYPE       PIC X.
           05 TRANS-TRL-COUNT      PIC 9(7).
           05 TRANS-TRL-HASH       PIC S9(13)V99.

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
       01 WS-SO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-TRANS-FILE-STATUS  PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-SO-EOF             PIC X VALUE 'N'.
           88 EOF-STANDING-ORDERS   VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-EOF-TRANS          PIC X VALUE 'N'.
           88 EOF-TRANS             VALUE 'Y'.
       01 WS-EOF-RUNCTL         PIC X VALUE 'N'.
           88 EOF-RUNCTL            VALUE 'Y'.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-STREAM-LOCK-HELD   PIC X VALUE 'N'.
           88 STREAM-LOCK-HELD      VALUE 'Y'.
       01 WS-STREAM-LOCK-RECORD PIC X(37) VALUE SPACES.
       01 WS-OPERATOR-VALID     PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID     VALUE 'Y'.
       01 WS-TABLE-OVERFLOW     PIC X VALUE 'N'.
           88 SO-TABLE-OVERFLOW     VALUE 'Y'.
       01 WS-BATCH-WRITTEN      PIC X VALUE 'N'.
           88 BATCH-WAS-WRITTEN     VALUE 'Y'.
       01 WS-RUN-FAILED         PIC X VALUE 'N'.
           88 RUN-HAS-FAILED        VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-SO-IDX             PIC 9(4) VALUE 0.
       01 WS-SO-COUNT           PIC 9(4) VALUE 0.
       01 WS-SO-MAX             PIC 9(4) VALUE 999.
       01 WS-SO-TABLE.
           05 WS-SO-ENTRY OCCURS 999 TIMES.
               10 WS-SO-ID            PIC X(8).
               10 WS-SO-ACCOUNT       PIC X(10).
               10 WS-SO-OP            PIC X.
               10 WS-SO-NUM1          PIC S9(7)V99.
               10 WS-SO-NUM2          PIC S9(7)V99.
               10 WS-SO-CCY           PIC X(3).
               10 WS-SO-FREQ          PIC X.
               10 WS-SO-DAY           PIC 9(2).
               10 WS-SO-START         PIC X(8).
               10 WS-SO-END           PIC X(8).
               10 WS-SO-NEXT-DUE      PIC X(8).
               10 WS-SO-STATUS        PIC X.
               10 WS-SO-LAST-GEN      PIC X(8).
               10 WS-SO-OPERATOR      PIC X(8).
               10 WS-SO-DESC          PIC X(20).
       01 WS-SO-RUN-TABLE.
           05 WS-SO-RUN-ENTRY OCCURS 999 TIMES.
               10 WS-SO-ACTION        PIC X.
               10 WS-SO-WAS-DUE       PIC X(8).
               10 WS-SO-NOTE          PIC X(24).
       01 WS-DUE-DATE.
           05 WS-DUE-YYYY           PIC 9(4).
           05 WS-DUE-MM             PIC 9(2).
           05 WS-DUE-DD             PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).
       01 WS-DUE-FREQ           PIC X VALUE SPACE.
       01 WS-DUE-DAY            PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS         PIC 9(2) VALUE 0.
       01 WS-DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WS-ADVANCE-COUNT      PIC 9(5) VALUE 0.
       01 WS-BATCH-NO           PIC 9(6) VALUE 0.
       01 WS-BATCH-COUNT        PIC 9(7) VALUE 0.
       01 WS-BATCH-HASH         PIC S9(13)V99 VALUE 0.
       01 WS-COUNT-DUE          PIC 9(5) VALUE 0.
       01 WS-COUNT-GENERATED    PIC 9(5) VALUE 0.
       01 WS-COUNT-CLOSED       PIC 9(5) VALUE 0.
       01 WS-COUNT-NOT-ON-FILE  PIC 9(5) VALUE 0.
       01 WS-COUNT-DORMANT      PIC 9(5) VALUE 0.
       01 WS-COUNT-SUSPENDED    PIC 9(5) VALUE 0.
       01 WS-COUNT-OVERDUE      PIC 9(5) VALUE 0.
       01 WS-COUNT-ENDED        PIC 9(5) VALUE 0.
       01 WS-ED-HASH            PIC -(13)9.99.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(40)
               VALUE "===== STANDING ORDER GENERATION =====".
           05 FILLER            PIC X(80) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
           05 WS-RPT-OPERATOR   PIC X(8).
           05 FILLER            PIC X(82) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(10) VALUE "ORDER".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(4)  VALUE "OP".
           05 FILLER            PIC X(13) VALUE "NUM1".
           05 FILLER            PIC X(13) VALUE "NUM2".
           05 FILLER            PIC X(5)  VALUE "CCY".
           05 FILLER            PIC X(3)  VALUE "F".
           05 FILLER            PIC X(10) VALUE "DUE DATE".
           05 FILLER            PIC X(10) VALUE "NEXT DUE".
           05 FILLER            PIC X(11) VALUE "RESULT".
           05 FILLER            PIC X(24) VALUE "NOTE".
           05 FILLER            PIC X(5)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-ORDER      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OP         PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-NUM1       PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NUM2       PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CCY        PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-FREQ       PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-DUE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NEXT-DUE   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-RESULT     PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NOTE       PIC X(24).
           05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
           05 WS-CNT-LABEL      PIC X(30).
           05 WS-CNT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 WS-REPORT-BATCH-LINE.
           05 FILLER            PIC X(14) VALUE "BATCH WRITTEN:".
           05 WS-BAT-NO         PIC 9(6).
           05 FILLER            PIC X(9)  VALUE "  COUNT: ".
           05 WS-BAT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(8)  VALUE "  HASH: ".
           05 WS-BAT-HASH       PIC -(13)9.99.
           05 FILLER            PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "STANDING ORDER GENERATION"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "GENERATION REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-PARA
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "GENERATION DENIED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SET-RUN-LOCK-PARA
                   PERFORM LOAD-STANDING-ORDERS-PARA
                   IF SO-TABLE-OVERFLOW
                       DISPLAY "ERROR: STNDORD.DAT HOLDS MORE THAN "
                           WS-SO-MAX " ORDERS - GENERATION NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RUN-GENERATION-PARA
                   END-IF
                   PERFORM CLEAR-RUN-LOCK-PARA
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

       LOAD-STANDING-ORDERS-PARA.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
               DISPLAY "STNDORD.DAT NOT FOUND - NO STANDING ORDERS "
                   "ON FILE"
           ELSE
               PERFORM UNTIL EOF-STANDING-ORDERS
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-SO-EOF
                       NOT AT END
                           IF SO-ORDER-ID NOT = SPACES
                               IF WS-SO-COUNT < WS-SO-MAX
                                   ADD 1 TO WS-SO-COUNT
                                   MOVE STANDING-ORDER-RECORD TO
                                       WS-SO-ENTRY(WS-SO-COUNT)
                                   MOVE SPACE TO
                                       WS-SO-ACTION(WS-SO-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       RUN-GENERATION-PARA.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - GENERATION NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   PERFORM SELECT-ORDER-PARA
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE

               IF WS-COUNT-GENERATED > 0
                   PERFORM FIND-BATCH-NUMBER-PARA
                   PERFORM WRITE-BATCH-PARA
               END-IF

               IF NOT RUN-HAS-FAILED
                   AND WS-COUNT-DUE + WS-COUNT-SUSPENDED > 0
                   PERFORM SAVE-STANDING-ORDERS-PARA
               END-IF

               PERFORM WRITE-REPORT-PARA

               EVALUATE TRUE
                   WHEN RUN-HAS-FAILED
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-COUNT-CLOSED + WS-COUNT-NOT-ON-FILE
                       + WS-COUNT-DORMANT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE

               DISPLAY "ORDERS DUE:           " WS-COUNT-DUE
               DISPLAY "ITEMS GENERATED:      " WS-COUNT-GENERATED
               DISPLAY "SKIPPED (CLOSED):     " WS-COUNT-CLOSED
               DISPLAY "SKIPPED (NOT ON FILE):" WS-COUNT-NOT-ON-FILE
               DISPLAY "SKIPPED (DORMANT):    " WS-COUNT-DORMANT
               DISPLAY "SUSPENDED AND DUE:    " WS-COUNT-SUSPENDED
               IF BATCH-WAS-WRITTEN
                   DISPLAY "BATCH " WS-BATCH-NO " WRITTEN TO "
                       "TRANSIN.DAT"
               END-IF
               DISPLAY "REPORT WRITTEN TO SOGENRPT.DAT"
           END-IF.

       SELECT-ORDER-PARA.
           MOVE SPACES TO WS-SO-NOTE(WS-SO-IDX)
           MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-SO-WAS-DUE(WS-SO-IDX)
           IF WS-SO-NEXT-DUE(WS-SO-IDX) <= WS-RUN-DATE
               EVALUATE WS-SO-STATUS(WS-SO-IDX)
                   WHEN 'A'
                       ADD 1 TO WS-COUNT-DUE
                       PERFORM CHECK-ORDER-ACCOUNT-PARA
                       IF WS-SO-ACTION(WS-SO-IDX) NOT = 'D'
                           PERFORM ROLL-DUE-DATE-PARA
                       END-IF
                   WHEN 'S'
                       ADD 1 TO WS-COUNT-SUSPENDED
                       MOVE 'S' TO WS-SO-ACTION(WS-SO-IDX)
                       MOVE "ORDER SUSPENDED" TO WS-SO-NOTE(WS-SO-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-ORDER-ACCOUNT-PARA.
           MOVE WS-SO-ACCOUNT(WS-SO-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-ACCT-FILE-STATUS NOT = "00"
                   ADD 1 TO WS-COUNT-NOT-ON-FILE
                   MOVE 'K' TO WS-SO-ACTION(WS-SO-IDX)
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SO-NOTE(WS-SO-IDX)
               WHEN ACCT-STATUS = 'C'
                   ADD 1 TO WS-COUNT-CLOSED
                   MOVE 'K' TO WS-SO-ACTION(WS-SO-IDX)
                   MOVE "ACCOUNT CLOSED" TO WS-SO-NOTE(WS-SO-IDX)
               WHEN ACCT-STATUS = 'D'
                   ADD 1 TO WS-COUNT-DORMANT
                   MOVE 'D' TO WS-SO-ACTION(WS-SO-IDX)
                   MOVE "ACCOUNT DORMANT" TO WS-SO-NOTE(WS-SO-IDX)
               WHEN OTHER
                   ADD 1 TO WS-COUNT-GENERATED
                   MOVE 'G' TO WS-SO-ACTION(WS-SO-IDX)
                   MOVE WS-RUN-DATE TO WS-SO-LAST-GEN(WS-SO-IDX)
                   IF WS-SO-NEXT-DUE(WS-SO-IDX) < WS-RUN-DATE
                       ADD 1 TO WS-COUNT-OVERDUE
                       MOVE "OVERDUE - ONE ITEM ONLY" TO
                           WS-SO-NOTE(WS-SO-IDX)
                   END-IF
           END-EVALUATE.

       ROLL-DUE-DATE-PARA.
           MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-DUE-DATE
           MOVE WS-SO-FREQ(WS-SO-IDX) TO WS-DUE-FREQ
           MOVE WS-SO-DAY(WS-SO-IDX) TO WS-DUE-DAY
           MOVE 0 TO WS-ADVANCE-COUNT
           PERFORM ADVANCE-DUE-DATE-PARA
               UNTIL WS-DUE-DATE > WS-RUN-DATE
           MOVE WS-DUE-DATE TO WS-SO-NEXT-DUE(WS-SO-IDX)
           IF WS-SO-END(WS-SO-IDX) NOT = SPACES
               AND WS-SO-NEXT-DUE(WS-SO-IDX) > WS-SO-END(WS-SO-IDX)
               MOVE 'E' TO WS-SO-STATUS(WS-SO-IDX)
               ADD 1 TO WS-COUNT-ENDED
           END-IF.

       ADVANCE-DUE-DATE-PARA.
           ADD 1 TO WS-ADVANCE-COUNT
           EVALUATE WS-DUE-FREQ
               WHEN 'D'
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N) + 1
                   COMPUTE WS-DUE-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               WHEN 'W'
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N) + 7
                   COMPUTE WS-DUE-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               WHEN OTHER
                   IF WS-DUE-MM = 12
                       MOVE 1 TO WS-DUE-MM
                       ADD 1 TO WS-DUE-YYYY
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
                   PERFORM SET-MONTH-DAY-PARA
           END-EVALUATE.

       SET-MONTH-DAY-PARA.
           EVALUATE WS-DUE-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                       OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DD
           ELSE
               MOVE WS-DUE-DAY TO WS-DUE-DD
           END-IF.

       FIND-BATCH-NUMBER-PARA.
           MOVE 0 TO WS-BATCH-NO
           MOVE 'N' TO WS-EOF-TRANS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               PERFORM UNTIL EOF-TRANS
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-TRANS
                       NOT AT END
                           IF TRANS-HDR-TYPE = 'H'
                               AND TRANS-HDR-BATCH-NO IS NUMERIC
                               AND TRANS-HDR-BATCH-NO > WS-BATCH-NO
                               MOVE TRANS-HDR-BATCH-NO TO WS-BATCH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           MOVE 'N' TO WS-EOF-RUNCTL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL EOF-RUNCTL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RUNCTL
                       NOT AT END
                           IF RUN-CTL-BATCH-NO IS NUMERIC
                               AND RUN-CTL-BATCH-NO > WS-BATCH-NO
                               MOVE RUN-CTL-BATCH-NO TO WS-BATCH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-BATCH-NO >= 999999
               MOVE 1 TO WS-BATCH-NO
           ELSE
               ADD 1 TO WS-BATCH-NO
           END-IF.

       WRITE-BATCH-PARA.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TRANSACTION FILE TRANSIN.DAT NOT "
                   "WRITABLE (STATUS=" WS-TRANS-FILE-STATUS
                   ") - NO BATCH WRITTEN, ORDERS NOT ADVANCED"
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               MOVE 0 TO WS-BATCH-COUNT
               MOVE 0 TO WS-BATCH-HASH
               MOVE 'H' TO TRANS-HDR-TYPE
               MOVE WS-BATCH-NO TO TRANS-HDR-BATCH-NO
               MOVE WS-RUN-DATE TO TRANS-HDR-DATE
               WRITE TRANS-HEADER-RECORD
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   IF WS-SO-ACTION(WS-SO-IDX) = 'G'
                       MOVE 'D' TO TRANS-REC-TYPE
                       MOVE WS-SO-NUM1(WS-SO-IDX) TO TRANS-NUM1
                       MOVE WS-SO-NUM2(WS-SO-IDX) TO TRANS-NUM2
                       MOVE WS-SO-OP(WS-SO-IDX) TO TRANS-OP
                       MOVE WS-SO-ACCOUNT(WS-SO-IDX) TO TRANS-ACCOUNT
                       MOVE WS-SO-CCY(WS-SO-IDX) TO TRANS-CURRENCY
                       MOVE SPACES TO TRANS-VALUE-DATE
                       WRITE TRANS-RECORD
                       ADD 1 TO WS-BATCH-COUNT
                       ADD WS-SO-NUM1(WS-SO-IDX) TO WS-BATCH-HASH
                   END-IF
               END-PERFORM
               MOVE 'T' TO TRANS-TRL-TYPE
               MOVE WS-BATCH-COUNT TO TRANS-TRL-COUNT
               MOVE WS-BATCH-HASH TO TRANS-TRL-HASH
               WRITE TRANS-TRAILER-RECORD
               IF WS-TRANS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: BATCH " WS-BATCH-NO " TRAILER NOT "
                       "WRITTEN (STATUS=" WS-TRANS-FILE-STATUS
                       ") - REMOVE THE PARTIAL BATCH FROM TRANSIN.DAT"
                   MOVE 'Y' TO WS-RUN-FAILED
               ELSE
                   MOVE 'Y' TO WS-BATCH-WRITTEN
               END-IF
               CLOSE TRANS-FILE
           END-IF.

       SAVE-STANDING-ORDERS-PARA.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STNDORD.DAT NOT WRITABLE (STATUS="
                   WS-SO-FILE-STATUS ") - NEXT DUE DATES NOT ADVANCED"
               IF BATCH-WAS-WRITTEN
                   DISPLAY "REMOVE BATCH " WS-BATCH-NO " FROM "
                       "TRANSIN.DAT BEFORE GENERATING AGAIN"
               END-IF
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   MOVE WS-SO-ENTRY(WS-SO-IDX) TO
                       STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: REPORT FILE SOGENRPT.DAT NOT "
                   "WRITABLE (STATUS=" WS-REPORT-FILE-STATUS ")"
           ELSE
               WRITE REPORT-RECORD FROM WS-REPORT-HEADING
               MOVE WS-RUN-DATE TO WS-RPT-DATE
               MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
               WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS

               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   IF WS-SO-ACTION(WS-SO-IDX) NOT = SPACE
                       PERFORM WRITE-REPORT-DETAIL-PARA
                   END-IF
               END-PERFORM

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "ORDERS ON FILE:" TO WS-CNT-LABEL
               MOVE WS-SO-COUNT TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "ORDERS DUE:" TO WS-CNT-LABEL
               MOVE WS-COUNT-DUE TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "ITEMS GENERATED:" TO WS-CNT-LABEL
               MOVE WS-COUNT-GENERATED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "  OF WHICH OVERDUE:" TO WS-CNT-LABEL
               MOVE WS-COUNT-OVERDUE TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "SKIPPED - ACCOUNT CLOSED:" TO WS-CNT-LABEL
               MOVE WS-COUNT-CLOSED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "SKIPPED - ACCOUNT NOT ON FILE:" TO WS-CNT-LABEL
               MOVE WS-COUNT-NOT-ON-FILE TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "SKIPPED - ACCOUNT DORMANT:" TO WS-CNT-LABEL
               MOVE WS-COUNT-DORMANT TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "SUSPENDED AND DUE:" TO WS-CNT-LABEL
               MOVE WS-COUNT-SUSPENDED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
               MOVE "ORDERS ENDED THIS RUN:" TO WS-CNT-LABEL
               MOVE WS-COUNT-ENDED TO WS-CNT-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               EVALUATE TRUE
                   WHEN BATCH-WAS-WRITTEN
                       MOVE WS-BATCH-NO TO WS-BAT-NO
                       MOVE WS-BATCH-COUNT TO WS-BAT-COUNT
                       MOVE WS-BATCH-HASH TO WS-BAT-HASH
                       WRITE REPORT-RECORD FROM WS-REPORT-BATCH-LINE
                   WHEN RUN-HAS-FAILED
                       MOVE "*** GENERATION FAILED - SEE CONSOLE ***"
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   WHEN OTHER
                       MOVE "NO ORDERS GENERATED - NO BATCH WRITTEN"
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-EVALUATE
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-DETAIL-PARA.
           MOVE WS-SO-ID(WS-SO-IDX) TO WS-DTL-ORDER
           MOVE WS-SO-ACCOUNT(WS-SO-IDX) TO WS-DTL-ACCOUNT
           MOVE WS-SO-OP(WS-SO-IDX) TO WS-DTL-OP
           MOVE WS-SO-NUM1(WS-SO-IDX) TO WS-DTL-NUM1
           MOVE WS-SO-NUM2(WS-SO-IDX) TO WS-DTL-NUM2
           MOVE WS-SO-CCY(WS-SO-IDX) TO WS-DTL-CCY
           MOVE WS-SO-FREQ(WS-SO-IDX) TO WS-DTL-FREQ
           MOVE WS-SO-WAS-DUE(WS-SO-IDX) TO WS-DTL-DUE
           IF WS-SO-STATUS(WS-SO-IDX) = 'E'
               MOVE "ENDED" TO WS-DTL-NEXT-DUE
           ELSE
               MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-DTL-NEXT-DUE
           END-IF
           EVALUATE WS-SO-ACTION(WS-SO-IDX)
               WHEN 'G'
                   MOVE "GENERATED" TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE "SKIPPED" TO WS-DTL-RESULT
           END-EVALUATE
           MOVE WS-SO-NOTE(WS-SO-IDX) TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.
