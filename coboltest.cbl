           SELECT ACCT-EXCEPTION-FILE ASSIGN TO "ACCTEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT COA-MAP-FILE ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUN-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           05 TRANS-OP             PIC X.
           05 TRANS-ACCOUNT        PIC X(10).
           05 TRANS-CURRENCY       PIC X(3).
           05 TRANS-VALUE-DATE     PIC X(8).
       01  TRANS-TRAILER-RECORD.
           05 TRANS-TRL-TYPE       PIC X.
           05 TRANS-TRL-COUNT      PIC 9(7).
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
           05 ACCT-BALANCE          PIC S9(11)V99.
           05 ACCT-LAST-ACTIVITY    PIC X(8).
           05 ACCT-STATUS           PIC X.
           05 ACCT-RATE-PLAN        PIC X(4).
           05 ACCT-ACCRUED-INT      PIC S9(9)V9(4).
           05 ACCT-ACCRUAL-DATE     PIC X(8).
           05 ACCT-OD-LIMIT         PIC 9(9)V99.
           05 ACCT-OD-EXPIRY        PIC X(8).

       FD  ACCT-EXCEPTION-FILE.
       01  ACCT-EXCEPTION-RECORD.

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

       FD  PENDING-APPROVAL-FILE.
       01  PENDING-RECORD.
           05 PEND-ACCOUNT          PIC X(10).
           05 PEND-OP               PIC X.
           05 PEND-NUM1             PIC S9(7)V99.
           05 PEND-NUM2             PIC S9(7)V99.
           05 PEND-CURRENCY         PIC X(3).
           05 PEND-RESULT           PIC S9(7)V99.
           05 PEND-AMOUNT           PIC S9(7)V99.
           05 PEND-MAKER-ID         PIC X(8).
           05 PEND-MAKER-LEVEL      PIC X.
           05 PEND-RUN-ID           PIC 9(7).
           05 PEND-DATE             PIC X(8).
           05 PEND-STATUS           PIC X.
           05 PEND-CHECKER-ID       PIC X(8).
           05 PEND-DISP-DATE        PIC X(8).
           05 PEND-REASON           PIC X(30).
           05 PEND-VALUE-DATE       PIC X(8).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 PARM-RUN-MODE         PIC X.
           05 PARM-CHECKPOINT-INTERVAL PIC 9(3).

       FD  COA-MAP-FILE.
       01  COA-MAP-RECORD.
           05 MAP-OP                PIC X.
           05 MAP-CURRENCY          PIC X(3).
           05 MAP-DEBIT-GL          PIC X(10).
           05 MAP-CREDIT-GL         PIC X(10).
           05 MAP-DESCRIPTION       PIC X(25).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05 WH-DUE-DATE           PIC X(8).
           05 WH-ACCOUNT            PIC X(10).
           05 WH-OP                 PIC X.
           05 WH-NUM1               PIC S9(7)V99.
           05 WH-NUM2               PIC S9(7)V99.
           05 WH-CURRENCY           PIC X(3).
           05 WH-OPERATOR-ID        PIC X(8).
           05 WH-BATCH-NO           PIC 9(6).
           05 WH-RUN-ID             PIC 9(7).
           05 WH-PARK-DATE          PIC X(8).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD           PIC X(100).

       01 WS-GL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-GLS-FILE-STATUS  PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS PIC XX VALUE "00".
       01 WS-STREAM-LOCK-HELD PIC X VALUE 'N'.
           88 STREAM-LOCK-HELD VALUE 'Y'.
       01 WS-STREAM-LOCK-RECORD PIC X(37) VALUE SPACES.
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-RUN-ID           PIC 9(7) VALUE 0.
       01 WS-DUP-RUN-ID       PIC 9(7) VALUE 0.
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EXCP-FILE-STATUS PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS PIC XX VALUE "00".
       01 WS-LAST-POST-KEY    PIC X(18) VALUE SPACES.
       01 WS-LAST-POST-SEQ    PIC 9(5) VALUE 0.
       01 WS-ACCOUNT          PIC X(10) VALUE SPACES.
       01 WS-ACCT-AVAILABLE   PIC X VALUE 'N'.
           88 ACCT-MASTER-AVAILABLE VALUE 'Y'.
       01 WS-EXCP-REASON      PIC X(20) VALUE SPACES.
       01 WS-COUNT-POSTED     PIC 9(5) VALUE 0.
       01 WS-COUNT-ACCT-EXCP  PIC 9(5) VALUE 0.
       01 WS-COUNT-NOFUNDS    PIC 9(5) VALUE 0.
       01 WS-PROJECTED-BAL    PIC S9(13)V99 VALUE 0.
       01 WS-EFFECTIVE-LIMIT  PIC 9(9)V99 VALUE 0.
       01 WS-BATCH-NO         PIC 9(6) VALUE 0.
       01 WS-BATCH-DATE       PIC X(8) VALUE SPACES.
       01 WS-BATCH-HDR-SEEN   PIC X VALUE 'N'.
       01 WS-GL-BAL-HASH      PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-COUNT     PIC 9(7) VALUE 0.
       01 WS-GL-TRL-HASH      PIC S9(13)V99 VALUE 0.
       01 WS-GL-DEBIT-TOTAL   PIC S9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL  PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-DEBIT     PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-CREDIT    PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-UNMAPPED  PIC 9(7) VALUE 0.
       01 WS-GL-TRL-DEBIT     PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-CREDIT    PIC S9(13)V99 VALUE 0.
       01 WS-GL-LINE-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-GL-DEBIT-ACCT    PIC X(10) VALUE SPACES.
       01 WS-GL-CREDIT-ACCT   PIC X(10) VALUE SPACES.
       01 WS-GL-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-COUNT-UNMAPPED   PIC 9(5) VALUE 0.
       01 WS-COA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-COA-EOF          PIC X VALUE 'N'.
           88 EOF-COA-MAP         VALUE 'Y'.
       01 WS-COA-IDX          PIC 9(3) VALUE 0.
       01 WS-COA-COUNT        PIC 9(3) VALUE 0.
       01 WS-COA-MAX          PIC 9(3) VALUE 200.
       01 WS-COA-FULL         PIC X VALUE 'N'.
           88 COA-TABLE-FULL      VALUE 'Y'.
       01 WS-COA-FOUND        PIC X VALUE 'N'.
           88 COA-WAS-FOUND       VALUE 'Y'.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-COA-OP           PIC X.
               10 WS-COA-CCY          PIC X(3).
               10 WS-COA-DEBIT        PIC X(10).
               10 WS-COA-CREDIT       PIC X(10).
       01 WS-GL-TRL-SEEN      PIC X VALUE 'N'.
           88 GL-TRAILER-SEEN     VALUE 'Y'.
       01 WS-EOF-GL-BAL       PIC X VALUE 'N'.
       01 WS-AUTH-TABLE-FULL  PIC X VALUE 'N'.
           88 AUTH-TABLE-FULL     VALUE 'Y'.
       01 WS-OPERATOR-LEVEL   PIC X VALUE '1'.
       01 WS-RUN-OPERATOR-ID  PIC X(8) VALUE SPACES.
       01 WS-RUN-OPERATOR-LEVEL PIC X VALUE '1'.
       01 WS-RUN-RELEASE-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-OP-PERMITTED     PIC X VALUE 'Y'.
           88 OP-PERMITTED        VALUE 'Y'.
       01 WS-COUNT-NOAUTH     PIC 9(5) VALUE 0.
       01 WS-PEND-FILE-STATUS PIC XX VALUE "00".
       01 WS-COUNT-HELD       PIC 9(5) VALUE 0.
       01 WS-RELEASE-LIMIT-1  PIC 9(7)V99 VALUE 5000.00.
       01 WS-RELEASE-LIMIT-2  PIC 9(7)V99 VALUE 50000.00.
       01 WS-RELEASE-LIMIT-3  PIC 9(7)V99 VALUE 500000.00.
       01 WS-RELEASE-LIMIT    PIC 9(7)V99 VALUE 0.
       01 WS-ABS-AMOUNT       PIC 9(7)V99 VALUE 0.
       01 WS-WHSE-FILE-STATUS PIC XX VALUE "00".
       01 WS-WHSE-EOF         PIC X VALUE 'N'.
           88 EOF-WAREHOUSE       VALUE 'Y'.
       01 WS-WHSE-OPEN        PIC X VALUE 'N'.
           88 WAREHOUSE-IS-OPEN   VALUE 'Y'.
       01 WS-VALUE-DATE       PIC X(8) VALUE SPACES.
       01 WS-VALUE-DATE-N REDEFINES WS-VALUE-DATE PIC 9(8).
       01 WS-VALUE-CLASS      PIC X VALUE 'C'.
           88 VALUE-DATE-CURRENT  VALUE 'C'.
           88 VALUE-DATE-BACK     VALUE 'B'.
           88 VALUE-DATE-FUTURE   VALUE 'F'.
           88 VALUE-DATE-CLOSED   VALUE 'P'.
           88 VALUE-DATE-BAD      VALUE 'X'.
       01 WS-MAX-PARK-DAYS    PIC 9(3) VALUE 366.
       01 WS-PARK-DAYS        PIC S9(7) VALUE 0.
       01 WS-COUNT-PARKED     PIC 9(5) VALUE 0.
       01 WS-COUNT-BADDATE    PIC 9(5) VALUE 0.
       01 WS-COUNT-BADACCT    PIC 9(5) VALUE 0.
       01 WS-COUNT-RELEASED   PIC 9(5) VALUE 0.
       01 WS-COUNT-BACKVALUED PIC 9(5) VALUE 0.
       01 WS-WHSE-IDX         PIC 9(4) VALUE 0.
       01 WS-WHSE-COUNT       PIC 9(4) VALUE 0.
       01 WS-WHSE-DUE-COUNT   PIC 9(4) VALUE 0.
       01 WS-WHSE-MAX         PIC 9(4) VALUE 999.
       01 WS-WHSE-FULL        PIC X VALUE 'N'.
           88 WAREHOUSE-TABLE-FULL VALUE 'Y'.
       01 WS-WHSE-TABLE.
           05 WS-WHSE-ENTRY OCCURS 999 TIMES.
               10 WS-WH-DUE-DATE      PIC X(8).
               10 WS-WH-ACCOUNT       PIC X(10).
               10 WS-WH-OP            PIC X.
               10 WS-WH-NUM1          PIC S9(7)V99.
               10 WS-WH-NUM2          PIC S9(7)V99.
               10 WS-WH-CURRENCY      PIC X(3).
               10 WS-WH-OPERATOR-ID   PIC X(8).
               10 WS-WH-BATCH-NO      PIC 9(6).
               10 WS-WH-RUN-ID        PIC 9(7).
               10 WS-WH-PARK-DATE     PIC X(8).

       SCREEN SECTION.
       01  ENTRY-SCREEN.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-VALUE-DATE

           PERFORM READ-RUN-PARMS-PARA


           PERFORM LOAD-RATES-PARA

           PERFORM LOAD-COA-MAP-PARA

           IF NOT UNATTENDED-RUN
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               PERFORM PUT-LINE-PARA
               MOVE 8 TO WS-COMPLETION-CODE
           ELSE
               PERFORM SET-RELEASE-LIMIT-PARA

               PERFORM SET-RUN-LOCK-PARA

               PERFORM ASSIGN-RUN-ID-PARA

               PERFORM WRITE-GL-HEADER-PARA

               OPEN EXTEND PENDING-APPROVAL-FILE
               IF WS-PEND-FILE-STATUS = "35"
                   OPEN OUTPUT PENDING-APPROVAL-FILE
               END-IF

               IF NOT UNATTENDED-RUN
                   DISPLAY "RUN MODE (I-INTERACTIVE, B-BATCH): "
                       WITH NO ADVANCING

               CLOSE AUDIT-LOG-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE PENDING-APPROVAL-FILE

               PERFORM BALANCE-GL-PARA

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
               END-IF
           END-PERFORM.

       SET-RELEASE-LIMIT-PARA.
           EVALUATE WS-OPERATOR-LEVEL
               WHEN '3'
                   MOVE WS-RELEASE-LIMIT-3 TO WS-RELEASE-LIMIT
               WHEN '2'
                   MOVE WS-RELEASE-LIMIT-2 TO WS-RELEASE-LIMIT
               WHEN OTHER
                   MOVE WS-RELEASE-LIMIT-1 TO WS-RELEASE-LIMIT
           END-EVALUATE
           MOVE WS-RELEASE-LIMIT TO WS-ED-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
               WS-OPERATOR-LEVEL " RELEASE LIMIT " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA.

       CHECK-OP-AUTH-PARA.
           MOVE 'Y' TO WS-OP-PERMITTED
           EVALUATE WS-CHOICE
                   STRING "CALCULATION COMPLETE - BASE AMOUNT "
                       WS-ED-RESULT " " WS-BASE-CURRENCY
                       DELIMITED BY SIZE INTO WS-SCR-MESSAGE
               WHEN "HELD"
                   MOVE WS-RESULT TO WS-ED-RESULT
                   MOVE WS-ED-RESULT TO WS-SCR-RESULT-D
                   MOVE "ABOVE YOUR RELEASE LIMIT - HELD FOR APPROVAL"
                       TO WS-SCR-MESSAGE
               WHEN "REJECT"
                   MOVE SPACES TO WS-SCR-RESULT-D
                   MOVE "REJECTED: RESULT OUT OF RANGE"
                   MOVE SPACES TO WS-SCR-RESULT-D
                   MOVE "NO USABLE RATE ON FILE FOR THAT CURRENCY"
                       TO WS-SCR-MESSAGE
               WHEN "NOFUNDS"
                   MOVE SPACES TO WS-SCR-RESULT-D
                   MOVE "INSUFFICIENT FUNDS - BEYOND OVERDRAFT LIMIT"
                       TO WS-SCR-MESSAGE
               WHEN "NOAUTH"
                   MOVE SPACES TO WS-SCR-RESULT-D
                   MOVE "OPERATION NOT PERMITTED FOR YOUR LEVEL"
       BATCH-PARA.
           PERFORM READ-CHECKPOINT-PARA

           IF WS-LAST-CHECKPOINT = 0
               PERFORM RELEASE-WAREHOUSE-PARA
           END-IF

           PERFORM VERIFY-BATCH-CONTROL-PARA

           IF BATCH-CONTROL-OK

               PERFORM OPEN-ACCOUNT-FILES-PARA

               MOVE 'N' TO WS-WHSE-OPEN
               OPEN EXTEND WAREHOUSE-FILE
               IF WS-WHSE-FILE-STATUS = "35"
                   OPEN OUTPUT WAREHOUSE-FILE
               END-IF
               IF WS-WHSE-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-WHSE-OPEN
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "WARNING: WAREHOUSE FILE WAREHSE.DAT NOT "
                       "AVAILABLE (STATUS=" WS-WHSE-FILE-STATUS
                       ") - FUTURE-DATED ITEMS WILL BE REJECTED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PUT-LINE-PARA
               END-IF

               READ TRANS-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRANS
               END-READ
                           MOVE TRANS-OP TO WS-CHOICE
                           MOVE TRANS-ACCOUNT TO WS-ACCOUNT
                           MOVE TRANS-CURRENCY TO WS-CURRENCY
                           MOVE TRANS-VALUE-DATE TO WS-VALUE-DATE

                           PERFORM CLASSIFY-VALUE-DATE-PARA

                           EVALUATE TRUE
                               WHEN VALUE-DATE-FUTURE
                                   PERFORM PARK-ITEM-PARA
                               WHEN VALUE-DATE-BAD
                                   MOVE "BADDATE" TO WS-LAST-STATUS
                                   PERFORM WRITE-AUDIT-PARA
                               WHEN VALUE-DATE-CLOSED
                                   MOVE "BACKDATE" TO WS-LAST-STATUS
                                   PERFORM WRITE-AUDIT-PARA
                               WHEN OTHER
                                   PERFORM CALC-PARA
                           END-EVALUATE

                           MOVE WS-NUMBER1 TO RESULT-NUM1
                           MOVE WS-NUMBER2 TO RESULT-NUM2
                           MOVE WS-ACCOUNT TO RESULT-ACCOUNT
                           MOVE WS-CURRENCY TO RESULT-CURRENCY
                           IF WS-LAST-STATUS = "OK"
                               OR WS-LAST-STATUS = "HELD"
                               MOVE WS-RESULT TO RESULT-VALUE
                           ELSE
                               MOVE 0 TO RESULT-VALUE
               CLOSE TRANS-FILE
               CLOSE RESULT-FILE
               PERFORM CLOSE-ACCOUNT-FILES-PARA
               IF WAREHOUSE-IS-OPEN
                   CLOSE WAREHOUSE-FILE
                   MOVE 'N' TO WS-WHSE-OPEN
               END-IF
           END-IF.

       CLASSIFY-VALUE-DATE-PARA.
           MOVE 'C' TO WS-VALUE-CLASS
           IF WS-VALUE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-VALUE-DATE
           ELSE
               IF WS-VALUE-DATE IS NOT NUMERIC
                   MOVE 'X' TO WS-VALUE-CLASS
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-VALUE-DATE-N)
                       NOT = 0
                       MOVE 'X' TO WS-VALUE-CLASS
                   END-IF
               END-IF
           END-IF

           IF VALUE-DATE-CURRENT
               EVALUATE TRUE
                   WHEN WS-VALUE-DATE > WS-RUN-DATE
                       COMPUTE WS-PARK-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-N)
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(WS-RUN-DATE))
                       IF WS-PARK-DAYS > WS-MAX-PARK-DAYS
                           MOVE 'X' TO WS-VALUE-CLASS
                       ELSE
                           MOVE 'F' TO WS-VALUE-CLASS
                       END-IF
                   WHEN WS-VALUE-DATE(1:6) < WS-RUN-DATE(1:6)
                       MOVE 'P' TO WS-VALUE-CLASS
                   WHEN WS-VALUE-DATE < WS-RUN-DATE
                       MOVE 'B' TO WS-VALUE-CLASS
               END-EVALUATE
           END-IF.

       PARK-ITEM-PARA.
           MOVE "PARKED" TO WS-LAST-STATUS
           MOVE 0 TO WS-RESULT
           MOVE 0 TO WS-RESULT-BASE
           PERFORM CHECK-OP-AUTH-PARA

           EVALUATE TRUE
               WHEN WS-CHOICE NOT = 'A' AND WS-CHOICE NOT = 'S'
                   AND WS-CHOICE NOT = 'M' AND WS-CHOICE NOT = 'D'
                   AND WS-CHOICE NOT = 'R' AND WS-CHOICE NOT = 'P'
                   MOVE "INVALID" TO WS-LAST-STATUS
               WHEN NOT OP-PERMITTED
                   MOVE "NOAUTH" TO WS-LAST-STATUS
               WHEN (WS-CHOICE = 'D' OR WS-CHOICE = 'R'
                   OR WS-CHOICE = 'P') AND WS-NUMBER2 = 0
                   MOVE "DIVZERO" TO WS-LAST-STATUS
           END-EVALUATE

           IF WS-LAST-STATUS = "PARKED"
               AND WS-CURRENCY NOT = SPACES
               AND WS-CURRENCY NOT = WS-BASE-CURRENCY
               PERFORM FIND-RATE-PARA
               IF NOT RATE-WAS-FOUND
                   MOVE "NORATE" TO WS-LAST-STATUS
               END-IF
           END-IF

           IF WS-LAST-STATUS = "PARKED"
               AND ACCT-MASTER-AVAILABLE
               MOVE WS-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "BADACCT" TO WS-LAST-STATUS
               ELSE
                   IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'D'
                       MOVE "BADACCT" TO WS-LAST-STATUS
                   END-IF
               END-IF
           END-IF

           IF WS-LAST-STATUS = "PARKED"
               IF WAREHOUSE-IS-OPEN
                   PERFORM WRITE-WAREHOUSE-PARA
               ELSE
                   MOVE "REJECT" TO WS-LAST-STATUS
               END-IF
           END-IF

           PERFORM WRITE-AUDIT-PARA.

       WRITE-WAREHOUSE-PARA.
           MOVE WS-VALUE-DATE TO WH-DUE-DATE
           MOVE WS-ACCOUNT TO WH-ACCOUNT
           MOVE WS-CHOICE TO WH-OP
           MOVE WS-NUMBER1 TO WH-NUM1
           MOVE WS-NUMBER2 TO WH-NUM2
           MOVE WS-CURRENCY TO WH-CURRENCY
           MOVE WS-OPERATOR-ID TO WH-OPERATOR-ID
           MOVE WS-BATCH-NO TO WH-BATCH-NO
           MOVE WS-RUN-ID TO WH-RUN-ID
           MOVE WS-RUN-DATE TO WH-PARK-DATE
           WRITE WAREHOUSE-RECORD.

       RELEASE-WAREHOUSE-PARA.
           PERFORM LOAD-WAREHOUSE-PARA

           IF WAREHOUSE-TABLE-FULL
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: WAREHOUSE FILE WAREHSE.DAT HOLDS MORE "
                   "THAN " WS-WHSE-MAX " ITEMS - RELEASE NOT RUN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           ELSE
               IF WS-WHSE-DUE-COUNT > 0
                   PERFORM OPEN-ACCOUNT-FILES-PARA
                   PERFORM VARYING WS-WHSE-IDX FROM 1 BY 1
                       UNTIL WS-WHSE-IDX > WS-WHSE-COUNT
                       IF WS-WH-DUE-DATE(WS-WHSE-IDX) <= WS-RUN-DATE
                           PERFORM RELEASE-ITEM-PARA
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-ACCOUNT-FILES-PARA
                   PERFORM REWRITE-WAREHOUSE-PARA
               END-IF
           END-IF

           MOVE WS-RUN-DATE TO WS-VALUE-DATE.

       LOAD-WAREHOUSE-PARA.
           MOVE 0 TO WS-WHSE-COUNT
           MOVE 0 TO WS-WHSE-DUE-COUNT
           MOVE 'N' TO WS-WHSE-FULL
           MOVE 'N' TO WS-WHSE-EOF

           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "00"
               PERFORM UNTIL EOF-WAREHOUSE
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'Y' TO WS-WHSE-EOF
                       NOT AT END
                           IF WS-WHSE-COUNT < WS-WHSE-MAX
                               ADD 1 TO WS-WHSE-COUNT
                               MOVE WAREHOUSE-RECORD TO
                                   WS-WHSE-ENTRY(WS-WHSE-COUNT)
                               IF WH-DUE-DATE <= WS-RUN-DATE
                                   ADD 1 TO WS-WHSE-DUE-COUNT
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-WHSE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF.

       RELEASE-ITEM-PARA.
           MOVE WS-WH-NUM1(WS-WHSE-IDX) TO WS-NUMBER1
           MOVE WS-WH-NUM2(WS-WHSE-IDX) TO WS-NUMBER2
           MOVE WS-WH-OP(WS-WHSE-IDX) TO WS-CHOICE
           MOVE WS-WH-ACCOUNT(WS-WHSE-IDX) TO WS-ACCOUNT
           MOVE WS-WH-CURRENCY(WS-WHSE-IDX) TO WS-CURRENCY
           IF WS-WH-DUE-DATE(WS-WHSE-IDX)(1:6) = WS-RUN-DATE(1:6)
               MOVE WS-WH-DUE-DATE(WS-WHSE-IDX) TO WS-VALUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-VALUE-DATE
           END-IF

           MOVE WS-OPERATOR-ID TO WS-RUN-OPERATOR-ID
           MOVE WS-OPERATOR-LEVEL TO WS-RUN-OPERATOR-LEVEL
           MOVE WS-RELEASE-LIMIT TO WS-RUN-RELEASE-LIMIT
           MOVE WS-WH-OPERATOR-ID(WS-WHSE-IDX) TO WS-OPERATOR-ID
           PERFORM VALIDATE-OPERATOR-PARA

           IF OPERATOR-IS-VALID
               PERFORM SET-RELEASE-LIMIT-PARA
               PERFORM CALC-PARA
               IF WS-LAST-STATUS = "OK"
                   PERFORM POST-ACCOUNT-PARA
               END-IF
           ELSE
               MOVE 0 TO WS-RESULT
               MOVE 0 TO WS-RESULT-BASE
               MOVE "NOAUTH" TO WS-LAST-STATUS
               PERFORM WRITE-AUDIT-PARA
           END-IF
           ADD 1 TO WS-COUNT-RELEASED

           MOVE SPACES TO WS-PRINT-LINE
           STRING "RELEASED FROM WAREHOUSE: ACCOUNT "
               WS-ACCOUNT " OP " WS-CHOICE
               " DUE " WS-WH-DUE-DATE(WS-WHSE-IDX)
               " BATCH " WS-WH-BATCH-NO(WS-WHSE-IDX)
               " STATUS " WS-LAST-STATUS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA

           MOVE WS-RUN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE WS-RUN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
           MOVE WS-RUN-RELEASE-LIMIT TO WS-RELEASE-LIMIT
           MOVE 'Y' TO WS-OPERATOR-VALID.

       REWRITE-WAREHOUSE-PARA.
           OPEN OUTPUT WAREHOUSE-FILE
           PERFORM VARYING WS-WHSE-IDX FROM 1 BY 1
               UNTIL WS-WHSE-IDX > WS-WHSE-COUNT
               IF WS-WH-DUE-DATE(WS-WHSE-IDX) > WS-RUN-DATE
                   MOVE WS-WHSE-ENTRY(WS-WHSE-IDX) TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
               END-IF
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

       OPEN-ACCOUNT-FILES-PARA.
           MOVE 'N' TO WS-ACCT-AVAILABLE
           OPEN I-O ACCOUNT-MASTER-FILE
               OPEN OUTPUT ACCT-EXCEPTION-FILE
           END-IF

           OPEN I-O ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-POSTING-FILE
               IF WS-POST-FILE-STATUS = "00"
                   CLOSE ACCT-POSTING-FILE
                   OPEN I-O ACCT-POSTING-FILE
               END-IF
           END-IF.

       CLOSE-ACCOUNT-FILES-PARA.
                   MOVE "ACCOUNT NOT ON FILE" TO WS-EXCP-REASON
                   PERFORM WRITE-ACCT-EXCEPTION-PARA
               ELSE
                   EVALUATE ACCT-STATUS
                       WHEN 'C'
                           MOVE "ACCOUNT CLOSED" TO WS-EXCP-REASON
                           PERFORM WRITE-ACCT-EXCEPTION-PARA
                       WHEN 'D'
                           MOVE "DORMANT ACCOUNT" TO WS-EXCP-REASON
                           PERFORM WRITE-ACCT-EXCEPTION-PARA
                       WHEN OTHER
                           ADD WS-RESULT-BASE TO ACCT-BALANCE
                               ON SIZE ERROR
                                   MOVE "BALANCE OVERFLOW" TO
                                       WS-EXCP-REASON
                                   PERFORM WRITE-ACCT-EXCEPTION-PARA
                               NOT ON SIZE ERROR
                                   MOVE WS-RUN-DATE
                                       TO ACCT-LAST-ACTIVITY
                                   REWRITE ACCOUNT-RECORD
                                   ADD 1 TO WS-COUNT-POSTED
                                   PERFORM WRITE-POSTING-PARA
                           END-ADD
                   END-EVALUATE
               END-IF
           END-IF.


       WRITE-POSTING-PARA.
           MOVE WS-ACCOUNT TO POST-ACCOUNT
           MOVE WS-VALUE-DATE TO POST-DATE
           MOVE WS-CHOICE TO POST-OP
           MOVE WS-RESULT-BASE TO POST-AMOUNT
           MOVE WS-OPERATOR-ID TO POST-OPERATOR-ID
           MOVE SPACES TO POST-APPROVER-ID
           MOVE WS-RUN-DATE TO POST-ENTRY-DATE
           MOVE WS-RUN-ID TO POST-RUN-ID
           PERFORM STORE-POSTING-PARA
           IF WS-POST-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: POSTING FILE POSTHIST.DAT NOT "
                   "WRITABLE (STATUS=" WS-POST-FILE-STATUS
                   ") - POSTING FOR " WS-ACCOUNT " NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF
           IF WS-VALUE-DATE < WS-RUN-DATE
               ADD 1 TO WS-COUNT-BACKVALUED
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

       READ-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
               CLOSE RATE-TABLE-FILE
           END-IF.

       LOAD-COA-MAP-PARA.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: GL MAPPING COAMAP.DAT NOT FOUND - "
                   "GL LINES WILL BE UNMAPPED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           ELSE
               PERFORM UNTIL EOF-COA-MAP
                   READ COA-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-COA-EOF
                       NOT AT END
                           IF MAP-OP NOT = SPACE
                               IF WS-COA-COUNT < WS-COA-MAX
                                   ADD 1 TO WS-COA-COUNT
                                   MOVE MAP-OP TO
                                       WS-COA-OP(WS-COA-COUNT)
                                   MOVE MAP-CURRENCY TO
                                       WS-COA-CCY(WS-COA-COUNT)
                                   MOVE MAP-DEBIT-GL TO
                                       WS-COA-DEBIT(WS-COA-COUNT)
                                   MOVE MAP-CREDIT-GL TO
                                       WS-COA-CREDIT(WS-COA-COUNT)
                               ELSE
                                   IF NOT COA-TABLE-FULL
                                       MOVE 'Y' TO WS-COA-FULL
                                       MOVE SPACES TO WS-PRINT-LINE
                                       STRING "WARNING: GL MAPPING "
                                           "TABLE FULL - FURTHER "
                                           "COAMAP.DAT ENTRIES "
                                           "IGNORED" DELIMITED BY
                                           SIZE INTO WS-PRINT-LINE
                                       PERFORM PUT-LINE-PARA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
           END-IF.

       FIND-COA-MAP-PARA.
           MOVE 'N' TO WS-COA-FOUND
           MOVE SPACES TO WS-GL-DEBIT-ACCT
           MOVE SPACES TO WS-GL-CREDIT-ACCT
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT OR COA-WAS-FOUND
               IF WS-COA-OP(WS-COA-IDX) = WS-CHOICE
                   AND WS-COA-CCY(WS-COA-IDX) = WS-GL-CURRENCY
                   MOVE 'Y' TO WS-COA-FOUND
                   MOVE WS-COA-DEBIT(WS-COA-IDX) TO WS-GL-DEBIT-ACCT
                   MOVE WS-COA-CREDIT(WS-COA-IDX) TO
                       WS-GL-CREDIT-ACCT
               END-IF
           END-PERFORM.

       CONVERT-TO-BASE-PARA.
           IF WS-CURRENCY = SPACES
               OR WS-CURRENCY = WS-BASE-CURRENCY
               PERFORM CONVERT-TO-BASE-PARA
           END-IF

           IF WS-LAST-STATUS = "OK"
               PERFORM CHECK-FUNDS-PARA
           END-IF

           IF WS-LAST-STATUS = "OK"
               PERFORM CHECK-RELEASE-LIMIT-PARA
           END-IF

           PERFORM WRITE-AUDIT-PARA.

       CHECK-FUNDS-PARA.
           IF ACCT-MASTER-AVAILABLE
               AND WS-ACCOUNT NOT = SPACES
               AND WS-RESULT-BASE < 0
               MOVE WS-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS = "00"
                   AND ACCT-STATUS NOT = 'C'
                   AND ACCT-STATUS NOT = 'D'
                   IF ACCT-OD-EXPIRY NOT = SPACES
                       AND ACCT-OD-EXPIRY < WS-RUN-DATE
                       MOVE 0 TO WS-EFFECTIVE-LIMIT
                   ELSE
                       MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-LIMIT
                   END-IF
                   COMPUTE WS-PROJECTED-BAL =
                       ACCT-BALANCE + WS-RESULT-BASE
                   IF WS-PROJECTED-BAL < 0 - WS-EFFECTIVE-LIMIT
                       MOVE "NOFUNDS" TO WS-LAST-STATUS
                       MOVE "INSUFFICIENT FUNDS" TO WS-EXCP-REASON
                       PERFORM WRITE-ACCT-EXCEPTION-PARA
                   END-IF
               END-IF
           END-IF.

       CHECK-RELEASE-LIMIT-PARA.
           IF WS-RESULT-BASE < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-RESULT-BASE
           ELSE
               MOVE WS-RESULT-BASE TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-RELEASE-LIMIT
               MOVE "HELD" TO WS-LAST-STATUS
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE WS-NUMBER1 TO AUDIT-NUM1
           MOVE WS-NUMBER2 TO AUDIT-NUM2
           ELSE
               MOVE WS-CURRENCY TO AUDIT-CURRENCY
           END-IF
           IF WS-LAST-STATUS = "OK" OR WS-LAST-STATUS = "HELD"
               MOVE WS-RESULT TO AUDIT-RESULT
               MOVE WS-RESULT-BASE TO AUDIT-RESULT-BASE
           ELSE
               WHEN "DIVZERO" ADD 1 TO WS-COUNT-DIVZERO
               WHEN "NOAUTH"  ADD 1 TO WS-COUNT-NOAUTH
               WHEN "NORATE"  ADD 1 TO WS-COUNT-NORATE
               WHEN "NOFUNDS" ADD 1 TO WS-COUNT-NOFUNDS
               WHEN "PARKED"  ADD 1 TO WS-COUNT-PARKED
               WHEN "BADDATE" ADD 1 TO WS-COUNT-BADDATE
               WHEN "BACKDATE" ADD 1 TO WS-COUNT-BADDATE
               WHEN "BADACCT" ADD 1 TO WS-COUNT-BADACCT
               WHEN "HELD"
                   ADD 1 TO WS-COUNT-HELD
                   PERFORM WRITE-PENDING-PARA
               WHEN "OK"
                   ADD WS-RESULT-BASE TO WS-GRAND-TOTAL
                       ON SIZE ERROR
           END-IF.

       WRITE-GL-PARA.
           IF WS-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-GL-CURRENCY
           ELSE
               MOVE WS-CURRENCY TO WS-GL-CURRENCY
           END-IF
           PERFORM FIND-COA-MAP-PARA
           IF NOT COA-WAS-FOUND
               ADD 2 TO WS-COUNT-UNMAPPED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: NO GL MAPPING FOR OP " WS-CHOICE
                   " CURRENCY " WS-GL-CURRENCY " - ACCOUNT "
                   WS-ACCOUNT " GL LINES UNMAPPED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF
           IF WS-RESULT-BASE < 0
               COMPUTE WS-GL-LINE-AMOUNT = 0 - WS-RESULT-BASE
           ELSE
               MOVE WS-RESULT-BASE TO WS-GL-LINE-AMOUNT
           END-IF

           MOVE 'D' TO GL-REC-TYPE
           MOVE WS-CHOICE TO GL-OP
           MOVE WS-NUMBER1 TO GL-NUM1
           MOVE WS-RESULT-BASE TO GL-RESULT
           MOVE WS-OPERATOR-ID TO GL-OPERATOR-ID
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE SPACES TO GL-APPROVER-ID
           MOVE WS-GL-LINE-AMOUNT TO GL-AMOUNT
           MOVE WS-ACCOUNT TO GL-CUST-ACCOUNT
           MOVE WS-GL-CURRENCY TO GL-CURRENCY

           MOVE 'D' TO GL-SIDE
           IF WS-RESULT-BASE < 0
               MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
           ELSE
               MOVE WS-GL-DEBIT-ACCT TO GL-ACCOUNT
           END-IF
           PERFORM WRITE-GL-LINE-PARA

           MOVE 'C' TO GL-SIDE
           IF WS-RESULT-BASE < 0
               MOVE WS-GL-DEBIT-ACCT TO GL-ACCOUNT
           ELSE
               MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
           END-IF
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

       WRITE-PENDING-PARA.
           MOVE WS-ACCOUNT TO PEND-ACCOUNT
           MOVE WS-CHOICE TO PEND-OP
           MOVE WS-NUMBER1 TO PEND-NUM1
           MOVE WS-NUMBER2 TO PEND-NUM2
           MOVE WS-CURRENCY TO PEND-CURRENCY
           MOVE WS-RESULT TO PEND-RESULT
           MOVE WS-RESULT-BASE TO PEND-AMOUNT
           MOVE WS-OPERATOR-ID TO PEND-MAKER-ID
           MOVE WS-OPERATOR-LEVEL TO PEND-MAKER-LEVEL
           MOVE WS-RUN-ID TO PEND-RUN-ID
           MOVE WS-RUN-DATE TO PEND-DATE
           MOVE SPACE TO PEND-STATUS
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE SPACES TO PEND-DISP-DATE
           MOVE SPACES TO PEND-REASON
           MOVE WS-VALUE-DATE TO PEND-VALUE-DATE
           WRITE PENDING-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ERROR: PENDING APPROVAL FILE PENDAPPR.DAT NOT "
                   "WRITABLE (STATUS=" WS-PEND-FILE-STATUS
                   ") - HELD ITEM FOR " WS-ACCOUNT " NOT QUEUED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF.

       WRITE-GL-HEADER-PARA.
           MOVE 'H' TO GL-HDR-TYPE
           MOVE 'T' TO GL-TRL-TYPE
           MOVE WS-GL-WRITE-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL TO GL-TRL-HASH-TOTAL
           MOVE WS-GL-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD.

       BALANCE-GL-PARA.
           MOVE 0 TO WS-GL-BAL-HASH
           MOVE 0 TO WS-GL-TRL-COUNT
           MOVE 0 TO WS-GL-TRL-HASH
           MOVE 0 TO WS-GL-BAL-DEBIT
           MOVE 0 TO WS-GL-BAL-CREDIT
           MOVE 0 TO WS-GL-BAL-UNMAPPED
           MOVE 0 TO WS-GL-TRL-DEBIT
           MOVE 0 TO WS-GL-TRL-CREDIT

           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
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
                   AND WS-GL-BAL-HASH = WS-GL-HASH-TOTAL
                   AND WS-GL-TRL-COUNT = WS-GL-WRITE-COUNT
                   AND WS-GL-TRL-HASH = WS-GL-HASH-TOTAL
                   AND WS-GL-BAL-DEBIT = WS-GL-BAL-CREDIT
                   AND WS-GL-TRL-DEBIT = WS-GL-DEBIT-TOTAL
                   AND WS-GL-TRL-CREDIT = WS-GL-CREDIT-TOTAL
                   MOVE 'Y' TO WS-GL-BALANCED
               END-IF
           END-IF
           STRING "GL HASH RE-COMPUTED:  " WS-ED-HASH
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE WS-GL-BAL-DEBIT TO WS-ED-HASH
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GL DEBITS RE-READ:    " WS-ED-HASH
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE WS-GL-BAL-CREDIT TO WS-ED-HASH
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GL CREDITS RE-READ:   " WS-ED-HASH
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GL LINES UNMAPPED:    " WS-GL-BAL-UNMAPPED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           IF GL-FEED-BALANCED AND WS-GL-BAL-UNMAPPED = 0
               STRING "GL FEED STATUS:       BALANCED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               IF GL-FEED-BALANCED
                   STRING "GL FEED STATUS:       UNMAPPED - "
                       "DO NOT TRANSMIT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "GL FEED STATUS:       OUT-OF-BALANCE - "
                       "DO NOT TRANSMIT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           PERFORM PUT-LINE-PARA

           MOVE WS-RUN-DATE TO GLS-RUN-DATE
           IF GL-FEED-BALANCED AND WS-GL-BAL-UNMAPPED = 0
               MOVE "BALANCED" TO GLS-FEED-STATUS
           ELSE
               IF GL-FEED-BALANCED
                   MOVE "UNMAPPED" TO GLS-FEED-STATUS
               ELSE
                   MOVE "OUT-OF-BALANCE" TO GLS-FEED-STATUS
               END-IF
           END-IF
           OPEN OUTPUT GL-STATUS-FILE
           WRITE GL-STATUS-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HELD FOR APPROVAL:    " WS-COUNT-HELD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "INSUFFICIENT FUNDS:   " WS-COUNT-NOFUNDS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNTS POSTED:      " WS-COUNT-POSTED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNT EXCEPTIONS:   " WS-COUNT-ACCT-EXCP
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNMAPPED GL LINES:    " WS-COUNT-UNMAPPED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WAREHOUSED (FUTURE):  " WS-COUNT-PARKED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RELEASED FROM WHSE:   " WS-COUNT-RELEASED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BACK-VALUED POSTINGS: " WS-COUNT-BACKVALUED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VALUE DATE REJECTED:  " WS-COUNT-BADDATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOT PARKED (ACCOUNT): " WS-COUNT-BADACCT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PUT-LINE-PARA.

       SUMMARY-BATCH-PARA.
