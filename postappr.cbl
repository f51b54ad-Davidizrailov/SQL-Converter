       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostAppr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT PEND-WORK-FILE ASSIGN TO "PENDAPPR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-EXCEPTION-FILE ASSIGN TO "ACCTEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GL-STATUS-FILE ASSIGN TO "GLSTATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT COA-MAP-FILE ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "APPRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PEND-WORK-FILE.
       01  PEND-WORK-RECORD         PIC X(129).

       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05 AUTH-OPERATOR-ID-REC  PIC X(8).
           05 AUTH-OPERATOR-NAME    PIC X(25).
           05 AUTH-EXPIRY-DATE      PIC X(8).
           05 AUTH-PERM-LEVEL       PIC X.
           05 AUTH-OP-STATUS        PIC X.

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

       FD  ACCT-EXCEPTION-FILE.
       01  ACCT-EXCEPTION-RECORD.
           05 EXCP-ACCOUNT          PIC X(10).
           05 EXCP-OP               PIC X.
           05 EXCP-AMOUNT           PIC S9(7)V99.
           05 EXCP-OPERATOR-ID      PIC X(8).
           05 EXCP-DATE             PIC X(8).
           05 EXCP-REASON           PIC X(20).
           05 EXCP-DISPOSITION      PIC X.
           05 EXCP-DISP-DATE        PIC X(8).

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

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-NUM1            PIC S9(7)V99.
           05 AUDIT-NUM2            PIC S9(7)V99.
           05 AUDIT-OP              PIC X.
           05 AUDIT-RESULT          PIC S9(7)V99.
           05 AUDIT-STATUS          PIC X(8).
           05 AUDIT-TIMESTAMP       PIC X(21).
           05 AUDIT-OPERATOR-ID     PIC X(8).
           05 AUDIT-RUN-ID          PIC 9(7).
           05 AUDIT-CURRENCY        PIC X(3).
           05 AUDIT-RESULT-BASE     PIC S9(7)V99.

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

       FD  COA-MAP-FILE.
       01  COA-MAP-RECORD.
           05 MAP-OP                PIC X.
           05 MAP-CURRENCY          PIC X(3).
           05 MAP-DEBIT-GL          PIC X(10).
           05 MAP-CREDIT-GL         PIC X(10).
           05 MAP-DESCRIPTION       PIC X(25).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PEND-FILE-STATUS   PIC XX VALUE "00".
       01 WS-WORK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EXCP-FILE-STATUS   PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LAST-POST-KEY      PIC X(18) VALUE SPACES.
       01 WS-LAST-POST-SEQ      PIC 9(5) VALUE 0.
       01 WS-AUDIT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-GL-FILE-STATUS     PIC XX VALUE "00".
       01 WS-GLS-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-COA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-COA-EOF            PIC X VALUE 'N'.
           88 EOF-COA-MAP           VALUE 'Y'.
       01 WS-EOF-PEND           PIC X VALUE 'N'.
           88 EOF-PENDING           VALUE 'Y'.
       01 WS-EOF-WORK           PIC X VALUE 'N'.
           88 EOF-WORK              VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-EOF-RUNCTL         PIC X VALUE 'N'.
           88 EOF-RUNCTL            VALUE 'Y'.
       01 WS-EOF-GL-BAL         PIC X VALUE 'N'.
           88 EOF-GL-BAL            VALUE 'Y'.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-CHECKER-VALID      PIC X VALUE 'N'.
           88 CHECKER-IS-VALID      VALUE 'Y'.
       01 WS-ACCT-AVAILABLE     PIC X VALUE 'N'.
           88 ACCT-MASTER-AVAILABLE VALUE 'Y'.
       01 WS-REWRITE-OK         PIC X VALUE 'N'.
           88 REWRITE-OK            VALUE 'Y'.
       01 WS-GL-TRL-SEEN        PIC X VALUE 'N'.
           88 GL-TRAILER-SEEN       VALUE 'Y'.
       01 WS-GL-BALANCED        PIC X VALUE 'N'.
           88 GL-FEED-BALANCED      VALUE 'Y'.
       01 WS-RUN-FAILED         PIC X VALUE 'N'.
           88 RUN-HAS-FAILED        VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-CHECKER-ID         PIC X(8) VALUE SPACES.
       01 WS-CHECKER-LEVEL      PIC X VALUE SPACE.
       01 WS-ACTION             PIC X VALUE SPACE.
       01 WS-REASON             PIC X(30) VALUE SPACES.
       01 WS-EXCP-REASON        PIC X(20) VALUE SPACES.
       01 WS-BASE-CURRENCY      PIC X(3) VALUE "USD".
       01 WS-RUN-ID             PIC 9(7) VALUE 0.
       01 WS-PRIOR-GL-STATUS    PIC X(14) VALUE SPACES.
       01 WS-DEC-IDX            PIC 9(3) VALUE 0.
       01 WS-DEC-COUNT          PIC 9(3) VALUE 0.
       01 WS-DEC-MAX            PIC 9(3) VALUE 200.
       01 WS-DECISION-TABLE.
           05 WS-DEC-ENTRY OCCURS 200 TIMES.
               10 WS-DEC-ACTION       PIC X.
               10 WS-DEC-ACCOUNT      PIC X(10).
               10 WS-DEC-OP           PIC X.
               10 WS-DEC-NUM1         PIC S9(7)V99.
               10 WS-DEC-NUM2         PIC S9(7)V99.
               10 WS-DEC-CURRENCY     PIC X(3).
               10 WS-DEC-RESULT       PIC S9(7)V99.
               10 WS-DEC-AMOUNT       PIC S9(7)V99.
               10 WS-DEC-MAKER-ID     PIC X(8).
               10 WS-DEC-REASON       PIC X(30).
               10 WS-DEC-OUTCOME      PIC X(20).
               10 WS-DEC-VALUE-DATE   PIC X(8).
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-DONE-PRIOR   PIC 9(7) VALUE 0.
       01 WS-COUNT-STILL-PEND   PIC 9(7) VALUE 0.
       01 WS-COUNT-NOT-ELIGIBLE PIC 9(7) VALUE 0.
       01 WS-COUNT-STAGED-REL   PIC 9(7) VALUE 0.
       01 WS-COUNT-RELEASED     PIC 9(7) VALUE 0.
       01 WS-COUNT-DECLINED     PIC 9(7) VALUE 0.
       01 WS-COUNT-POSTED       PIC 9(7) VALUE 0.
       01 WS-COUNT-ACCT-EXCP    PIC 9(7) VALUE 0.
       01 WS-COUNT-NOFUNDS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-NOFUNDS      PIC S9(11)V99 VALUE 0.
       01 WS-PROJECTED-BAL      PIC S9(13)V99 VALUE 0.
       01 WS-EFFECTIVE-LIMIT    PIC 9(9)V99 VALUE 0.
       01 WS-FUNDS-OK           PIC X VALUE 'Y'.
           88 FUNDS-AVAILABLE       VALUE 'Y'.
       01 WS-TOTAL-RELEASED     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DECLINED     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-STILL-PEND   PIC S9(11)V99 VALUE 0.
       01 WS-GL-WRITE-COUNT     PIC 9(7) VALUE 0.
       01 WS-GL-HASH-TOTAL      PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-COUNT       PIC 9(7) VALUE 0.
       01 WS-GL-BAL-HASH        PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-COUNT       PIC 9(7) VALUE 0.
       01 WS-GL-TRL-HASH        PIC S9(13)V99 VALUE 0.
       01 WS-GL-DEBIT-TOTAL     PIC S9(13)V99 VALUE 0.
       01 WS-GL-CREDIT-TOTAL    PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-DEBIT       PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-CREDIT      PIC S9(13)V99 VALUE 0.
       01 WS-GL-BAL-UNMAPPED    PIC 9(7) VALUE 0.
       01 WS-GL-TRL-DEBIT       PIC S9(13)V99 VALUE 0.
       01 WS-GL-TRL-CREDIT      PIC S9(13)V99 VALUE 0.
       01 WS-GL-LINE-AMOUNT     PIC 9(7)V99 VALUE 0.
       01 WS-GL-DEBIT-ACCT      PIC X(10) VALUE SPACES.
       01 WS-GL-CREDIT-ACCT     PIC X(10) VALUE SPACES.
       01 WS-GL-CURRENCY        PIC X(3) VALUE SPACES.
       01 WS-GL-FEED-STATUS     PIC X(14) VALUE SPACES.
       01 WS-COUNT-UNMAPPED     PIC 9(7) VALUE 0.
       01 WS-COA-IDX            PIC 9(3) VALUE 0.
       01 WS-COA-COUNT          PIC 9(3) VALUE 0.
       01 WS-COA-MAX            PIC 9(3) VALUE 200.
       01 WS-COA-FOUND          PIC X VALUE 'N'.
           88 COA-WAS-FOUND         VALUE 'Y'.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-COA-OP           PIC X.
               10 WS-COA-CCY          PIC X(3).
               10 WS-COA-DEBIT        PIC X(10).
               10 WS-COA-CREDIT       PIC X(10).
       01 WS-ED-AMOUNT          PIC -(7)9.99.
       01 WS-ED-TOTAL           PIC -(11)9.99.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(42)
               VALUE "===== HIGH-VALUE POSTING APPROVAL REPORT =".
           05 FILLER            PIC X(58) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(12) VALUE "  APPROVER: ".
           05 WS-RPT-CHECKER    PIC X(8).
           05 FILLER            PIC X(10) VALUE "  RUN ID: ".
           05 WS-RPT-RUN-ID     PIC 9(7).
           05 FILLER            PIC X(42) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(4)  VALUE "OP".
           05 FILLER            PIC X(13) VALUE "BASE-AMOUNT".
           05 FILLER            PIC X(10) VALUE "KEYED BY".
           05 FILLER            PIC X(10) VALUE "DECISION".
           05 FILLER            PIC X(21) VALUE "OUTCOME".
           05 FILLER            PIC X(30) VALUE "REASON".

       01 WS-REPORT-DETAIL.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OP         PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-AMOUNT     PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-MAKER      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-DECISION   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OUTCOME    PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DTL-REASON     PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACES.

       01 WS-REPORT-DISP-LINE.
           05 WS-RPT-DISP       PIC X(20).
           05 WS-RPT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(16) VALUE "  VALUE TOTAL:".
           05 WS-RPT-VALUE      PIC -(11)9.99.
           05 FILLER            PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "HIGH-VALUE POSTING APPROVAL"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "APPROVAL REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "APPROVER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-CHECKER-ID
               PERFORM VALIDATE-CHECKER-PARA
               IF NOT CHECKER-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "APPROVAL DENIED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SET-RUN-LOCK-PARA
                   OPEN INPUT PENDING-APPROVAL-FILE
                   IF WS-PEND-FILE-STATUS NOT = "00"
                       DISPLAY "PENDING APPROVAL FILE PENDAPPR.DAT NOT "
                           "AVAILABLE (STATUS=" WS-PEND-FILE-STATUS
                           ") - NOTHING TO DO"
                   ELSE
                       PERFORM WORK-PENDING-PARA
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
                   AND (LOCK-STATE = "ACTIVE"
                       OR LOCK-STATE = "STREAM")
                   MOVE 'Y' TO WS-RUN-IN-FLIGHT
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF.

       VALIDATE-CHECKER-PARA.
           MOVE 'N' TO WS-CHECKER-VALID
           OPEN INPUT AUTH-OPERATOR-FILE
           IF WS-AUTHOPS-FILE-STATUS NOT = "00"
               DISPLAY "AUTHOPS.DAT NOT AVAILABLE - APPROVER CANNOT "
                   "BE AUTHORIZED"
           ELSE
               PERFORM UNTIL EOF-AUTH-OPS
                   READ AUTH-OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF AUTH-OPERATOR-ID-REC = WS-CHECKER-ID
                               AND AUTH-OP-STATUS = 'A'
                               AND AUTH-EXPIRY-DATE >= WS-RUN-DATE
                               MOVE 'Y' TO WS-CHECKER-VALID
                               MOVE AUTH-PERM-LEVEL TO WS-CHECKER-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-OPERATOR-FILE
           END-IF.

       WORK-PENDING-PARA.
           OPEN OUTPUT PEND-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "WORK FILE PENDAPPR.TMP NOT WRITABLE "
                   "(STATUS=" WS-WORK-FILE-STATUS ") - "
                   "APPROVAL ABANDONED, PENDING FILE UNTOUCHED"
               CLOSE PENDING-APPROVAL-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               READ PENDING-APPROVAL-FILE
                   AT END MOVE 'Y' TO WS-EOF-PEND
               END-READ

               PERFORM UNTIL EOF-PENDING
                   ADD 1 TO WS-COUNT-READ
                   IF PEND-STATUS NOT = SPACE
                       ADD 1 TO WS-COUNT-DONE-PRIOR
                   ELSE
                       PERFORM REVIEW-PENDING-PARA
                       IF PEND-STATUS = SPACE
                           ADD 1 TO WS-COUNT-STILL-PEND
                           ADD PEND-AMOUNT TO WS-TOTAL-STILL-PEND
                       END-IF
                   END-IF
                   WRITE PEND-WORK-RECORD FROM PENDING-RECORD
                   READ PENDING-APPROVAL-FILE
                       AT END MOVE 'Y' TO WS-EOF-PEND
                   END-READ
               END-PERFORM

               CLOSE PENDING-APPROVAL-FILE
               CLOSE PEND-WORK-FILE

               IF WS-DEC-COUNT = 0
                   DISPLAY "NO ITEMS RELEASED OR DECLINED - PENDING "
                       "FILE UNCHANGED"
               ELSE
                   PERFORM REWRITE-PENDING-FILE-PARA
                   IF REWRITE-OK
                       PERFORM APPLY-DECISIONS-PARA
                   ELSE
                       MOVE 0 TO WS-DEC-COUNT
                       DISPLAY "PENDING FILE NOT REWRITTEN - NO ITEMS "
                           "RELEASED OR DECLINED, ALL REMAIN PENDING"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF

               PERFORM WRITE-APPROVAL-REPORT-PARA
           END-IF.

       REVIEW-PENDING-PARA.
           MOVE PEND-AMOUNT TO WS-ED-AMOUNT
           DISPLAY " "
           DISPLAY "HELD ITEM: ACCOUNT " PEND-ACCOUNT
               " OP " PEND-OP " BASE AMOUNT " WS-ED-AMOUNT
           DISPLAY "  KEYED " PEND-DATE " BY " PEND-MAKER-ID
               " (LEVEL " PEND-MAKER-LEVEL ") IN RUN " PEND-RUN-ID

           EVALUATE TRUE
               WHEN PEND-MAKER-ID = WS-CHECKER-ID
                   DISPLAY "YOU KEYED THIS ITEM - IT NEEDS A DIFFERENT "
                       "APPROVER"
                   ADD 1 TO WS-COUNT-NOT-ELIGIBLE
               WHEN WS-CHECKER-LEVEL <= PEND-MAKER-LEVEL
                   AND WS-CHECKER-LEVEL < '3'
                   DISPLAY "ITEM NEEDS AN APPROVER ABOVE LEVEL "
                       PEND-MAKER-LEVEL
                   ADD 1 TO WS-COUNT-NOT-ELIGIBLE
               WHEN WS-DEC-COUNT >= WS-DEC-MAX
                   DISPLAY "DECISION TABLE FULL - ITEM LEFT PENDING, "
                       "RUN THE APPROVAL AGAIN FOR THE REMAINDER"
               WHEN OTHER
                   PERFORM TAKE-DECISION-PARA
           END-EVALUATE.

       TAKE-DECISION-PARA.
           DISPLAY "ACTION: R-RELEASE D-DECLINE S-SKIP: "
               WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN 'R'
                   MOVE 'R' TO PEND-STATUS
                   MOVE WS-CHECKER-ID TO PEND-CHECKER-ID
                   MOVE WS-RUN-DATE TO PEND-DISP-DATE
                   MOVE SPACES TO PEND-REASON
                   PERFORM STAGE-DECISION-PARA
                   ADD 1 TO WS-COUNT-STAGED-REL
                   DISPLAY "ITEM STAGED FOR RELEASE"
               WHEN 'D'
                   DISPLAY "DECLINE REASON: " WITH NO ADVANCING
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY "A DECLINE REASON IS REQUIRED - ITEM "
                           "LEFT PENDING"
                   ELSE
                       MOVE 'D' TO PEND-STATUS
                       MOVE WS-CHECKER-ID TO PEND-CHECKER-ID
                       MOVE WS-RUN-DATE TO PEND-DISP-DATE
                       MOVE WS-REASON TO PEND-REASON
                       PERFORM STAGE-DECISION-PARA
                       DISPLAY "ITEM STAGED FOR DECLINE"
                   END-IF
               WHEN OTHER
                   DISPLAY "ITEM LEFT PENDING"
           END-EVALUATE.

       STAGE-DECISION-PARA.
           ADD 1 TO WS-DEC-COUNT
           MOVE PEND-STATUS TO WS-DEC-ACTION(WS-DEC-COUNT)
           MOVE PEND-ACCOUNT TO WS-DEC-ACCOUNT(WS-DEC-COUNT)
           MOVE PEND-OP TO WS-DEC-OP(WS-DEC-COUNT)
           MOVE PEND-NUM1 TO WS-DEC-NUM1(WS-DEC-COUNT)
           MOVE PEND-NUM2 TO WS-DEC-NUM2(WS-DEC-COUNT)
           MOVE PEND-CURRENCY TO WS-DEC-CURRENCY(WS-DEC-COUNT)
           MOVE PEND-RESULT TO WS-DEC-RESULT(WS-DEC-COUNT)
           MOVE PEND-AMOUNT TO WS-DEC-AMOUNT(WS-DEC-COUNT)
           MOVE PEND-MAKER-ID TO WS-DEC-MAKER-ID(WS-DEC-COUNT)
           MOVE PEND-REASON TO WS-DEC-REASON(WS-DEC-COUNT)
           MOVE SPACES TO WS-DEC-OUTCOME(WS-DEC-COUNT)
           MOVE PEND-VALUE-DATE TO WS-DEC-VALUE-DATE(WS-DEC-COUNT).

       REWRITE-PENDING-FILE-PARA.
           MOVE 'N' TO WS-REWRITE-OK
           OPEN INPUT PEND-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "WORK FILE PENDAPPR.TMP NOT READABLE "
                   "(STATUS=" WS-WORK-FILE-STATUS ") - PENDING "
                   "FILE LEFT AS WRITTEN, RECOVER FROM PENDAPPR.TMP"
           ELSE
               OPEN OUTPUT PENDING-APPROVAL-FILE
               IF WS-PEND-FILE-STATUS NOT = "00"
                   DISPLAY "PENDING FILE PENDAPPR.DAT NOT "
                       "WRITABLE (STATUS=" WS-PEND-FILE-STATUS
                       ") - RECOVER FROM PENDAPPR.TMP"
                   CLOSE PEND-WORK-FILE
               ELSE
                   MOVE 'N' TO WS-EOF-WORK
                   READ PEND-WORK-FILE
                       AT END MOVE 'Y' TO WS-EOF-WORK
                   END-READ
                   PERFORM UNTIL EOF-WORK
                       WRITE PENDING-RECORD FROM PEND-WORK-RECORD
                       READ PEND-WORK-FILE
                           AT END MOVE 'Y' TO WS-EOF-WORK
                       END-READ
                   END-PERFORM
                   CLOSE PEND-WORK-FILE
                   CLOSE PENDING-APPROVAL-FILE
                   MOVE 'Y' TO WS-REWRITE-OK
               END-IF
           END-IF.

       APPLY-DECISIONS-PARA.
           PERFORM OPEN-ACCOUNT-FILES-PARA

           IF WS-COUNT-STAGED-REL > 0
               PERFORM ASSIGN-RUN-ID-PARA
               DISPLAY "RUN ID ASSIGNED: " WS-RUN-ID
               PERFORM LOAD-COA-MAP-PARA

               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF

               OPEN EXTEND GL-INTERFACE-FILE
               IF WS-GL-FILE-STATUS = "35"
                   OPEN OUTPUT GL-INTERFACE-FILE
               END-IF

               PERFORM WRITE-GL-HEADER-PARA
           END-IF

           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-ACTION(WS-DEC-IDX) = 'R'
                   PERFORM RELEASE-ITEM-PARA
               ELSE
                   PERFORM DECLINE-ITEM-PARA
               END-IF
           END-PERFORM

           PERFORM CLOSE-ACCOUNT-FILES-PARA

           IF WS-COUNT-STAGED-REL > 0
               PERFORM WRITE-GL-TRAILER-PARA
               CLOSE AUDIT-LOG-FILE
               CLOSE GL-INTERFACE-FILE
               PERFORM BALANCE-GL-PARA
               PERFORM WRITE-RUN-END-PARA
           END-IF

           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-NOFUNDS > 0 OR WS-COUNT-ACCT-EXCP > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       OPEN-ACCOUNT-FILES-PARA.
           MOVE 'N' TO WS-ACCT-AVAILABLE
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-AVAILABLE
           ELSE
               DISPLAY "WARNING: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - RELEASED ITEMS GO TO THE EXCEPTION LIST"
           END-IF

           OPEN EXTEND ACCT-EXCEPTION-FILE
           IF WS-EXCP-FILE-STATUS = "35"
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
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           CLOSE ACCT-EXCEPTION-FILE
           CLOSE ACCT-POSTING-FILE.

       RELEASE-ITEM-PARA.
           MOVE 'Y' TO WS-FUNDS-OK
           IF WS-DEC-ACCOUNT(WS-DEC-IDX) = SPACES
               MOVE "GL ONLY - NO ACCOUNT" TO WS-DEC-OUTCOME(WS-DEC-IDX)
           ELSE
               PERFORM POST-ACCOUNT-PARA
               IF WS-DEC-OUTCOME(WS-DEC-IDX) NOT = "POSTED"
                   ADD 1 TO WS-COUNT-ACCT-EXCP
               END-IF
           END-IF
           IF FUNDS-AVAILABLE
               MOVE "RELEASED" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-PARA
               PERFORM WRITE-GL-PARA
               ADD 1 TO WS-COUNT-RELEASED
               ADD WS-DEC-AMOUNT(WS-DEC-IDX) TO WS-TOTAL-RELEASED
           ELSE
               MOVE "NOFUNDS" TO AUDIT-STATUS
               PERFORM WRITE-AUDIT-PARA
               ADD 1 TO WS-COUNT-NOFUNDS
               ADD WS-DEC-AMOUNT(WS-DEC-IDX) TO WS-TOTAL-NOFUNDS
           END-IF.

       CHECK-FUNDS-PARA.
           MOVE 'Y' TO WS-FUNDS-OK
           IF WS-DEC-AMOUNT(WS-DEC-IDX) < 0
               IF ACCT-OD-EXPIRY NOT = SPACES
                   AND ACCT-OD-EXPIRY < WS-RUN-DATE
                   MOVE 0 TO WS-EFFECTIVE-LIMIT
               ELSE
                   MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-LIMIT
               END-IF
               COMPUTE WS-PROJECTED-BAL =
                   ACCT-BALANCE + WS-DEC-AMOUNT(WS-DEC-IDX)
               IF WS-PROJECTED-BAL < 0 - WS-EFFECTIVE-LIMIT
                   MOVE 'N' TO WS-FUNDS-OK
               END-IF
           END-IF.

       DECLINE-ITEM-PARA.
           MOVE "DECLINED BY CHECKER" TO WS-EXCP-REASON
           PERFORM WRITE-ACCT-EXCEPTION-PARA
           MOVE "SENT TO EXCEPTIONS" TO WS-DEC-OUTCOME(WS-DEC-IDX)
           ADD 1 TO WS-COUNT-DECLINED
           ADD WS-DEC-AMOUNT(WS-DEC-IDX) TO WS-TOTAL-DECLINED.

       POST-ACCOUNT-PARA.
           IF NOT ACCT-MASTER-AVAILABLE
               MOVE "MASTER NOT AVAILABLE" TO WS-EXCP-REASON
               PERFORM WRITE-ACCT-EXCEPTION-PARA
           ELSE
               MOVE WS-DEC-ACCOUNT(WS-DEC-IDX) TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "ACCOUNT NOT ON FILE" TO WS-EXCP-REASON
                   PERFORM WRITE-ACCT-EXCEPTION-PARA
               ELSE
                   IF ACCT-STATUS NOT = 'C'
                       AND ACCT-STATUS NOT = 'D'
                       PERFORM CHECK-FUNDS-PARA
                   END-IF
                   EVALUATE TRUE
                       WHEN ACCT-STATUS = 'C'
                           MOVE "ACCOUNT CLOSED" TO WS-EXCP-REASON
                           PERFORM WRITE-ACCT-EXCEPTION-PARA
                       WHEN ACCT-STATUS = 'D'
                           MOVE "DORMANT ACCOUNT" TO WS-EXCP-REASON
                           PERFORM WRITE-ACCT-EXCEPTION-PARA
                       WHEN NOT FUNDS-AVAILABLE
                           MOVE "INSUFFICIENT FUNDS" TO WS-EXCP-REASON
                           PERFORM WRITE-ACCT-EXCEPTION-PARA
                       WHEN OTHER
                           ADD WS-DEC-AMOUNT(WS-DEC-IDX) TO ACCT-BALANCE
                               ON SIZE ERROR
                                   MOVE "BALANCE OVERFLOW" TO
                                       WS-EXCP-REASON
                                   PERFORM WRITE-ACCT-EXCEPTION-PARA
                               NOT ON SIZE ERROR
                                   MOVE WS-RUN-DATE TO
                                       ACCT-LAST-ACTIVITY
                                   REWRITE ACCOUNT-RECORD
                                   ADD 1 TO WS-COUNT-POSTED
                                   PERFORM WRITE-POSTING-PARA
                                   MOVE "POSTED" TO
                                       WS-DEC-OUTCOME(WS-DEC-IDX)
                           END-ADD
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-ACCT-EXCEPTION-PARA.
           MOVE WS-DEC-ACCOUNT(WS-DEC-IDX) TO EXCP-ACCOUNT
           MOVE WS-DEC-OP(WS-DEC-IDX) TO EXCP-OP
           MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO EXCP-AMOUNT
           MOVE WS-DEC-MAKER-ID(WS-DEC-IDX) TO EXCP-OPERATOR-ID
           MOVE WS-RUN-DATE TO EXCP-DATE
           MOVE WS-EXCP-REASON TO EXCP-REASON
           MOVE SPACE TO EXCP-DISPOSITION
           MOVE SPACES TO EXCP-DISP-DATE
           WRITE ACCT-EXCEPTION-RECORD
           MOVE WS-EXCP-REASON TO WS-DEC-OUTCOME(WS-DEC-IDX).

       WRITE-POSTING-PARA.
           MOVE WS-DEC-ACCOUNT(WS-DEC-IDX) TO POST-ACCOUNT
           IF WS-DEC-VALUE-DATE(WS-DEC-IDX)(1:6) = WS-RUN-DATE(1:6)
               MOVE WS-DEC-VALUE-DATE(WS-DEC-IDX) TO POST-DATE
           ELSE
               MOVE WS-RUN-DATE TO POST-DATE
           END-IF
           MOVE WS-DEC-OP(WS-DEC-IDX) TO POST-OP
           MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO POST-AMOUNT
           MOVE WS-DEC-MAKER-ID(WS-DEC-IDX) TO POST-OPERATOR-ID
           MOVE WS-CHECKER-ID TO POST-APPROVER-ID
           MOVE WS-RUN-DATE TO POST-ENTRY-DATE
           MOVE WS-RUN-ID TO POST-RUN-ID
           PERFORM STORE-POSTING-PARA.

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

       WRITE-AUDIT-PARA.
           MOVE WS-DEC-NUM1(WS-DEC-IDX) TO AUDIT-NUM1
           MOVE WS-DEC-NUM2(WS-DEC-IDX) TO AUDIT-NUM2
           MOVE WS-DEC-OP(WS-DEC-IDX) TO AUDIT-OP
           MOVE WS-DEC-RESULT(WS-DEC-IDX) TO AUDIT-RESULT
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-CHECKER-ID TO AUDIT-OPERATOR-ID
           MOVE WS-RUN-ID TO AUDIT-RUN-ID
           IF WS-DEC-CURRENCY(WS-DEC-IDX) = SPACES
               MOVE WS-BASE-CURRENCY TO AUDIT-CURRENCY
           ELSE
               MOVE WS-DEC-CURRENCY(WS-DEC-IDX) TO AUDIT-CURRENCY
           END-IF
           MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO AUDIT-RESULT-BASE
           WRITE AUDIT-RECORD.

       LOAD-COA-MAP-PARA.
           MOVE 0 TO WS-COA-COUNT
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
           END-IF.

       FIND-COA-MAP-PARA.
           MOVE 'N' TO WS-COA-FOUND
           MOVE SPACES TO WS-GL-DEBIT-ACCT
           MOVE SPACES TO WS-GL-CREDIT-ACCT
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT OR COA-WAS-FOUND
               IF WS-COA-OP(WS-COA-IDX) = WS-DEC-OP(WS-DEC-IDX)
                   AND WS-COA-CCY(WS-COA-IDX) = WS-GL-CURRENCY
                   MOVE 'Y' TO WS-COA-FOUND
                   MOVE WS-COA-DEBIT(WS-COA-IDX) TO WS-GL-DEBIT-ACCT
                   MOVE WS-COA-CREDIT(WS-COA-IDX) TO
                       WS-GL-CREDIT-ACCT
               END-IF
           END-PERFORM.

       WRITE-GL-PARA.
           IF WS-DEC-CURRENCY(WS-DEC-IDX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-GL-CURRENCY
           ELSE
               MOVE WS-DEC-CURRENCY(WS-DEC-IDX) TO WS-GL-CURRENCY
           END-IF
           PERFORM FIND-COA-MAP-PARA
           IF NOT COA-WAS-FOUND
               ADD 2 TO WS-COUNT-UNMAPPED
               DISPLAY "WARNING: NO GL MAPPING FOR OP "
                   WS-DEC-OP(WS-DEC-IDX) " CURRENCY " WS-GL-CURRENCY
                   " - GL LINES UNMAPPED"
           END-IF
           IF WS-DEC-AMOUNT(WS-DEC-IDX) < 0
               COMPUTE WS-GL-LINE-AMOUNT =
                   0 - WS-DEC-AMOUNT(WS-DEC-IDX)
           ELSE
               MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO WS-GL-LINE-AMOUNT
           END-IF

           MOVE 'D' TO GL-REC-TYPE
           MOVE WS-DEC-OP(WS-DEC-IDX) TO GL-OP
           MOVE WS-DEC-NUM1(WS-DEC-IDX) TO GL-NUM1
           MOVE WS-DEC-NUM2(WS-DEC-IDX) TO GL-NUM2
           MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO GL-RESULT
           MOVE WS-DEC-MAKER-ID(WS-DEC-IDX) TO GL-OPERATOR-ID
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE WS-CHECKER-ID TO GL-APPROVER-ID
           MOVE WS-GL-LINE-AMOUNT TO GL-AMOUNT
           MOVE WS-DEC-ACCOUNT(WS-DEC-IDX) TO GL-CUST-ACCOUNT
           MOVE WS-GL-CURRENCY TO GL-CURRENCY

           MOVE 'D' TO GL-SIDE
           IF WS-DEC-AMOUNT(WS-DEC-IDX) < 0
               MOVE WS-GL-CREDIT-ACCT TO GL-ACCOUNT
           ELSE
               MOVE WS-GL-DEBIT-ACCT TO GL-ACCOUNT
           END-IF
           PERFORM WRITE-GL-LINE-PARA

           MOVE 'C' TO GL-SIDE
           IF WS-DEC-AMOUNT(WS-DEC-IDX) < 0
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

       WRITE-GL-HEADER-PARA.
           MOVE 'H' TO GL-HDR-TYPE
           MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE
           MOVE "LEGAPPR" TO GL-HDR-SOURCE-SYSTEM
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
           MOVE 0 TO WS-GL-BAL-COUNT
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
                   MOVE WS-RUN-DATE TO GLS-RUN-DATE
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
               MOVE WS-RUN-DATE TO GLS-RUN-DATE
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
           MOVE WS-CHECKER-ID TO RUN-CTL-OPERATOR
           MOVE "HIGH-VALUE APPROVAL" TO RUN-CTL-REASON
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       SET-RUN-LOCK-PARA.
           MOVE "ACTIVE" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           MOVE WS-CHECKER-ID TO LOCK-OPERATOR
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

       CLEAR-RUN-LOCK-PARA.
           MOVE "IDLE" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           MOVE WS-CHECKER-ID TO LOCK-OPERATOR
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

       WRITE-APPROVAL-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-CHECKER-ID TO WS-RPT-CHECKER
           MOVE WS-RUN-ID TO WS-RPT-RUN-ID
           WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS

           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DEC-COUNT
               MOVE WS-DEC-ACCOUNT(WS-DEC-IDX) TO WS-DTL-ACCOUNT
               MOVE WS-DEC-OP(WS-DEC-IDX) TO WS-DTL-OP
               MOVE WS-DEC-AMOUNT(WS-DEC-IDX) TO WS-DTL-AMOUNT
               MOVE WS-DEC-MAKER-ID(WS-DEC-IDX) TO WS-DTL-MAKER
               IF WS-DEC-ACTION(WS-DEC-IDX) = 'R'
                   MOVE "RELEASED" TO WS-DTL-DECISION
               ELSE
                   MOVE "DECLINED" TO WS-DTL-DECISION
               END-IF
               MOVE WS-DEC-OUTCOME(WS-DEC-IDX) TO WS-DTL-OUTCOME
               MOVE WS-DEC-REASON(WS-DEC-IDX) TO WS-DTL-REASON
               WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
           END-PERFORM

           MOVE "RELEASED:" TO WS-RPT-DISP
           MOVE WS-COUNT-RELEASED TO WS-RPT-COUNT
           MOVE WS-TOTAL-RELEASED TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE

           MOVE "INSUFFICIENT FUNDS:" TO WS-RPT-DISP
           MOVE WS-COUNT-NOFUNDS TO WS-RPT-COUNT
           MOVE WS-TOTAL-NOFUNDS TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE

           MOVE "DECLINED:" TO WS-RPT-DISP
           MOVE WS-COUNT-DECLINED TO WS-RPT-COUNT
           MOVE WS-TOTAL-DECLINED TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE

           MOVE "STILL PENDING:" TO WS-RPT-DISP
           MOVE WS-COUNT-STILL-PEND TO WS-RPT-COUNT
           MOVE WS-TOTAL-STILL-PEND TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE
           CLOSE REPORT-FILE

           DISPLAY "PENDING ITEMS READ:   " WS-COUNT-READ
           DISPLAY "PREVIOUSLY DECIDED:   " WS-COUNT-DONE-PRIOR
           DISPLAY "NOT YOURS TO APPROVE: " WS-COUNT-NOT-ELIGIBLE
           DISPLAY "RELEASED THIS RUN:    " WS-COUNT-RELEASED
           DISPLAY "  POSTED TO ACCOUNTS: " WS-COUNT-POSTED
           DISPLAY "  ACCOUNT EXCEPTIONS: " WS-COUNT-ACCT-EXCP
           DISPLAY "  UNMAPPED GL LINES:  " WS-COUNT-UNMAPPED
           DISPLAY "REFUSED (NO FUNDS):   " WS-COUNT-NOFUNDS
           DISPLAY "DECLINED THIS RUN:    " WS-COUNT-DECLINED
           DISPLAY "STILL PENDING:        " WS-COUNT-STILL-PEND
           DISPLAY "APPROVAL REPORT WRITTEN TO APPRRPT.DAT".
