       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT.DAT"
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

       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05 AUTH-OPERATOR-ID-REC  PIC X(8).
           05 AUTH-OPERATOR-NAME    PIC X(25).
           05 AUTH-EXPIRY-DATE      PIC X(8).
           05 AUTH-PERM-LEVEL       PIC X.
           05 AUTH-OP-STATUS        PIC X.

       FD  ACCT-JOURNAL-FILE.
       01  ACCT-JOURNAL-RECORD.
           05 JRNL-TIMESTAMP        PIC X(21).
           05 JRNL-OPERATOR-ID      PIC X(8).
           05 JRNL-ACTION           PIC X.
           05 JRNL-ACCOUNT          PIC X(10).
           05 JRNL-BEFORE-IMAGE     PIC X(101).
           05 JRNL-AFTER-IMAGE      PIC X(101).
           05 JRNL-REASON           PIC X(30).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LOCK-STATE            PIC X(8).
           05 LOCK-TIMESTAMP        PIC X(21).
           05 LOCK-OPERATOR         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-JRNL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-STREAM-LOCK-HELD   PIC X VALUE 'N'.
           88 STREAM-LOCK-HELD      VALUE 'Y'.
       01 WS-STREAM-LOCK-RECORD PIC X(37) VALUE SPACES.
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-ACCT           PIC X VALUE 'N'.
           88 EOF-ACCOUNTS          VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-OPERATOR-VALID     PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID     VALUE 'Y'.
       01 WS-RUN-FAILED         PIC X VALUE 'N'.
           88 RUN-HAS-FAILED        VALUE 'Y'.
       01 WS-ACTIVITY-DATED     PIC X VALUE 'N'.
           88 ACTIVITY-IS-DATED     VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-INACTIVE-MONTHS-X  PIC X(3) VALUE SPACES.
       01 WS-INACTIVE-MONTHS    PIC 9(3) VALUE 24.
       01 WS-WARNING-MONTHS-X   PIC X(3) VALUE SPACES.
       01 WS-WARNING-MONTHS     PIC 9(3) VALUE 3.
       01 WS-DORMANT-CUTOFF     PIC X(8) VALUE SPACES.
       01 WS-WARNING-CUTOFF     PIC X(8) VALUE SPACES.
       01 WS-LAST-ACT           PIC X(8) VALUE SPACES.
       01 WS-LAST-ACT-N REDEFINES WS-LAST-ACT PIC 9(8).
       01 WS-MTH-DATE.
           05 WS-MTH-YYYY       PIC 9(4).
           05 WS-MTH-MM         PIC 9(2).
           05 WS-MTH-DD         PIC 9(2).
       01 WS-MTH-DATE-N REDEFINES WS-MTH-DATE PIC 9(8).
       01 WS-MTH-SHIFT          PIC S9(4) VALUE 0.
       01 WS-MTH-TOTAL          PIC S9(7) VALUE 0.
       01 WS-BEFORE-IMAGE       PIC X(101) VALUE SPACES.
       01 WS-NOTE               PIC X(20) VALUE SPACES.
       01 WS-JRNL-REASON        PIC X(30) VALUE SPACES.
       01 WS-ED-MONTHS          PIC ZZ9.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-ACTIVE       PIC 9(7) VALUE 0.
       01 WS-COUNT-CLOSED       PIC 9(7) VALUE 0.
       01 WS-COUNT-NO-DATE      PIC 9(7) VALUE 0.
       01 WS-COUNT-NEW-DORMANT  PIC 9(7) VALUE 0.
       01 WS-COUNT-OLD-DORMANT  PIC 9(7) VALUE 0.
       01 WS-COUNT-FAILED       PIC 9(7) VALUE 0.
       01 WS-COUNT-APPROACHING  PIC 9(7) VALUE 0.
       01 WS-TOTAL-NEW-DORMANT  PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-OLD-DORMANT  PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-DORMANT      PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-APPROACHING  PIC S9(13)V99 VALUE 0.
       01 WS-ED-TOTAL           PIC -(13)9.99.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(36)
               VALUE "===== DORMANT ACCOUNT REPORT =====".
           05 FILLER            PIC X(84) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(10) VALUE "RUN DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
           05 WS-RPT-OPERATOR   PIC X(8).
           05 FILLER            PIC X(21)
               VALUE "  INACTIVITY MONTHS: ".
           05 WS-RPT-INACTIVE   PIC ZZ9.
           05 FILLER            PIC X(18)
               VALUE "  WARNING MONTHS: ".
           05 WS-RPT-WARNING    PIC ZZ9.
           05 FILLER            PIC X(37) VALUE SPACES.

       01 WS-REPORT-SECTION-LINE.
           05 WS-SEC-TITLE      PIC X(40).
           05 FILLER            PIC X(20) VALUE "NO ACTIVITY SINCE: ".
           05 WS-SEC-CUTOFF     PIC X(8).
           05 FILLER            PIC X(52) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(27) VALUE "NAME".
           05 FILLER            PIC X(18) VALUE "BALANCE".
           05 FILLER            PIC X(10) VALUE "LAST-ACT".
           05 FILLER            PIC X(10) VALUE "DORMANT".
           05 FILLER            PIC X(20) VALUE "NOTE".
           05 FILLER            PIC X(23) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME       PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-BALANCE    PIC -(11)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-LAST-ACT   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-DORMANT    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-NOTE       PIC X(20).
           05 FILLER            PIC X(23) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-LABEL      PIC X(30).
           05 WS-RPT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(10) VALUE "  AMOUNT: ".
           05 WS-RPT-AMOUNT     PIC -(13)9.99.
           05 FILLER            PIC X(56) VALUE SPACES.

       01 WS-REPORT-COUNT-LINE.
           05 WS-CNT-LABEL      PIC X(30).
           05 WS-CNT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "MONTHLY DORMANT ACCOUNT RUN"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "DORMANCY RUN REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               DISPLAY "INACTIVITY PERIOD IN MONTHS 1-120 "
                   "(SPACES FOR 24): " WITH NO ADVANCING
               ACCEPT WS-INACTIVE-MONTHS-X
               DISPLAY "WARNING PERIOD IN MONTHS "
                   "(SPACES FOR 3, 0 FOR NONE): " WITH NO ADVANCING
               ACCEPT WS-WARNING-MONTHS-X
               PERFORM VALIDATE-OPERATOR-PARA
               PERFORM VALIDATE-PERIODS-PARA
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "DORMANCY RUN DENIED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-DORMANCY-PARA
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

       VALIDATE-PERIODS-PARA.
           IF WS-INACTIVE-MONTHS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INACTIVE-MONTHS-X) = 0
                   AND FUNCTION NUMVAL(WS-INACTIVE-MONTHS-X) >= 1
                   AND FUNCTION NUMVAL(WS-INACTIVE-MONTHS-X) <= 120
                   MOVE FUNCTION NUMVAL(WS-INACTIVE-MONTHS-X)
                       TO WS-INACTIVE-MONTHS
               ELSE
                   DISPLAY "WARNING: INACTIVITY PERIOD "
                       WS-INACTIVE-MONTHS-X " NOT USABLE - 24 ASSUMED"
               END-IF
           END-IF

           IF WS-WARNING-MONTHS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-WARNING-MONTHS-X) = 0
                   AND FUNCTION NUMVAL(WS-WARNING-MONTHS-X) >= 0
                   AND FUNCTION NUMVAL(WS-WARNING-MONTHS-X)
                       < WS-INACTIVE-MONTHS
                   MOVE FUNCTION NUMVAL(WS-WARNING-MONTHS-X)
                       TO WS-WARNING-MONTHS
               ELSE
                   DISPLAY "WARNING: WARNING PERIOD "
                       WS-WARNING-MONTHS-X " NOT USABLE - 3 ASSUMED"
               END-IF
           END-IF
           IF WS-WARNING-MONTHS NOT < WS-INACTIVE-MONTHS
               COMPUTE WS-WARNING-MONTHS = WS-INACTIVE-MONTHS - 1
           END-IF

           MOVE WS-RUN-DATE TO WS-MTH-DATE
           COMPUTE WS-MTH-SHIFT = 0 - WS-INACTIVE-MONTHS
           PERFORM ADD-MONTHS-PARA
           MOVE WS-MTH-DATE TO WS-DORMANT-CUTOFF

           MOVE WS-RUN-DATE TO WS-MTH-DATE
           COMPUTE WS-MTH-SHIFT =
               WS-WARNING-MONTHS - WS-INACTIVE-MONTHS
           PERFORM ADD-MONTHS-PARA
           MOVE WS-MTH-DATE TO WS-WARNING-CUTOFF.

       ADD-MONTHS-PARA.
           COMPUTE WS-MTH-TOTAL =
               WS-MTH-YYYY * 12 + WS-MTH-MM - 1 + WS-MTH-SHIFT
           COMPUTE WS-MTH-YYYY = WS-MTH-TOTAL / 12
           COMPUTE WS-MTH-MM = WS-MTH-TOTAL - WS-MTH-YYYY * 12 + 1
           PERFORM UNTIL
               FUNCTION TEST-DATE-YYYYMMDD(WS-MTH-DATE-N) = 0
               SUBTRACT 1 FROM WS-MTH-DD
           END-PERFORM.

       RUN-DORMANCY-PARA.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                   "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                   ") - DORMANCY RUN NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ACCT-JOURNAL-FILE
               IF WS-JRNL-FILE-STATUS = "35"
                   OPEN OUTPUT ACCT-JOURNAL-FILE
               END-IF
               IF WS-JRNL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: ACCOUNT JOURNAL ACCTJRNL.DAT NOT "
                       "AVAILABLE (STATUS=" WS-JRNL-FILE-STATUS
                       ") - DORMANCY RUN NOT RUN"
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SET-RUN-LOCK-PARA
                   MOVE WS-INACTIVE-MONTHS TO WS-ED-MONTHS
                   MOVE SPACES TO WS-JRNL-REASON
                   STRING "NO ACTIVITY FOR " WS-ED-MONTHS " MONTHS"
                       DELIMITED BY SIZE INTO WS-JRNL-REASON

                   OPEN OUTPUT REPORT-FILE
                   PERFORM WRITE-REPORT-HEADING-PARA

                   MOVE "DORMANT ACCOUNTS - BALANCES FROZEN"
                       TO WS-SEC-TITLE
                   MOVE WS-DORMANT-CUTOFF TO WS-SEC-CUTOFF
                   WRITE REPORT-RECORD FROM WS-REPORT-SECTION-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
                   PERFORM START-ACCOUNTS-PARA
                   PERFORM UNTIL EOF-ACCOUNTS
                       READ ACCOUNT-MASTER-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF-ACCT
                           NOT AT END
                               ADD 1 TO WS-COUNT-READ
                               PERFORM APPRAISE-ACCOUNT-PARA
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-DORMANT-TOTALS-PARA

                   IF WS-WARNING-MONTHS > 0
                       MOVE "ACCOUNTS APPROACHING DORMANCY"
                           TO WS-SEC-TITLE
                       MOVE WS-WARNING-CUTOFF TO WS-SEC-CUTOFF
                       MOVE SPACES TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       WRITE REPORT-RECORD FROM WS-REPORT-SECTION-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS
                       PERFORM START-ACCOUNTS-PARA
                       PERFORM UNTIL EOF-ACCOUNTS
                           READ ACCOUNT-MASTER-FILE NEXT
                               AT END
                                   MOVE 'Y' TO WS-EOF-ACCT
                               NOT AT END
                                   PERFORM LIST-APPROACHING-PARA
                           END-READ
                       END-PERFORM
                       MOVE "APPROACHING DORMANCY:" TO WS-RPT-LABEL
                       MOVE WS-COUNT-APPROACHING TO WS-RPT-COUNT
                       MOVE WS-TOTAL-APPROACHING TO WS-RPT-AMOUNT
                       WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
                   END-IF

                   PERFORM WRITE-RUN-COUNTS-PARA
                   CLOSE REPORT-FILE
                   CLOSE ACCT-JOURNAL-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   PERFORM CLEAR-RUN-LOCK-PARA

                   DISPLAY "ACCOUNTS READ:        " WS-COUNT-READ
                   DISPLAY "NEWLY DORMANT:        "
                       WS-COUNT-NEW-DORMANT
                   DISPLAY "ALREADY DORMANT:      "
                       WS-COUNT-OLD-DORMANT
                   MOVE WS-TOTAL-DORMANT TO WS-ED-TOTAL
                   DISPLAY "DORMANT BALANCES:     " WS-ED-TOTAL
                   DISPLAY "APPROACHING DORMANCY: "
                       WS-COUNT-APPROACHING
                   DISPLAY "NO ACTIVITY DATE:     " WS-COUNT-NO-DATE
                   DISPLAY "DORMANCY REPORT WRITTEN TO DORMRPT.DAT"
                   EVALUATE TRUE
                       WHEN RUN-HAS-FAILED
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-COUNT-NO-DATE > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF.

       START-ACCOUNTS-PARA.
           MOVE 'N' TO WS-EOF-ACCT
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-ACCT
           END-IF.

       TEST-ACTIVITY-DATE-PARA.
           MOVE 'N' TO WS-ACTIVITY-DATED
           MOVE ACCT-LAST-ACTIVITY TO WS-LAST-ACT
           IF WS-LAST-ACT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LAST-ACT-N) = 0
                   MOVE 'Y' TO WS-ACTIVITY-DATED
               END-IF
           END-IF.

       APPRAISE-ACCOUNT-PARA.
           PERFORM TEST-ACTIVITY-DATE-PARA
           EVALUATE TRUE
               WHEN ACCT-STATUS = 'C'
                   ADD 1 TO WS-COUNT-CLOSED
               WHEN ACCT-STATUS = 'D'
                   ADD 1 TO WS-COUNT-OLD-DORMANT
                   ADD ACCT-BALANCE TO WS-TOTAL-OLD-DORMANT
                   MOVE "ALREADY DORMANT" TO WS-NOTE
                   PERFORM WRITE-DETAIL-PARA
               WHEN NOT ACTIVITY-IS-DATED
                   ADD 1 TO WS-COUNT-NO-DATE
                   DISPLAY "WARNING: ACCOUNT " ACCT-NUMBER
                       " HAS NO USABLE LAST ACTIVITY DATE - NOT JUDGED"
               WHEN ACCT-LAST-ACTIVITY < WS-DORMANT-CUTOFF
                   PERFORM MAKE-DORMANT-PARA
               WHEN OTHER
                   ADD 1 TO WS-COUNT-ACTIVE
           END-EVALUATE.

       MAKE-DORMANT-PARA.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE 'D' TO ACCT-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM WRITE-JOURNAL-PARA
               ADD 1 TO WS-COUNT-NEW-DORMANT
               ADD ACCT-BALANCE TO WS-TOTAL-NEW-DORMANT
               MOVE "NEWLY DORMANT" TO WS-NOTE
           ELSE
               MOVE 'Y' TO WS-RUN-FAILED
               ADD 1 TO WS-COUNT-FAILED
               MOVE "REWRITE FAILED" TO WS-NOTE
               DISPLAY "ERROR: ACCOUNT " ACCT-NUMBER
                   " NOT REWRITTEN (STATUS=" WS-ACCT-FILE-STATUS ")"
           END-IF
           PERFORM WRITE-DETAIL-PARA.

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE 'D' TO JRNL-ACTION
           MOVE ACCT-NUMBER TO JRNL-ACCOUNT
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JRNL-AFTER-IMAGE
           MOVE WS-JRNL-REASON TO JRNL-REASON
           WRITE ACCT-JOURNAL-RECORD
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL RECORD NOT WRITTEN FOR "
                   "ACCOUNT " ACCT-NUMBER " (STATUS="
                   WS-JRNL-FILE-STATUS ")"
           END-IF.

       LIST-APPROACHING-PARA.
           PERFORM TEST-ACTIVITY-DATE-PARA
           IF ACCT-STATUS NOT = 'C'
               AND ACCT-STATUS NOT = 'D'
               AND ACTIVITY-IS-DATED
               AND ACCT-LAST-ACTIVITY NOT < WS-DORMANT-CUTOFF
               AND ACCT-LAST-ACTIVITY < WS-WARNING-CUTOFF
               ADD 1 TO WS-COUNT-APPROACHING
               ADD ACCT-BALANCE TO WS-TOTAL-APPROACHING
               MOVE SPACES TO WS-NOTE
               PERFORM WRITE-DETAIL-PARA
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE ACCT-NUMBER TO WS-DTL-ACCOUNT
           MOVE ACCT-NAME TO WS-DTL-NAME
           MOVE ACCT-BALANCE TO WS-DTL-BALANCE
           MOVE ACCT-LAST-ACTIVITY TO WS-DTL-LAST-ACT
           MOVE SPACES TO WS-DTL-DORMANT
           IF ACTIVITY-IS-DATED
               MOVE ACCT-LAST-ACTIVITY TO WS-MTH-DATE
               MOVE WS-INACTIVE-MONTHS TO WS-MTH-SHIFT
               PERFORM ADD-MONTHS-PARA
               MOVE WS-MTH-DATE TO WS-DTL-DORMANT
           END-IF
           MOVE WS-NOTE TO WS-DTL-NOTE
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL.

       WRITE-REPORT-HEADING-PARA.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-OPERATOR-ID TO WS-RPT-OPERATOR
           MOVE WS-INACTIVE-MONTHS TO WS-RPT-INACTIVE
           MOVE WS-WARNING-MONTHS TO WS-RPT-WARNING
           WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-DORMANT-TOTALS-PARA.
           COMPUTE WS-TOTAL-DORMANT =
               WS-TOTAL-NEW-DORMANT + WS-TOTAL-OLD-DORMANT
           MOVE "NEWLY DORMANT:" TO WS-RPT-LABEL
           MOVE WS-COUNT-NEW-DORMANT TO WS-RPT-COUNT
           MOVE WS-TOTAL-NEW-DORMANT TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "ALREADY DORMANT:" TO WS-RPT-LABEL
           MOVE WS-COUNT-OLD-DORMANT TO WS-RPT-COUNT
           MOVE WS-TOTAL-OLD-DORMANT TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "DORMANT BALANCES (FROZEN):" TO WS-RPT-LABEL
           COMPUTE WS-RPT-COUNT =
               WS-COUNT-NEW-DORMANT + WS-COUNT-OLD-DORMANT
           MOVE WS-TOTAL-DORMANT TO WS-RPT-AMOUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE.

       WRITE-RUN-COUNTS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNTS READ:" TO WS-CNT-LABEL
           MOVE WS-COUNT-READ TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "ACTIVE:" TO WS-CNT-LABEL
           MOVE WS-COUNT-ACTIVE TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (CLOSED):" TO WS-CNT-LABEL
           MOVE WS-COUNT-CLOSED TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "SKIPPED (NO ACTIVITY DATE):" TO WS-CNT-LABEL
           MOVE WS-COUNT-NO-DATE TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE
           MOVE "NOT MARKED (REWRITE FAILED):" TO WS-CNT-LABEL
           MOVE WS-COUNT-FAILED TO WS-CNT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-COUNT-LINE.

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
