               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RATE-PLAN-FILE.
       01  RATE-PLAN-RECORD.
           05 PLAN-CODE             PIC X(4).
           05 PLAN-TIER-FLOOR       PIC 9(11)V99.
           05 PLAN-ANNUAL-RATE      PIC 9(3)V9(4).
           05 PLAN-DESCRIPTION      PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-JRNL-FILE-STATUS PIC XX VALUE "00".
       01 WS-PLAN-FILE-STATUS PIC XX VALUE "00".
       01 WS-PLAN-EOF         PIC X VALUE 'N'.
           88 EOF-RATE-PLANS      VALUE 'Y'.
       01 WS-PLAN-FOUND       PIC X VALUE 'N'.
           88 RATE-PLAN-FOUND     VALUE 'Y'.
       01 WS-ENTRY-PLAN       PIC X(4) VALUE SPACES.
       01 WS-AUTH-EOF         PIC X VALUE 'N'.
           88 EOF-AUTH-OPS        VALUE 'Y'.
       01 WS-OPERATOR-VALID   PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID   VALUE 'Y'.
       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL   PIC X VALUE SPACE.
       01 WS-JRNL-ACTION      PIC X VALUE SPACE.
       01 WS-JRNL-REASON      PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE     PIC X(101) VALUE SPACES.
       01 WS-EOF-ACCT         PIC X VALUE 'N'.
           88 EOF-ACCOUNTS        VALUE 'Y'.
       01 WS-MENU-CHOICE      PIC X VALUE SPACE.
       01 WS-COUNT-LISTED     PIC 9(7) VALUE 0.
       01 WS-LIST-TOTAL       PIC S9(13)V99 VALUE 0.
       01 WS-ED-BALANCE       PIC -(11)9.99.
       01 WS-ED-ACCRUED       PIC -(9)9.9999.
       01 WS-ENTRY-LIMIT-X    PIC X(14) VALUE SPACES.
       01 WS-ENTRY-LIMIT      PIC 9(9)V99 VALUE 0.
       01 WS-ENTRY-EXPIRY     PIC X(8) VALUE SPACES.
       01 WS-ENTRY-EXPIRY-N REDEFINES WS-ENTRY-EXPIRY PIC 9(8).
       01 WS-LIMIT-VALID      PIC X VALUE 'N'.
           88 LIMIT-IS-VALID      VALUE 'Y'.
       01 WS-ED-LIMIT         PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
                   ") - MAINTENANCE NOT RUN"
           ELSE
               DISPLAY "ACCOUNT MASTER MAINTENANCE"
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-PARA
               IF OPERATOR-IS-VALID
                   OPEN EXTEND ACCT-JOURNAL-FILE
                   IF WS-JRNL-FILE-STATUS = "35"
                       OPEN OUTPUT ACCT-JOURNAL-FILE
                   END-IF
                   IF WS-JRNL-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: ACCOUNT JOURNAL ACCTJRNL.DAT "
                           "NOT AVAILABLE (STATUS="
                           WS-JRNL-FILE-STATUS
                           ") - MAINTENANCE NOT RUN"
                       MOVE 'N' TO WS-OPERATOR-VALID
                   END-IF
               ELSE
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "MAINTENANCE DENIED."
               END-IF
               IF NOT OPERATOR-IS-VALID
                   MOVE 'N' TO WS-CONTINUE
               END-IF
               PERFORM UNTIL WS-CONTINUE NOT = 'Y'
                   DISPLAY "FUNCTION: A-ADD N-CHANGE NAME C-CLOSE "
                       "R-REOPEN T-RATE PLAN O-OD LIMIT "
                       "V-REACTIVATE L-LIST X-EXIT: "
                       WITH NO ADVANCING
                   ACCEPT WS-MENU-CHOICE

                   EVALUATE WS-MENU-CHOICE
                           PERFORM CLOSE-ACCOUNT-PARA
                       WHEN 'R'
                           PERFORM REOPEN-ACCOUNT-PARA
                       WHEN 'T'
                           PERFORM CHANGE-RATE-PLAN-PARA
                       WHEN 'O'
                           PERFORM CHANGE-OD-LIMIT-PARA
                       WHEN 'V'
                           PERFORM REACTIVATE-ACCOUNT-PARA
                       WHEN 'L'
                           PERFORM LIST-ACCOUNTS-PARA
                       WHEN 'X'
                   END-EVALUATE
               END-PERFORM

               IF OPERATOR-IS-VALID
                   CLOSE ACCT-JOURNAL-FILE
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           STOP RUN.

       VALIDATE-OPERATOR-PARA.
           MOVE 'N' TO WS-OPERATOR-VALID
           MOVE 'N' TO WS-AUTH-EOF
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
                               MOVE AUTH-PERM-LEVEL
                                   TO WS-OPERATOR-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-OPERATOR-FILE
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE ACCT-NUMBER TO JRNL-ACCOUNT
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JRNL-AFTER-IMAGE
           MOVE WS-JRNL-REASON TO JRNL-REASON
           WRITE ACCT-JOURNAL-RECORD
           MOVE SPACES TO WS-JRNL-REASON
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL RECORD NOT WRITTEN FOR "
                   "ACCOUNT " ACCT-NUMBER " (STATUS="
                   WS-JRNL-FILE-STATUS ")"
           END-IF.

       ADD-ACCOUNT-PARA.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ACCOUNT
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ENTRY-BALANCE-X)
                           TO WS-ENTRY-BALANCE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER
                       MOVE WS-ENTRY-NAME TO ACCT-NAME
                       MOVE WS-ENTRY-BALANCE TO ACCT-BALANCE
                       MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY
                       MOVE 'A' TO ACCT-STATUS
                       MOVE SPACES TO ACCT-RATE-PLAN
                       MOVE 0 TO ACCT-ACCRUED-INT
                       MOVE SPACES TO ACCT-ACCRUAL-DATE
                       MOVE 0 TO ACCT-OD-LIMIT
                       MOVE SPACES TO ACCT-OD-EXPIRY
                       WRITE ACCOUNT-RECORD
                       IF WS-ACCT-FILE-STATUS = "00"
                           MOVE 'A' TO WS-JRNL-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " ADDED"
                       ELSE
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
               IF WS-ENTRY-NAME = SPACES
                   DISPLAY "NAME NOT CHANGED"
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-ENTRY-NAME TO ACCT-NAME
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCT-FILE-STATUS = "00"
                       MOVE 'N' TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " NAME CHANGED"
                   ELSE
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " NAME NOT CHANGED (STATUS="
                           WS-ACCT-FILE-STATUS ")"
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " ALREADY CLOSED"
               ELSE
                   IF ACCT-STATUS = 'D'
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS DORMANT - REACTIVATE WITH V FIRST"
                   ELSE
                       IF ACCT-BALANCE NOT = 0
                           MOVE ACCT-BALANCE TO WS-ED-BALANCE
                           DISPLAY "WARNING: ACCOUNT " WS-ENTRY-ACCOUNT
                               " CLOSED WITH BALANCE " WS-ED-BALANCE
                       END-IF
                       IF ACCT-ACCRUED-INT NOT = 0
                           MOVE ACCT-ACCRUED-INT TO WS-ED-ACCRUED
                           DISPLAY "WARNING: ACCOUNT " WS-ENTRY-ACCOUNT
                               " CLOSED WITH UNCAPITALIZED INTEREST "
                               WS-ED-ACCRUED
                       END-IF
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'C' TO ACCT-STATUS
                       MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCT-FILE-STATUS = "00"
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " CLOSED"
                       ELSE
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                               " NOT CLOSED (STATUS="
                               WS-ACCT-FILE-STATUS ")"
                       END-IF
                   END-IF
               END-IF
           END-IF.

               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " NOT ON FILE"
           ELSE
               IF ACCT-STATUS NOT = 'C'
                   IF ACCT-STATUS = 'D'
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS DORMANT - USE V-REACTIVATE"
                   ELSE
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " ALREADY OPEN"
                   END-IF
               ELSE
                   MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'A' TO ACCT-STATUS
                   MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY
                   MOVE WS-RUN-DATE TO ACCT-ACCRUAL-DATE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCT-FILE-STATUS = "00"
                       MOVE 'R' TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " REOPENED"
                   ELSE
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " NOT REOPENED (STATUS="
                           WS-ACCT-FILE-STATUS ")"
                   END-IF
               END-IF
           END-IF.

       REACTIVATE-ACCOUNT-PARA.
           IF WS-OPERATOR-LEVEL < '2'
               DISPLAY "REACTIVATION NEEDS A SENIOR OPERATOR - "
                   "ACCOUNT NOT REACTIVATED"
           ELSE
               DISPLAY "ACCOUNT NUMBER TO REACTIVATE: "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-ACCOUNT
               MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " NOT ON FILE"
               ELSE
                   IF ACCT-STATUS NOT = 'D'
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS NOT DORMANT"
                   ELSE
                       MOVE ACCT-BALANCE TO WS-ED-BALANCE
                       DISPLAY "FROZEN BALANCE: " WS-ED-BALANCE
                           "  LAST ACTIVITY: " ACCT-LAST-ACTIVITY
                       DISPLAY "REASON FOR REACTIVATION: "
                           WITH NO ADVANCING
                       ACCEPT WS-JRNL-REASON
                       IF WS-JRNL-REASON = SPACES
                           DISPLAY "A REASON IS REQUIRED - "
                               "ACCOUNT NOT REACTIVATED"
                       ELSE
                           PERFORM APPLY-REACTIVATION-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-REACTIVATION-PARA.
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE 'A' TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY
           MOVE WS-RUN-DATE TO ACCT-ACCRUAL-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE 'V' TO WS-JRNL-ACTION
               PERFORM WRITE-JOURNAL-PARA
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " REACTIVATED"
           ELSE
               MOVE SPACES TO WS-JRNL-REASON
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                   " NOT REACTIVATED (STATUS="
                   WS-ACCT-FILE-STATUS ")"
           END-IF.

       CHANGE-RATE-PLAN-PARA.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ACCOUNT
           MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " NOT ON FILE"
           ELSE
               DISPLAY "CURRENT RATE PLAN: " ACCT-RATE-PLAN
               DISPLAY "NEW RATE PLAN (SPACES FOR NONE): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-PLAN
               MOVE 'Y' TO WS-PLAN-FOUND
               IF WS-ENTRY-PLAN NOT = SPACES
                   PERFORM FIND-RATE-PLAN-PARA
               END-IF
               IF NOT RATE-PLAN-FOUND
                   DISPLAY "RATE PLAN " WS-ENTRY-PLAN
                       " NOT ON RATEPLAN.DAT - PLAN NOT CHANGED"
               ELSE
                   IF WS-ENTRY-PLAN = ACCT-RATE-PLAN
                       DISPLAY "RATE PLAN NOT CHANGED"
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-ENTRY-PLAN TO ACCT-RATE-PLAN
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCT-FILE-STATUS = "00"
                           MOVE 'T' TO WS-JRNL-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                               " RATE PLAN CHANGED"
                       ELSE
                           DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                               " RATE PLAN NOT CHANGED (STATUS="
                               WS-ACCT-FILE-STATUS ")"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-OD-LIMIT-PARA.
           IF WS-OPERATOR-LEVEL < '2'
               DISPLAY "OVERDRAFT LIMITS NEED A SENIOR OPERATOR - "
                   "LIMIT NOT CHANGED"
           ELSE
               DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-ACCOUNT
               MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " NOT ON FILE"
               ELSE
                   IF ACCT-STATUS = 'C'
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS CLOSED - LIMIT NOT CHANGED"
                   ELSE
                       PERFORM ACCEPT-OD-LIMIT-PARA
                       IF LIMIT-IS-VALID
                           PERFORM APPLY-OD-LIMIT-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-OD-LIMIT-PARA.
           MOVE 'N' TO WS-LIMIT-VALID
           MOVE ACCT-OD-LIMIT TO WS-ED-LIMIT
           DISPLAY "CURRENT OVERDRAFT LIMIT: " WS-ED-LIMIT
               "  EXPIRES: " ACCT-OD-EXPIRY
           DISPLAY "NEW OVERDRAFT LIMIT (0 FOR NONE): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-LIMIT-X
           MOVE SPACES TO WS-ENTRY-EXPIRY
           IF WS-ENTRY-LIMIT-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRY-LIMIT-X) NOT = 0
               DISPLAY "OVERDRAFT LIMIT IS NOT NUMERIC - "
                   "LIMIT NOT CHANGED"
           ELSE
               IF FUNCTION NUMVAL(WS-ENTRY-LIMIT-X) < 0
                   OR FUNCTION NUMVAL(WS-ENTRY-LIMIT-X)
                       > 999999999.99
                   DISPLAY "OVERDRAFT LIMIT OUT OF RANGE - "
                       "LIMIT NOT CHANGED"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRY-LIMIT-X)
                       TO WS-ENTRY-LIMIT
                   IF WS-ENTRY-LIMIT = 0
                       MOVE 'Y' TO WS-LIMIT-VALID
                   ELSE
                       DISPLAY "LIMIT EXPIRY YYYYMMDD (SPACES FOR "
                           "NO EXPIRY): " WITH NO ADVANCING
                       ACCEPT WS-ENTRY-EXPIRY
                       PERFORM VALIDATE-OD-EXPIRY-PARA
                   END-IF
               END-IF
           END-IF.

       VALIDATE-OD-EXPIRY-PARA.
           IF WS-ENTRY-EXPIRY = SPACES
               MOVE 'Y' TO WS-LIMIT-VALID
           ELSE
               IF WS-ENTRY-EXPIRY IS NOT NUMERIC
                   DISPLAY "LIMIT EXPIRY IS NOT A DATE - "
                       "LIMIT NOT CHANGED"
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-EXPIRY-N)
                       NOT = 0
                       DISPLAY "LIMIT EXPIRY IS NOT A VALID DATE - "
                           "LIMIT NOT CHANGED"
                   ELSE
                       IF WS-ENTRY-EXPIRY < WS-RUN-DATE
                           DISPLAY "LIMIT EXPIRY IS IN THE PAST - "
                               "LIMIT NOT CHANGED"
                       ELSE
                           MOVE 'Y' TO WS-LIMIT-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-OD-LIMIT-PARA.
           IF WS-ENTRY-LIMIT = ACCT-OD-LIMIT
               AND WS-ENTRY-EXPIRY = ACCT-OD-EXPIRY
               DISPLAY "OVERDRAFT LIMIT NOT CHANGED"
           ELSE
               MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ENTRY-LIMIT TO ACCT-OD-LIMIT
               MOVE WS-ENTRY-EXPIRY TO ACCT-OD-EXPIRY
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS = "00"
                   MOVE 'O' TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-PARA
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " OVERDRAFT LIMIT CHANGED"
                   IF ACCT-BALANCE < 0
                       AND 0 - ACCT-BALANCE > ACCT-OD-LIMIT
                       MOVE ACCT-BALANCE TO WS-ED-BALANCE
                       DISPLAY "WARNING: BALANCE " WS-ED-BALANCE
                           " IS ALREADY BEYOND THE NEW LIMIT"
                   END-IF
               ELSE
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " OVERDRAFT LIMIT NOT CHANGED (STATUS="
                       WS-ACCT-FILE-STATUS ")"
               END-IF
           END-IF.

       FIND-RATE-PLAN-PARA.
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE 'N' TO WS-PLAN-EOF
           OPEN INPUT RATE-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "RATE PLAN TABLE RATEPLAN.DAT NOT AVAILABLE "
                   "(STATUS=" WS-PLAN-FILE-STATUS ")"
           ELSE
               PERFORM UNTIL EOF-RATE-PLANS
                   READ RATE-PLAN-FILE
                       AT END
                           MOVE 'Y' TO WS-PLAN-EOF
                       NOT AT END
                           IF PLAN-CODE = WS-ENTRY-PLAN
                               MOVE 'Y' TO WS-PLAN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-PLAN-FILE
           END-IF.

       LIST-ACCOUNTS-PARA.
           MOVE 0 TO WS-COUNT-LISTED
           MOVE 0 TO WS-LIST-TOTAL
               MOVE 'Y' TO WS-EOF-ACCT
           END-IF
           DISPLAY "ACCOUNT     NAME                       "
               "BALANCE        LAST-ACT STATUS PLAN"
           PERFORM UNTIL EOF-ACCOUNTS
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE ACCT-BALANCE TO WS-ED-BALANCE
                       DISPLAY ACCT-NUMBER "  " ACCT-NAME "  "
                           WS-ED-BALANCE "  " ACCT-LAST-ACTIVITY
                           "  " ACCT-STATUS "      " ACCT-RATE-PLAN
               END-READ
           END-PERFORM
           MOVE WS-LIST-TOTAL TO WS-ED-BALANCE
