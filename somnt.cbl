       IDENTIFICATION DIVISION.
       PROGRAM-ID. SoMnt.

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
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

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

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LOCK-STATE            PIC X(8).
           05 LOCK-TIMESTAMP        PIC X(21).
           05 LOCK-OPERATOR         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SO-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS PIC XX VALUE "00".
       01 WS-RUN-IN-FLIGHT    PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT       VALUE 'Y'.
       01 WS-GEN-MARK-DATE    PIC X(8) VALUE SPACES.
       01 WS-GEN-MARK-COUNT   PIC 9(4) VALUE 0.
       01 WS-LOAD-MARK-DATE   PIC X(8) VALUE SPACES.
       01 WS-LOAD-MARK-COUNT  PIC 9(4) VALUE 0.
       01 WS-SO-EOF           PIC X VALUE 'N'.
           88 EOF-STANDING-ORDERS VALUE 'Y'.
       01 WS-AUTH-EOF         PIC X VALUE 'N'.
           88 EOF-AUTH-OPS        VALUE 'Y'.
       01 WS-OPERATOR-VALID   PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID   VALUE 'Y'.
       01 WS-ACCT-OPEN        PIC X VALUE 'N'.
           88 ACCT-MASTER-OPEN    VALUE 'Y'.
       01 WS-TABLE-OVERFLOW   PIC X VALUE 'N'.
           88 SO-TABLE-OVERFLOW   VALUE 'Y'.
       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-SO-IDX           PIC 9(4) VALUE 0.
       01 WS-SO-COUNT         PIC 9(4) VALUE 0.
       01 WS-SO-MAX           PIC 9(4) VALUE 999.
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
       01 WS-MENU-CHOICE      PIC X VALUE SPACE.
       01 WS-CONTINUE         PIC X VALUE 'Y'.
       01 WS-CHANGES-MADE     PIC X VALUE 'N'.
           88 CHANGES-MADE        VALUE 'Y'.
       01 WS-ENTRY-VALID      PIC X VALUE 'N'.
           88 ENTRY-IS-VALID      VALUE 'Y'.
       01 WS-ENTRY-ID         PIC X(8) VALUE SPACES.
       01 WS-ENTRY-ACCOUNT    PIC X(10) VALUE SPACES.
       01 WS-ENTRY-OP         PIC X VALUE SPACE.
       01 WS-ENTRY-NUM1-X     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-NUM2-X     PIC X(12) VALUE SPACES.
       01 WS-ENTRY-NUM1       PIC S9(7)V99 VALUE 0.
       01 WS-ENTRY-NUM2       PIC S9(7)V99 VALUE 0.
       01 WS-ENTRY-CCY        PIC X(3) VALUE SPACES.
       01 WS-ENTRY-FREQ       PIC X VALUE SPACE.
       01 WS-ENTRY-DAY-X      PIC X(2) VALUE SPACES.
       01 WS-ENTRY-DAY        PIC 9(2) VALUE 0.
       01 WS-ENTRY-START      PIC X(8) VALUE SPACES.
       01 WS-ENTRY-START-N REDEFINES WS-ENTRY-START PIC 9(8).
       01 WS-ENTRY-END        PIC X(8) VALUE SPACES.
       01 WS-ENTRY-END-N REDEFINES WS-ENTRY-END PIC 9(8).
       01 WS-ENTRY-DESC       PIC X(20) VALUE SPACES.
       01 WS-FOUND-IDX        PIC 9(4) VALUE 0.
       01 WS-DUE-DATE.
           05 WS-DUE-YYYY         PIC 9(4).
           05 WS-DUE-MM           PIC 9(2).
           05 WS-DUE-DD           PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).
       01 WS-DUE-FREQ         PIC X VALUE SPACE.
       01 WS-DUE-DAY          PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS       PIC 9(2) VALUE 0.
       01 WS-DAY-NUMBER       PIC 9(7) VALUE 0.
       01 WS-ED-NUM1          PIC -(7)9.99.
       01 WS-ED-NUM2          PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "STANDING ORDER MAINTENANCE"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-CONTINUE
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-PARA
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "MAINTENANCE DENIED."
                   MOVE 'N' TO WS-CONTINUE
               ELSE
                   OPEN INPUT ACCOUNT-MASTER-FILE
                   IF WS-ACCT-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                           "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                           ") - MAINTENANCE NOT RUN"
                       MOVE 'N' TO WS-CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-ACCT-OPEN
                       PERFORM LOAD-STANDING-ORDERS-PARA
                       IF SO-TABLE-OVERFLOW
                           DISPLAY "ERROR: STNDORD.DAT HOLDS MORE THAN "
                               WS-SO-MAX " ORDERS - MAINTENANCE NOT RUN"
                           MOVE 'N' TO WS-CONTINUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "FUNCTION: A-ADD C-CHANGE S-SUSPEND "
                   "R-RESUME E-END L-LIST X-EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 'A'
                       PERFORM ADD-ORDER-PARA
                   WHEN 'C'
                       PERFORM CHANGE-ORDER-PARA
                   WHEN 'S'
                       PERFORM SUSPEND-ORDER-PARA
                   WHEN 'R'
                       PERFORM RESUME-ORDER-PARA
                   WHEN 'E'
                       PERFORM END-ORDER-PARA
                   WHEN 'L'
                       PERFORM LIST-ORDERS-PARA
                   WHEN 'X'
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID FUNCTION."
               END-EVALUATE
           END-PERFORM

           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           IF CHANGES-MADE
               PERFORM SAVE-STANDING-ORDERS-PARA
           ELSE
               DISPLAY "NO CHANGES MADE"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-OPERATOR-FILE
           END-IF.

       LOAD-STANDING-ORDERS-PARA.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
               DISPLAY "STNDORD.DAT NOT FOUND - STARTING WITH AN "
                   "EMPTY STANDING ORDER FILE"
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
                                   PERFORM NOTE-GENERATION-MARK-PARA
                               ELSE
                                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF
           MOVE WS-GEN-MARK-DATE TO WS-LOAD-MARK-DATE
           MOVE WS-GEN-MARK-COUNT TO WS-LOAD-MARK-COUNT.

       NOTE-GENERATION-MARK-PARA.
           IF SO-LAST-GENERATED > WS-GEN-MARK-DATE
               MOVE SO-LAST-GENERATED TO WS-GEN-MARK-DATE
               MOVE 1 TO WS-GEN-MARK-COUNT
           ELSE
               IF SO-LAST-GENERATED = WS-GEN-MARK-DATE
                   ADD 1 TO WS-GEN-MARK-COUNT
               END-IF
           END-IF.

       CHECK-GENERATION-MARK-PARA.
           MOVE SPACES TO WS-GEN-MARK-DATE
           MOVE 0 TO WS-GEN-MARK-COUNT
           MOVE 'N' TO WS-SO-EOF
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS = "00"
               PERFORM UNTIL EOF-STANDING-ORDERS
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-SO-EOF
                       NOT AT END
                           IF SO-ORDER-ID NOT = SPACES
                               PERFORM NOTE-GENERATION-MARK-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       FIND-ORDER-PARA.
           MOVE 0 TO WS-FOUND-IDX
           DISPLAY "ORDER ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-ENTRY-ID = WS-SO-ID(WS-SO-IDX)
                   MOVE WS-SO-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ACCEPT-ACCOUNT-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ACCOUNT
           MOVE WS-ENTRY-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " NOT ON FILE"
           ELSE
               IF ACCT-STATUS = 'C'
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " IS CLOSED"
               ELSE
                   DISPLAY "ACCOUNT NAME: " ACCT-NAME
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       ACCEPT-AMOUNTS-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "FIRST AMOUNT (NUM1): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUM1-X
           DISPLAY "SECOND AMOUNT (NUM2): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NUM2-X
           IF WS-ENTRY-NUM1-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRY-NUM1-X) NOT = 0
               OR WS-ENTRY-NUM2-X = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRY-NUM2-X) NOT = 0
               DISPLAY "AMOUNTS MUST BE NUMERIC"
           ELSE
               IF FUNCTION NUMVAL(WS-ENTRY-NUM1-X) > 9999999.99
                   OR FUNCTION NUMVAL(WS-ENTRY-NUM1-X) < -9999999.99
                   OR FUNCTION NUMVAL(WS-ENTRY-NUM2-X) > 9999999.99
                   OR FUNCTION NUMVAL(WS-ENTRY-NUM2-X) < -9999999.99
                   DISPLAY "AMOUNTS MUST NOT EXCEED 9999999.99"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRY-NUM1-X)
                       TO WS-ENTRY-NUM1
                   MOVE FUNCTION NUMVAL(WS-ENTRY-NUM2-X)
                       TO WS-ENTRY-NUM2
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       ACCEPT-SCHEDULE-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           MOVE 0 TO WS-ENTRY-DAY
           DISPLAY "FREQUENCY (D-DAILY W-WEEKLY M-MONTHLY "
               "N-NAMED DAY OF MONTH): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-FREQ
           IF WS-ENTRY-FREQ = 'N'
               DISPLAY "DAY OF MONTH (01-31): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DAY-X
               IF WS-ENTRY-DAY-X IS NUMERIC
                   MOVE WS-ENTRY-DAY-X TO WS-ENTRY-DAY
               END-IF
           END-IF
           DISPLAY "START DATE YYYYMMDD (SPACES FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-START
           IF WS-ENTRY-START = SPACES
               MOVE WS-RUN-DATE TO WS-ENTRY-START
           END-IF
           DISPLAY "END DATE YYYYMMDD (SPACES FOR NO END): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-END
           EVALUATE TRUE
               WHEN WS-ENTRY-FREQ NOT = 'D'
                   AND WS-ENTRY-FREQ NOT = 'W'
                   AND WS-ENTRY-FREQ NOT = 'M'
                   AND WS-ENTRY-FREQ NOT = 'N'
                   DISPLAY "INVALID FREQUENCY"
               WHEN WS-ENTRY-FREQ = 'N'
                   AND (WS-ENTRY-DAY < 1 OR WS-ENTRY-DAY > 31)
                   DISPLAY "DAY OF MONTH MUST BE 01 TO 31"
               WHEN WS-ENTRY-START IS NOT NUMERIC
                   DISPLAY "START DATE IS NOT A VALID DATE"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-START-N)
                   NOT = 0
                   DISPLAY "START DATE IS NOT A VALID DATE"
               WHEN WS-ENTRY-START < WS-RUN-DATE
                   DISPLAY "START DATE MAY NOT BE IN THE PAST"
               WHEN OTHER
                   PERFORM VALIDATE-END-DATE-PARA
           END-EVALUATE
           IF ENTRY-IS-VALID AND WS-ENTRY-FREQ = 'M'
               MOVE WS-ENTRY-START(7:2) TO WS-ENTRY-DAY
           END-IF.

       VALIDATE-END-DATE-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           IF WS-ENTRY-END = SPACES
               MOVE 'Y' TO WS-ENTRY-VALID
           ELSE
               IF WS-ENTRY-END IS NOT NUMERIC
                   DISPLAY "END DATE IS NOT A VALID DATE"
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-END-N)
                       NOT = 0
                       DISPLAY "END DATE IS NOT A VALID DATE"
                   ELSE
                       IF WS-ENTRY-END < WS-ENTRY-START
                           OR WS-ENTRY-END < WS-RUN-DATE
                           DISPLAY "END DATE MAY NOT BE BEFORE THE "
                               "START DATE OR TODAY"
                       ELSE
                           MOVE 'Y' TO WS-ENTRY-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-ORDER-PARA.
           IF WS-SO-COUNT >= WS-SO-MAX
               DISPLAY "STANDING ORDER TABLE FULL - CANNOT ADD"
           ELSE
               PERFORM FIND-ORDER-PARA
               IF WS-ENTRY-ID = SPACES
                   DISPLAY "ORDER ID REQUIRED"
               ELSE
                   IF WS-FOUND-IDX > 0
                       DISPLAY "ORDER " WS-ENTRY-ID " ALREADY ON FILE"
                   ELSE
                       PERFORM ACCEPT-ORDER-DETAILS-PARA
                   END-IF
               END-IF
           END-IF.

       ACCEPT-ORDER-DETAILS-PARA.
           PERFORM ACCEPT-ACCOUNT-PARA
           IF ENTRY-IS-VALID
               DISPLAY "OPERATION (A S M D R P): " WITH NO ADVANCING
               ACCEPT WS-ENTRY-OP
               EVALUATE WS-ENTRY-OP
                   WHEN 'A' WHEN 'S' WHEN 'M'
                   WHEN 'D' WHEN 'R' WHEN 'P'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID OPERATION"
                       MOVE 'N' TO WS-ENTRY-VALID
               END-EVALUATE
           END-IF
           IF ENTRY-IS-VALID
               PERFORM ACCEPT-AMOUNTS-PARA
           END-IF
           IF ENTRY-IS-VALID
               DISPLAY "CURRENCY: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-CCY
               IF WS-ENTRY-CCY = SPACES
                   DISPLAY "CURRENCY REQUIRED"
                   MOVE 'N' TO WS-ENTRY-VALID
               END-IF
           END-IF
           IF ENTRY-IS-VALID
               PERFORM ACCEPT-SCHEDULE-PARA
           END-IF
           IF ENTRY-IS-VALID
               DISPLAY "DESCRIPTION: " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DESC
               ADD 1 TO WS-SO-COUNT
               MOVE WS-ENTRY-ID TO WS-SO-ID(WS-SO-COUNT)
               MOVE WS-ENTRY-ACCOUNT TO WS-SO-ACCOUNT(WS-SO-COUNT)
               MOVE WS-ENTRY-OP TO WS-SO-OP(WS-SO-COUNT)
               MOVE WS-ENTRY-NUM1 TO WS-SO-NUM1(WS-SO-COUNT)
               MOVE WS-ENTRY-NUM2 TO WS-SO-NUM2(WS-SO-COUNT)
               MOVE WS-ENTRY-CCY TO WS-SO-CCY(WS-SO-COUNT)
               MOVE WS-ENTRY-FREQ TO WS-SO-FREQ(WS-SO-COUNT)
               MOVE WS-ENTRY-DAY TO WS-SO-DAY(WS-SO-COUNT)
               MOVE WS-ENTRY-START TO WS-SO-START(WS-SO-COUNT)
               MOVE WS-ENTRY-END TO WS-SO-END(WS-SO-COUNT)
               MOVE 'A' TO WS-SO-STATUS(WS-SO-COUNT)
               MOVE SPACES TO WS-SO-LAST-GEN(WS-SO-COUNT)
               MOVE WS-OPERATOR-ID TO WS-SO-OPERATOR(WS-SO-COUNT)
               MOVE WS-ENTRY-DESC TO WS-SO-DESC(WS-SO-COUNT)
               MOVE WS-SO-COUNT TO WS-SO-IDX
               PERFORM FIRST-DUE-DATE-PARA
               MOVE 'Y' TO WS-CHANGES-MADE
               DISPLAY "ORDER " WS-ENTRY-ID " ADDED - FIRST DUE "
                   WS-SO-NEXT-DUE(WS-SO-COUNT)
           ELSE
               DISPLAY "ORDER NOT ADDED"
           END-IF.

       FIRST-DUE-DATE-PARA.
           MOVE WS-SO-START(WS-SO-IDX) TO WS-DUE-DATE
           MOVE WS-SO-FREQ(WS-SO-IDX) TO WS-DUE-FREQ
           MOVE WS-SO-DAY(WS-SO-IDX) TO WS-DUE-DAY
           IF WS-DUE-FREQ = 'N'
               PERFORM SET-MONTH-DAY-PARA
               IF WS-DUE-DATE < WS-SO-START(WS-SO-IDX)
                   PERFORM ADVANCE-DUE-DATE-PARA
               END-IF
           END-IF
           MOVE WS-DUE-DATE TO WS-SO-NEXT-DUE(WS-SO-IDX)
           PERFORM CHECK-END-DATE-PARA.

       ADVANCE-DUE-DATE-PARA.
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

       CHECK-END-DATE-PARA.
           IF WS-SO-END(WS-SO-IDX) NOT = SPACES
               AND WS-SO-NEXT-DUE(WS-SO-IDX) > WS-SO-END(WS-SO-IDX)
               MOVE 'E' TO WS-SO-STATUS(WS-SO-IDX)
               DISPLAY "ORDER " WS-SO-ID(WS-SO-IDX)
                   " HAS NO OCCURRENCE BEFORE ITS END DATE - ENDED"
           END-IF.

       CHANGE-ORDER-PARA.
           PERFORM FIND-ORDER-PARA
           IF WS-FOUND-IDX = 0
               DISPLAY "ORDER " WS-ENTRY-ID " NOT ON FILE"
           ELSE
               IF WS-SO-STATUS(WS-FOUND-IDX) = 'E'
                   DISPLAY "ORDER " WS-ENTRY-ID " HAS ENDED - "
                       "ADD A NEW ORDER INSTEAD"
               ELSE
                   MOVE WS-SO-NUM1(WS-FOUND-IDX) TO WS-ED-NUM1
                   MOVE WS-SO-NUM2(WS-FOUND-IDX) TO WS-ED-NUM2
                   DISPLAY "CURRENT: " WS-SO-OP(WS-FOUND-IDX) " "
                       WS-ED-NUM1 " " WS-ED-NUM2 " "
                       WS-SO-CCY(WS-FOUND-IDX) " END "
                       WS-SO-END(WS-FOUND-IDX)
                   PERFORM ACCEPT-AMOUNTS-PARA
                   IF ENTRY-IS-VALID
                       MOVE WS-SO-START(WS-FOUND-IDX) TO
                           WS-ENTRY-START
                       DISPLAY "END DATE YYYYMMDD (SPACES FOR NO "
                           "END): " WITH NO ADVANCING
                       ACCEPT WS-ENTRY-END
                       PERFORM VALIDATE-END-DATE-PARA
                   END-IF
                   IF ENTRY-IS-VALID
                       MOVE WS-ENTRY-NUM1 TO WS-SO-NUM1(WS-FOUND-IDX)
                       MOVE WS-ENTRY-NUM2 TO WS-SO-NUM2(WS-FOUND-IDX)
                       MOVE WS-ENTRY-END TO WS-SO-END(WS-FOUND-IDX)
                       MOVE WS-OPERATOR-ID TO
                           WS-SO-OPERATOR(WS-FOUND-IDX)
                       MOVE WS-FOUND-IDX TO WS-SO-IDX
                       PERFORM CHECK-END-DATE-PARA
                       MOVE 'Y' TO WS-CHANGES-MADE
                       DISPLAY "ORDER " WS-ENTRY-ID " CHANGED"
                   ELSE
                       DISPLAY "ORDER NOT CHANGED"
                   END-IF
               END-IF
           END-IF.

       SUSPEND-ORDER-PARA.
           PERFORM FIND-ORDER-PARA
           IF WS-FOUND-IDX = 0
               DISPLAY "ORDER " WS-ENTRY-ID " NOT ON FILE"
           ELSE
               IF WS-SO-STATUS(WS-FOUND-IDX) NOT = 'A'
                   DISPLAY "ORDER " WS-ENTRY-ID " IS NOT ACTIVE"
               ELSE
                   MOVE 'S' TO WS-SO-STATUS(WS-FOUND-IDX)
                   MOVE WS-OPERATOR-ID TO WS-SO-OPERATOR(WS-FOUND-IDX)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "ORDER " WS-ENTRY-ID " SUSPENDED"
               END-IF
           END-IF.

       RESUME-ORDER-PARA.
           PERFORM FIND-ORDER-PARA
           IF WS-FOUND-IDX = 0
               DISPLAY "ORDER " WS-ENTRY-ID " NOT ON FILE"
           ELSE
               IF WS-SO-STATUS(WS-FOUND-IDX) NOT = 'S'
                   DISPLAY "ORDER " WS-ENTRY-ID " IS NOT SUSPENDED"
               ELSE
                   MOVE WS-FOUND-IDX TO WS-SO-IDX
                   MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-DUE-DATE
                   MOVE WS-SO-FREQ(WS-SO-IDX) TO WS-DUE-FREQ
                   MOVE WS-SO-DAY(WS-SO-IDX) TO WS-DUE-DAY
                   PERFORM ADVANCE-DUE-DATE-PARA
                       UNTIL WS-DUE-DATE >= WS-RUN-DATE
                   MOVE WS-DUE-DATE TO WS-SO-NEXT-DUE(WS-SO-IDX)
                   MOVE 'A' TO WS-SO-STATUS(WS-SO-IDX)
                   MOVE WS-OPERATOR-ID TO WS-SO-OPERATOR(WS-SO-IDX)
                   PERFORM CHECK-END-DATE-PARA
                   MOVE 'Y' TO WS-CHANGES-MADE
                   IF WS-SO-STATUS(WS-SO-IDX) = 'A'
                       DISPLAY "ORDER " WS-ENTRY-ID " RESUMED - NEXT "
                           "DUE " WS-SO-NEXT-DUE(WS-SO-IDX)
                   END-IF
               END-IF
           END-IF.

       END-ORDER-PARA.
           PERFORM FIND-ORDER-PARA
           IF WS-FOUND-IDX = 0
               DISPLAY "ORDER " WS-ENTRY-ID " NOT ON FILE"
           ELSE
               IF WS-SO-STATUS(WS-FOUND-IDX) = 'E'
                   DISPLAY "ORDER " WS-ENTRY-ID " HAS ALREADY ENDED"
               ELSE
                   MOVE 'E' TO WS-SO-STATUS(WS-FOUND-IDX)
                   MOVE WS-RUN-DATE TO WS-SO-END(WS-FOUND-IDX)
                   MOVE WS-OPERATOR-ID TO WS-SO-OPERATOR(WS-FOUND-IDX)
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "ORDER " WS-ENTRY-ID " ENDED"
               END-IF
           END-IF.

       LIST-ORDERS-PARA.
           DISPLAY "ORDER    ACCOUNT    OP       NUM1        NUM2 "
               "CCY F DD START    END      NEXT DUE ST"
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE WS-SO-NUM1(WS-SO-IDX) TO WS-ED-NUM1
               MOVE WS-SO-NUM2(WS-SO-IDX) TO WS-ED-NUM2
               DISPLAY WS-SO-ID(WS-SO-IDX) " "
                   WS-SO-ACCOUNT(WS-SO-IDX) " "
                   WS-SO-OP(WS-SO-IDX) " "
                   WS-ED-NUM1 " " WS-ED-NUM2 " "
                   WS-SO-CCY(WS-SO-IDX) " "
                   WS-SO-FREQ(WS-SO-IDX) " "
                   WS-SO-DAY(WS-SO-IDX) " "
                   WS-SO-START(WS-SO-IDX) " "
                   WS-SO-END(WS-SO-IDX) " "
                   WS-SO-NEXT-DUE(WS-SO-IDX) " "
                   WS-SO-STATUS(WS-SO-IDX)
           END-PERFORM
           DISPLAY "ORDERS ON FILE: " WS-SO-COUNT.

       SAVE-STANDING-ORDERS-PARA.
           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "CHANGES NOT SAVED, RE-ENTER THEM AFTER THE RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-GENERATION-MARK-PARA
               IF WS-GEN-MARK-DATE NOT = WS-LOAD-MARK-DATE
                   OR WS-GEN-MARK-COUNT NOT = WS-LOAD-MARK-COUNT
                   DISPLAY "STANDING ORDERS WERE GENERATED DURING "
                       "THIS SESSION - CHANGES NOT SAVED, RE-ENTER "
                       "THEM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-STANDING-ORDERS-PARA
               END-IF
           END-IF.

       WRITE-STANDING-ORDERS-PARA.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STNDORD.DAT NOT WRITABLE (STATUS="
                   WS-SO-FILE-STATUS ") - CHANGES LOST"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   MOVE WS-SO-ENTRY(WS-SO-IDX) TO
                       STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
               DISPLAY "STNDORD.DAT UPDATED (" WS-SO-COUNT
                   " ORDERS)"
           END-IF.
