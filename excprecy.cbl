               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EXCPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05 ACCT-BALANCE          PIC S9(11)V99.
           05 ACCT-LAST-ACTIVITY    PIC X(8).
           05 ACCT-STATUS           PIC X.
           05 ACCT-RATE-PLAN        PIC X(4).
           05 ACCT-ACCRUED-INT      PIC S9(9)V9(4).
           05 ACCT-ACCRUAL-DATE     PIC X(8).
           05 ACCT-OD-LIMIT         PIC 9(9)V99.
           05 ACCT-OD-EXPIRY        PIC X(8).

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

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RUN-CTL-RUN-ID        PIC 9(7).
           05 RUN-CTL-BATCH-NO      PIC 9(6).
           05 RUN-CTL-TIMESTAMP     PIC X(21).
           05 RUN-CTL-OPERATOR      PIC X(8).
           05 RUN-CTL-EVENT         PIC X(10).
           05 RUN-CTL-REASON        PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).
       01 WS-WORK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LAST-POST-KEY      PIC X(18) VALUE SPACES.
       01 WS-LAST-POST-SEQ      PIC 9(5) VALUE 0.
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-RUNCTL         PIC X VALUE 'N'.
           88 EOF-RUNCTL            VALUE 'Y'.
       01 WS-RUN-ID             PIC 9(7) VALUE 0.
       01 WS-EOF-EXCP           PIC X VALUE 'N'.
           88 EOF-EXCEPTIONS        VALUE 'Y'.
       01 WS-EOF-WORK           PIC X VALUE 'N'.
           88 REPOST-DONE           VALUE 'Y'.
       01 WS-REWRITE-OK         PIC X VALUE 'N'.
           88 REWRITE-OK            VALUE 'Y'.
       01 WS-POSTING-FAILED     PIC X VALUE 'N'.
           88 POSTING-HAS-FAILED    VALUE 'Y'.
       01 WS-REPAIR-IDX         PIC 9(3) VALUE 0.
       01 WS-REPAIR-COUNT       PIC 9(3) VALUE 0.
       01 WS-REPAIR-MAX         PIC 9(3) VALUE 200.
               10 WS-RPR-AMOUNT       PIC S9(7)V99.
       01 WS-PENDING-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-TRIAL-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-EFFECTIVE-LIMIT    PIC 9(9)V99 VALUE 0.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-WORKED-PRIOR PIC 9(7) VALUE 0.
       01 WS-COUNT-REPOSTED     PIC 9(7) VALUE 0.
               END-IF
           END-IF

           IF POSTING-HAS-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       WORK-EXCEPTIONS-PARA.
                   ") - ITEMS CAN ONLY BE WRITTEN OFF OR SKIPPED"
           END-IF

           OPEN I-O ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-POSTING-FILE
               IF WS-POST-FILE-STATUS = "00"
                   CLOSE ACCT-POSTING-FILE
                   OPEN I-O ACCT-POSTING-FILE
               END-IF
           END-IF.

       CLOSE-POSTING-FILES-PARA.
               "S-SKIP: " WITH NO ADVANCING
           ACCEPT WS-ACTION

           IF EXCP-REASON = "DECLINED BY CHECKER"
               AND (WS-ACTION = 'P' OR WS-ACTION = 'C')
               DISPLAY "ITEM WAS DECLINED AT APPROVAL AND CANNOT BE "
                   "REPOSTED - WRITE IT OFF OR RE-KEY IT"
               MOVE 'S' TO WS-ACTION
           END-IF

           IF EXCP-REASON = "INSUFFICIENT FUNDS"
               AND (WS-ACTION = 'P' OR WS-ACTION = 'C')
               DISPLAY "ITEM WAS REFUSED FOR FUNDS AND NEVER REACHED "
                   "THE GL - WRITE IT OFF OR RE-KEY IT"
               MOVE 'S' TO WS-ACTION
           END-IF

           EVALUATE WS-ACTION
               WHEN 'P'
                   PERFORM REPOST-EXCEPTION-PARA
                       DISPLAY "ACCOUNT " EXCP-ACCOUNT " NOT ON "
                           "FILE - ITEM LEFT OPEN"
                   ELSE
                       IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'D'
                           DISPLAY "ACCOUNT " EXCP-ACCOUNT " IS "
                               "CLOSED OR DORMANT - ITEM LEFT OPEN"
                       ELSE
                           PERFORM SUM-PENDING-REPAIRS-PARA
                           COMPUTE WS-TRIAL-BALANCE = ACCT-BALANCE
                                       EXCP-ACCOUNT
                                       " - ITEM LEFT OPEN"
                               NOT ON SIZE ERROR
                                   PERFORM CHECK-FUNDS-PARA
                           END-COMPUTE
                       END-IF
                   END-IF
                   EXCP-ACCOUNT
           END-IF.

       CHECK-FUNDS-PARA.
           IF ACCT-OD-EXPIRY NOT = SPACES
               AND ACCT-OD-EXPIRY < WS-RUN-DATE
               MOVE 0 TO WS-EFFECTIVE-LIMIT
           ELSE
               MOVE ACCT-OD-LIMIT TO WS-EFFECTIVE-LIMIT
           END-IF
           IF EXCP-AMOUNT < 0
               AND WS-TRIAL-BALANCE < 0 - WS-EFFECTIVE-LIMIT
               MOVE WS-TRIAL-BALANCE TO WS-ED-TOTAL
               DISPLAY "INSUFFICIENT FUNDS ON " EXCP-ACCOUNT
                   " - BALANCE WOULD BE " WS-ED-TOTAL
                   ", ITEM LEFT OPEN"
           ELSE
               MOVE 'Y' TO WS-REPOST-DONE
           END-IF.

       SUM-PENDING-REPAIRS-PARA.
           MOVE 0 TO WS-PENDING-TOTAL
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
           END-PERFORM.

       APPLY-REPAIRS-PARA.
           IF WS-REPAIR-COUNT > 0
               PERFORM ASSIGN-RUN-ID-PARA
               DISPLAY "RUN ID ASSIGNED: " WS-RUN-ID
               PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
                   PERFORM APPLY-ONE-REPAIR-PARA
               END-PERFORM
               MOVE "COMPLETED" TO RUN-CTL-EVENT
               PERFORM WRITE-RUN-EVENT-PARA
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

       WRITE-RUN-EVENT-PARA.
           MOVE WS-RUN-ID TO RUN-CTL-RUN-ID
           MOVE 0 TO RUN-CTL-BATCH-NO
           MOVE FUNCTION CURRENT-DATE TO RUN-CTL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RUN-CTL-OPERATOR
           MOVE "EXCEPTION RECYCLE" TO RUN-CTL-REASON
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       APPLY-ONE-REPAIR-PARA.
           MOVE WS-RPR-ACCOUNT(WS-REPAIR-IDX) TO ACCT-NUMBER
                       MOVE WS-RPR-AMOUNT(WS-REPAIR-IDX) TO
                           POST-AMOUNT
                       MOVE WS-OPERATOR-ID TO POST-OPERATOR-ID
                       MOVE SPACES TO POST-APPROVER-ID
                       MOVE WS-RUN-DATE TO POST-ENTRY-DATE
                       MOVE WS-RUN-ID TO POST-RUN-ID
                       PERFORM STORE-POSTING-PARA
                       IF WS-POST-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING: POSTING FILE POSTHIST.DAT "
                               "NOT WRITABLE (STATUS="
                               WS-POST-FILE-STATUS ") - POSTING FOR "
                               WS-RPR-ACCOUNT(WS-REPAIR-IDX)
                               " NOT RECORDED"
                           MOVE 'Y' TO WS-POSTING-FAILED
                       END-IF
                       ADD 1 TO WS-COUNT-REPOSTED
                       ADD WS-RPR-AMOUNT(WS-REPAIR-IDX) TO
                           WS-TOTAL-REPOSTED
               END-ADD
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

       TALLY-EXCEPTION-PARA.
           IF EXCP-DISPOSITION = SPACE
               ADD 1 TO WS-COUNT-STILL-OPEN
