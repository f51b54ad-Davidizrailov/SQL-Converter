       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctInq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT ACCT-EXCEPTION-FILE ASSIGN TO "ACCTEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-FILE-STATUS.

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

       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05 AUTH-OPERATOR-ID-REC  PIC X(8).
           05 AUTH-OPERATOR-NAME    PIC X(25).
           05 AUTH-EXPIRY-DATE      PIC X(8).
           05 AUTH-PERM-LEVEL       PIC X.
           05 AUTH-OP-STATUS        PIC X.

       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-RECORD.
           05 INQ-TIMESTAMP         PIC X(21).
           05 INQ-OPERATOR-ID       PIC X(8).
           05 INQ-ACCOUNT           PIC X(10).
           05 INQ-RESULT            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EXCP-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-INQLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-OPERATOR-VALID     PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID     VALUE 'Y'.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL     PIC X VALUE SPACE.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-EOF-POST           PIC X VALUE 'N'.
           88 EOF-POSTINGS          VALUE 'Y'.
       01 WS-EOF-EXCP           PIC X VALUE 'N'.
           88 EOF-EXCEPTIONS        VALUE 'Y'.
       01 WS-POST-AVAILABLE     PIC X VALUE 'N'.
           88 POSTINGS-AVAILABLE    VALUE 'Y'.
       01 WS-ACCOUNT-LOADED     PIC X VALUE 'N'.
           88 ACCOUNT-IS-LOADED     VALUE 'Y'.
       01 WS-CUR-ACCOUNT        PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-RESULT      PIC X(8) VALUE SPACES.
       01 WS-POST-COUNT         PIC 9(7) VALUE 0.
       01 WS-POST-POS           PIC 9(7) VALUE 0.
       01 WS-PAGE-SIZE          PIC 9(2) VALUE 8.
       01 WS-PAGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-CUR-PAGE           PIC 9(5) VALUE 0.
       01 WS-PAGE-FIRST         PIC 9(7) VALUE 0.
       01 WS-PAGE-LAST          PIC 9(7) VALUE 0.
       01 WS-SLOT               PIC 9(2) VALUE 0.
       01 WS-EXCP-OPEN-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXCP-SHOWN         PIC 9(2) VALUE 0.
       01 WS-EXCP-MAX-SHOWN     PIC 9(2) VALUE 3.
       01 WS-ED-BALANCE         PIC -(11)9.99.
       01 WS-ED-PAGE            PIC Z(4)9.
       01 WS-ED-PAGES           PIC Z(4)9.
       01 WS-ED-COUNT           PIC Z(6)9.

       01 WS-SCR-ACCOUNT        PIC X(10) VALUE SPACES.
       01 WS-SCR-ACTION         PIC X VALUE 'I'.
       01 WS-SCR-NAME           PIC X(25) VALUE SPACES.
       01 WS-SCR-STATUS-D       PIC X(8) VALUE SPACES.
       01 WS-SCR-BALANCE-D      PIC X(16) VALUE SPACES.
       01 WS-SCR-LAST-ACT       PIC X(8) VALUE SPACES.
       01 WS-SCR-PAGE-D         PIC X(30) VALUE SPACES.
       01 WS-SCR-EXCP-D         PIC X(30) VALUE SPACES.
       01 WS-SCR-MESSAGE        PIC X(60) VALUE SPACES.
       01 WS-SCR-POST-TABLE.
           05 WS-SCR-POST-LINE  PIC X(70) OCCURS 8 TIMES.
       01 WS-SCR-EXCP-TABLE.
           05 WS-SCR-EXCP-LINE  PIC X(70) OCCURS 3 TIMES.

       01 WS-POST-LINE.
           05 WS-PL-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-OP          PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-AMOUNT      PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-OPERATOR    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-APPROVER    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-ENTRY-DATE  PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-PL-RUN-ID      PIC 9(7).
           05 FILLER            PIC X(7) VALUE SPACES.

       01 WS-EXCP-LINE.
           05 WS-EL-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-EL-OP          PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-EL-AMOUNT      PIC -(7)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-EL-OPERATOR    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-EL-REASON      PIC X(20).
           05 FILLER            PIC X(14) VALUE SPACES.

       SCREEN SECTION.
       01  INQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 28 VALUE "ACCOUNT INQUIRY".
           05 LINE 1 COLUMN 60 VALUE "OPERATOR:".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 3 COLUMN 5 VALUE "ACCOUNT.......:".
           05 LINE 3 COLUMN 21 PIC X(10) USING WS-SCR-ACCOUNT.
           05 LINE 4 COLUMN 5 VALUE "NAME..........:".
           05 LINE 4 COLUMN 21 PIC X(25) FROM WS-SCR-NAME.
           05 LINE 4 COLUMN 50 VALUE "STATUS:".
           05 LINE 4 COLUMN 58 PIC X(8) FROM WS-SCR-STATUS-D.
           05 LINE 5 COLUMN 5 VALUE "BALANCE.......:".
           05 LINE 5 COLUMN 21 PIC X(16) FROM WS-SCR-BALANCE-D.
           05 LINE 5 COLUMN 40 VALUE "LAST ACTIVITY:".
           05 LINE 5 COLUMN 55 PIC X(8) FROM WS-SCR-LAST-ACT.
           05 LINE 7 COLUMN 5 VALUE "RECENT POSTINGS".
           05 LINE 7 COLUMN 24 PIC X(30) FROM WS-SCR-PAGE-D.
           05 LINE 8 COLUMN 5
               VALUE "DATE      OP      AMOUNT  OPERATOR".
           05 LINE 8 COLUMN 41 VALUE "APPROVER  BOOKED    RUN-ID".
           05 LINE 9 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(1).
           05 LINE 10 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(2).
           05 LINE 11 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(3).
           05 LINE 12 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(4).
           05 LINE 13 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(5).
           05 LINE 14 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(6).
           05 LINE 15 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(7).
           05 LINE 16 COLUMN 5 PIC X(70) FROM WS-SCR-POST-LINE(8).
           05 LINE 18 COLUMN 5 VALUE "OPEN EXCEPTIONS".
           05 LINE 18 COLUMN 24 PIC X(30) FROM WS-SCR-EXCP-D.
           05 LINE 19 COLUMN 5 PIC X(70) FROM WS-SCR-EXCP-LINE(1).
           05 LINE 20 COLUMN 5 PIC X(70) FROM WS-SCR-EXCP-LINE(2).
           05 LINE 21 COLUMN 5 PIC X(70) FROM WS-SCR-EXCP-LINE(3).
           05 LINE 23 COLUMN 5 VALUE "ACTION........:".
           05 LINE 23 COLUMN 21 PIC X USING WS-SCR-ACTION.
           05 LINE 23 COLUMN 24
               VALUE "(I-INQUIRE N-OLDER P-NEWER X-EXIT)".
           05 LINE 24 COLUMN 5 PIC X(60) FROM WS-SCR-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "ACCOUNT INQUIRY"
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           PERFORM VALIDATE-OPERATOR-PARA

           IF NOT OPERATOR-IS-VALID
               DISPLAY "OPERATOR ID NOT AUTHORIZED. INQUIRY DENIED."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: ACCOUNT MASTER ACCTMST.DAT NOT "
                       "AVAILABLE (STATUS=" WS-ACCT-FILE-STATUS
                       ") - INQUIRY NOT RUN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND INQUIRY-LOG-FILE
                   IF WS-INQLOG-FILE-STATUS = "35"
                       OPEN OUTPUT INQUIRY-LOG-FILE
                   END-IF
                   IF WS-INQLOG-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: INQUIRY LOG INQLOG.DAT NOT "
                           "AVAILABLE (STATUS=" WS-INQLOG-FILE-STATUS
                           ") - INQUIRY NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN INPUT ACCT-POSTING-FILE
                       IF WS-POST-FILE-STATUS = "00"
                           MOVE 'Y' TO WS-POST-AVAILABLE
                       END-IF
                       PERFORM INQUIRY-PARA
                       IF POSTINGS-AVAILABLE
                           CLOSE ACCT-POSTING-FILE
                       END-IF
                       CLOSE INQUIRY-LOG-FILE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
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

       INQUIRY-PARA.
           MOVE 'I' TO WS-SCR-ACTION
           MOVE "ENTER AN ACCOUNT NUMBER AND PRESS ENTER"
               TO WS-SCR-MESSAGE
           PERFORM CLEAR-ACCOUNT-DISPLAY-PARA
           PERFORM UNTIL WS-SCR-ACTION = 'X' OR WS-SCR-ACTION = 'x'
               DISPLAY INQUIRY-SCREEN
               ACCEPT INQUIRY-SCREEN
               EVALUATE WS-SCR-ACTION
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM LOOKUP-ACCOUNT-PARA
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM OLDER-PAGE-PARA
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM NEWER-PAGE-PARA
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       MOVE "ACTION MUST BE I N P OR X"
                           TO WS-SCR-MESSAGE
               END-EVALUATE
           END-PERFORM.

       CLEAR-ACCOUNT-DISPLAY-PARA.
           MOVE 'N' TO WS-ACCOUNT-LOADED
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE SPACES TO WS-SCR-NAME
           MOVE SPACES TO WS-SCR-STATUS-D
           MOVE SPACES TO WS-SCR-BALANCE-D
           MOVE SPACES TO WS-SCR-LAST-ACT
           MOVE SPACES TO WS-SCR-PAGE-D
           MOVE SPACES TO WS-SCR-EXCP-D
           MOVE SPACES TO WS-SCR-POST-TABLE
           MOVE SPACES TO WS-SCR-EXCP-TABLE
           MOVE 0 TO WS-POST-COUNT
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-CUR-PAGE.

       LOOKUP-ACCOUNT-PARA.
           PERFORM CLEAR-ACCOUNT-DISPLAY-PARA
           IF WS-SCR-ACCOUNT = SPACES
               MOVE "ACCOUNT NUMBER IS REQUIRED" TO WS-SCR-MESSAGE
           ELSE
               MOVE WS-SCR-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOTFOUND" TO WS-LOOKUP-RESULT
                   NOT INVALID KEY
                       MOVE "FOUND" TO WS-LOOKUP-RESULT
               END-READ

               PERFORM WRITE-INQUIRY-LOG-PARA

               EVALUATE TRUE
                   WHEN WS-INQLOG-FILE-STATUS NOT = "00"
                       MOVE SPACES TO WS-SCR-MESSAGE
                       STRING "INQUIRY LOG NOT WRITABLE (STATUS="
                           WS-INQLOG-FILE-STATUS
                           ") - LOOKUP REFUSED"
                           DELIMITED BY SIZE INTO WS-SCR-MESSAGE
                   WHEN WS-LOOKUP-RESULT = "NOTFOUND"
                       MOVE "ACCOUNT NOT ON FILE" TO WS-SCR-MESSAGE
                   WHEN OTHER
                       PERFORM SHOW-ACCOUNT-PARA
               END-EVALUATE
           END-IF.

       WRITE-INQUIRY-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO INQ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID
           MOVE WS-SCR-ACCOUNT TO INQ-ACCOUNT
           MOVE WS-LOOKUP-RESULT TO INQ-RESULT
           WRITE INQUIRY-LOG-RECORD.

       SHOW-ACCOUNT-PARA.
           MOVE 'Y' TO WS-ACCOUNT-LOADED
           MOVE ACCT-NUMBER TO WS-CUR-ACCOUNT
           MOVE ACCT-NAME TO WS-SCR-NAME
           EVALUATE ACCT-STATUS
               WHEN 'C'
                   MOVE "CLOSED" TO WS-SCR-STATUS-D
               WHEN 'D'
                   MOVE "DORMANT" TO WS-SCR-STATUS-D
               WHEN OTHER
                   MOVE "OPEN" TO WS-SCR-STATUS-D
           END-EVALUATE
           MOVE ACCT-BALANCE TO WS-ED-BALANCE
           MOVE WS-ED-BALANCE TO WS-SCR-BALANCE-D
           MOVE ACCT-LAST-ACTIVITY TO WS-SCR-LAST-ACT
           MOVE SPACES TO WS-SCR-MESSAGE

           IF POSTINGS-AVAILABLE
               PERFORM COUNT-POSTINGS-PARA
               IF WS-POST-COUNT = 0
                   MOVE "NONE ON FILE" TO WS-SCR-PAGE-D
               ELSE
                   COMPUTE WS-PAGE-COUNT =
                       (WS-POST-COUNT + WS-PAGE-SIZE - 1)
                           / WS-PAGE-SIZE
                   MOVE 1 TO WS-CUR-PAGE
                   PERFORM LOAD-POSTING-PAGE-PARA
               END-IF
           ELSE
               MOVE "POSTHIST.DAT NOT AVAILABLE" TO WS-SCR-PAGE-D
           END-IF

           PERFORM LOAD-EXCEPTIONS-PARA.

       START-ACCOUNT-POSTINGS-PARA.
           MOVE WS-CUR-ACCOUNT TO POST-ACCOUNT
           MOVE LOW-VALUES TO POST-DATE
           MOVE 0 TO POST-SEQ
           START ACCT-POSTING-FILE KEY NOT < POST-KEY
           IF WS-POST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-POST
           ELSE
               MOVE 'N' TO WS-EOF-POST
               PERFORM READ-NEXT-POSTING-PARA
           END-IF.

       READ-NEXT-POSTING-PARA.
           READ ACCT-POSTING-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-POST
               NOT AT END
                   IF POST-ACCOUNT NOT = WS-CUR-ACCOUNT
                       MOVE 'Y' TO WS-EOF-POST
                   END-IF
           END-READ.

       COUNT-POSTINGS-PARA.
           MOVE 0 TO WS-POST-COUNT
           PERFORM START-ACCOUNT-POSTINGS-PARA
           PERFORM UNTIL EOF-POSTINGS
               ADD 1 TO WS-POST-COUNT
               PERFORM READ-NEXT-POSTING-PARA
           END-PERFORM.

       LOAD-POSTING-PAGE-PARA.
           MOVE SPACES TO WS-SCR-POST-TABLE
           COMPUTE WS-PAGE-LAST =
               WS-POST-COUNT - (WS-CUR-PAGE - 1) * WS-PAGE-SIZE
           IF WS-PAGE-LAST > WS-PAGE-SIZE
               COMPUTE WS-PAGE-FIRST = WS-PAGE-LAST - WS-PAGE-SIZE + 1
           ELSE
               MOVE 1 TO WS-PAGE-FIRST
           END-IF

           MOVE 0 TO WS-POST-POS
           PERFORM START-ACCOUNT-POSTINGS-PARA
           PERFORM UNTIL EOF-POSTINGS
               OR WS-POST-POS NOT < WS-PAGE-LAST
               ADD 1 TO WS-POST-POS
               IF WS-POST-POS NOT < WS-PAGE-FIRST
                   COMPUTE WS-SLOT = WS-PAGE-LAST - WS-POST-POS + 1
                   PERFORM FORMAT-POSTING-LINE-PARA
               END-IF
               PERFORM READ-NEXT-POSTING-PARA
           END-PERFORM

           MOVE WS-CUR-PAGE TO WS-ED-PAGE
           MOVE WS-PAGE-COUNT TO WS-ED-PAGES
           MOVE WS-POST-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-SCR-PAGE-D
           STRING "PAGE " WS-ED-PAGE " OF " WS-ED-PAGES
               " (" WS-ED-COUNT " ON FILE)"
               DELIMITED BY SIZE INTO WS-SCR-PAGE-D.

       FORMAT-POSTING-LINE-PARA.
           MOVE POST-DATE TO WS-PL-DATE
           MOVE POST-OP TO WS-PL-OP
           MOVE POST-AMOUNT TO WS-PL-AMOUNT
           MOVE POST-OPERATOR-ID TO WS-PL-OPERATOR
           MOVE POST-APPROVER-ID TO WS-PL-APPROVER
           MOVE POST-ENTRY-DATE TO WS-PL-ENTRY-DATE
           MOVE POST-RUN-ID TO WS-PL-RUN-ID
           MOVE WS-POST-LINE TO WS-SCR-POST-LINE(WS-SLOT).

       OLDER-PAGE-PARA.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-IS-LOADED
                   MOVE "LOOK UP AN ACCOUNT FIRST (ACTION I)"
                       TO WS-SCR-MESSAGE
               WHEN WS-SCR-ACCOUNT NOT = WS-CUR-ACCOUNT
                   MOVE "ACCOUNT CHANGED - USE ACTION I TO LOOK IT UP"
                       TO WS-SCR-MESSAGE
               WHEN WS-CUR-PAGE NOT < WS-PAGE-COUNT
                   MOVE "NO OLDER POSTINGS" TO WS-SCR-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-CUR-PAGE
                   PERFORM LOAD-POSTING-PAGE-PARA
                   MOVE SPACES TO WS-SCR-MESSAGE
           END-EVALUATE.

       NEWER-PAGE-PARA.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-IS-LOADED
                   MOVE "LOOK UP AN ACCOUNT FIRST (ACTION I)"
                       TO WS-SCR-MESSAGE
               WHEN WS-SCR-ACCOUNT NOT = WS-CUR-ACCOUNT
                   MOVE "ACCOUNT CHANGED - USE ACTION I TO LOOK IT UP"
                       TO WS-SCR-MESSAGE
               WHEN WS-CUR-PAGE NOT > 1
                   MOVE "ALREADY SHOWING THE MOST RECENT POSTINGS"
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CUR-PAGE
                   PERFORM LOAD-POSTING-PAGE-PARA
                   MOVE SPACES TO WS-SCR-MESSAGE
           END-EVALUATE.

       LOAD-EXCEPTIONS-PARA.
           MOVE 0 TO WS-EXCP-OPEN-COUNT
           MOVE 0 TO WS-EXCP-SHOWN
           MOVE SPACES TO WS-SCR-EXCP-TABLE
           MOVE 'N' TO WS-EOF-EXCP
           OPEN INPUT ACCT-EXCEPTION-FILE
           IF WS-EXCP-FILE-STATUS NOT = "00"
               MOVE "NONE ON FILE" TO WS-SCR-EXCP-D
           ELSE
               PERFORM UNTIL EOF-EXCEPTIONS
                   READ ACCT-EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-EXCP
                       NOT AT END
                           IF EXCP-ACCOUNT = WS-CUR-ACCOUNT
                               AND EXCP-DISPOSITION = SPACE
                               PERFORM SHOW-EXCEPTION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-EXCEPTION-FILE

               MOVE WS-EXCP-OPEN-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-SCR-EXCP-D
               IF WS-EXCP-OPEN-COUNT > WS-EXCP-SHOWN
                   STRING WS-ED-COUNT " OPEN - FIRST 3 SHOWN"
                       DELIMITED BY SIZE INTO WS-SCR-EXCP-D
               ELSE
                   STRING WS-ED-COUNT " OPEN"
                       DELIMITED BY SIZE INTO WS-SCR-EXCP-D
               END-IF
           END-IF.

       SHOW-EXCEPTION-PARA.
           ADD 1 TO WS-EXCP-OPEN-COUNT
           IF WS-EXCP-SHOWN < WS-EXCP-MAX-SHOWN
               ADD 1 TO WS-EXCP-SHOWN
               MOVE EXCP-DATE TO WS-EL-DATE
               MOVE EXCP-OP TO WS-EL-OP
               MOVE EXCP-AMOUNT TO WS-EL-AMOUNT
               MOVE EXCP-OPERATOR-ID TO WS-EL-OPERATOR
               MOVE EXCP-REASON TO WS-EL-REASON
               MOVE WS-EXCP-LINE TO WS-SCR-EXCP-LINE(WS-EXCP-SHOWN)
           END-IF.
