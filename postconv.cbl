       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostConv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-POSTING-FILE ASSIGN TO "ACCTPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAT-POSTING-FILE.
       01  FLAT-POSTING-RECORD.
           05 FLAT-ACCOUNT          PIC X(10).
           05 FLAT-DATE             PIC X(8).
           05 FLAT-OP               PIC X.
           05 FLAT-AMOUNT           PIC S9(7)V99.
           05 FLAT-OPERATOR-ID      PIC X(8).
           05 FLAT-APPROVER-ID      PIC X(8).
           05 FLAT-ENTRY-DATE       PIC X(8).

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

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LOCK-STATE            PIC X(8).
           05 LOCK-TIMESTAMP        PIC X(21).
           05 LOCK-OPERATOR         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FLAT-FILE-STATUS   PIC XX VALUE "00".
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LAST-POST-KEY      PIC X(18) VALUE SPACES.
       01 WS-LAST-POST-SEQ      PIC 9(5) VALUE 0.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-EOF-FLAT           PIC X VALUE 'N'.
           88 EOF-FLAT              VALUE 'Y'.
       01 WS-HISTORY-IN-USE     PIC X VALUE 'N'.
           88 HISTORY-IN-USE        VALUE 'Y'.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-CONVERTED    PIC 9(7) VALUE 0.
       01 WS-COUNT-FAILED       PIC 9(7) VALUE 0.
       01 WS-TOTAL-READ         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-CONVERTED    PIC S9(13)V99 VALUE 0.
       01 WS-ED-TOTAL           PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "POSTING HISTORY CONVERSION - ACCTPOST.DAT TO "
               "POSTHIST.DAT"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-HISTORY-EMPTY-PARA
           IF HISTORY-IN-USE
               DISPLAY "POSTING HISTORY POSTHIST.DAT ALREADY HOLDS "
                   "POSTINGS - CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FLAT-POSTING-FILE
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FLAT POSTING FILE ACCTPOST.DAT NOT AVAILABLE "
                   "(STATUS=" WS-FLAT-FILE-STATUS ") - NOTHING TO "
                   "CONVERT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS = "00"
               CLOSE ACCT-POSTING-FILE
               OPEN I-O ACCT-POSTING-FILE
           END-IF
           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POSTING FILE POSTHIST.DAT NOT "
                   "CREATED (STATUS=" WS-POST-FILE-STATUS
                   ") - CONVERSION NOT RUN"
               CLOSE FLAT-POSTING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CONVERT-ALL-PARA

           CLOSE FLAT-POSTING-FILE
           CLOSE ACCT-POSTING-FILE

           PERFORM SHOW-CONTROL-TOTALS-PARA

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

       CHECK-HISTORY-EMPTY-PARA.
           MOVE 'N' TO WS-HISTORY-IN-USE
           OPEN INPUT ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS = "00"
               READ ACCT-POSTING-FILE NEXT
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-HISTORY-IN-USE
               END-READ
               CLOSE ACCT-POSTING-FILE
           END-IF.

       CONVERT-ALL-PARA.
           READ FLAT-POSTING-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAT
           END-READ

           PERFORM UNTIL EOF-FLAT
               ADD 1 TO WS-COUNT-READ
               ADD FLAT-AMOUNT TO WS-TOTAL-READ
               PERFORM CONVERT-RECORD-PARA
               READ FLAT-POSTING-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAT
               END-READ
           END-PERFORM.

       CONVERT-RECORD-PARA.
           MOVE FLAT-ACCOUNT TO POST-ACCOUNT
           MOVE FLAT-DATE TO POST-DATE
           MOVE FLAT-OP TO POST-OP
           MOVE FLAT-AMOUNT TO POST-AMOUNT
           MOVE FLAT-OPERATOR-ID TO POST-OPERATOR-ID
           MOVE FLAT-APPROVER-ID TO POST-APPROVER-ID
           IF FLAT-ENTRY-DATE = SPACES
               MOVE FLAT-DATE TO POST-ENTRY-DATE
           ELSE
               MOVE FLAT-ENTRY-DATE TO POST-ENTRY-DATE
           END-IF
           MOVE 0 TO POST-RUN-ID
           PERFORM STORE-POSTING-PARA
           IF WS-POST-FILE-STATUS = "00"
               ADD 1 TO WS-COUNT-CONVERTED
               ADD FLAT-AMOUNT TO WS-TOTAL-CONVERTED
           ELSE
               ADD 1 TO WS-COUNT-FAILED
               DISPLAY "NOT CONVERTED (STATUS=" WS-POST-FILE-STATUS
                   "): ACCOUNT " FLAT-ACCOUNT " DATE " FLAT-DATE
                   " OP " FLAT-OP
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

       SHOW-CONTROL-TOTALS-PARA.
           DISPLAY "POSTINGS READ:        " WS-COUNT-READ
           MOVE WS-TOTAL-READ TO WS-ED-TOTAL
           DISPLAY "AMOUNT READ:          " WS-ED-TOTAL
           DISPLAY "POSTINGS CONVERTED:   " WS-COUNT-CONVERTED
           MOVE WS-TOTAL-CONVERTED TO WS-ED-TOTAL
           DISPLAY "AMOUNT CONVERTED:     " WS-ED-TOTAL
           DISPLAY "NOT CONVERTED:        " WS-COUNT-FAILED

           IF WS-COUNT-CONVERTED = WS-COUNT-READ
               AND WS-TOTAL-CONVERTED = WS-TOTAL-READ
               DISPLAY "CONTROL TOTALS AGREE - ARCHIVE ACCTPOST.DAT; "
                   "IT IS NO LONGER WRITTEN"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "WARNING: CONTROL TOTALS DO NOT AGREE - "
                   "KEEP ACCTPOST.DAT AND INVESTIGATE"
               MOVE 8 TO RETURN-CODE
           END-IF.
