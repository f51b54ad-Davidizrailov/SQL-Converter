       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostRoll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-POSTING-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-POST-FILE-STATUS.
           SELECT POST-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROLLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  POST-ARCHIVE-FILE.
       01  POST-ARCHIVE-RECORD      PIC X(64).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LOCK-STATE            PIC X(8).
           05 LOCK-TIMESTAMP        PIC X(21).
           05 LOCK-OPERATOR         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ARCH-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-ARCHIVE-NAME       PIC X(18) VALUE SPACES.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-EOF-POST           PIC X VALUE 'N'.
           88 EOF-POSTINGS          VALUE 'Y'.
       01 WS-CUR-DATE           PIC X(8) VALUE SPACES.
       01 WS-CUR-YYYY           PIC 9(4) VALUE 0.
       01 WS-ROLL-YEAR-X        PIC X(4) VALUE SPACES.
       01 WS-ROLL-YEAR          PIC X(4) VALUE SPACES.
       01 WS-ROLL-YYYY          PIC 9(4) VALUE 0.
       01 WS-COUNT-KEPT         PIC 9(7) VALUE 0.
       01 WS-COUNT-ROLLED       PIC 9(7) VALUE 0.
       01 WS-COUNT-FAILED       PIC 9(7) VALUE 0.
       01 WS-TOTAL-KEPT         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-ROLLED       PIC S9(13)V99 VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(38)
               VALUE "===== POSTING HISTORY YEAR-END ROLL =".
           05 FILLER            PIC X(42) VALUE SPACES.

       01 WS-REPORT-YEAR-LINE.
           05 FILLER            PIC X(20) VALUE "ROLLED TO YEAR END:".
           05 WS-RPT-YEAR       PIC X(4).
           05 FILLER            PIC X(12) VALUE "  ARCHIVE: ".
           05 WS-RPT-ARCHIVE    PIC X(18).
           05 FILLER            PIC X(26) VALUE SPACES.

       01 WS-REPORT-DISP-LINE.
           05 WS-RPT-DISP       PIC X(14).
           05 WS-RPT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(16) VALUE "  VALUE TOTAL:".
           05 WS-RPT-VALUE      PIC -(13)9.99.
           05 FILLER            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "POSTING HISTORY YEAR-END ROLL-OFF"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           MOVE WS-CUR-DATE(1:4) TO WS-CUR-YYYY

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A CALCULATION RUN IS IN FLIGHT - "
                   "ROLL-OFF REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "YEAR TO ROLL OFF YYYY (SPACES FOR LAST YEAR): "
                   WITH NO ADVANCING
               ACCEPT WS-ROLL-YEAR-X

               IF WS-ROLL-YEAR-X = SPACES
                   COMPUTE WS-ROLL-YYYY = WS-CUR-YYYY - 1
                   MOVE WS-ROLL-YYYY TO WS-ROLL-YEAR
               ELSE
                   MOVE WS-ROLL-YEAR-X TO WS-ROLL-YEAR
               END-IF

               IF WS-ROLL-YEAR IS NOT NUMERIC
                   DISPLAY "YEAR " WS-ROLL-YEAR-X " IS NOT A YEAR - "
                       "ROLL-OFF REFUSED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-ROLL-YEAR NOT < WS-CUR-DATE(1:4)
                       DISPLAY "YEAR " WS-ROLL-YEAR " IS NOT CLOSED - "
                           "ONLY YEARS BEFORE " WS-CUR-DATE(1:4)
                           " CAN BE ROLLED OFF"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM ROLL-HISTORY-PARA
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
                   AND (LOCK-STATE = "ACTIVE"
                       OR LOCK-STATE = "STREAM")
                   MOVE 'Y' TO WS-RUN-IN-FLIGHT
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF.

       ROLL-HISTORY-PARA.
           OPEN I-O ACCT-POSTING-FILE
           IF WS-POST-FILE-STATUS NOT = "00"
               DISPLAY "POSTING HISTORY POSTHIST.DAT NOT AVAILABLE "
                   "(STATUS=" WS-POST-FILE-STATUS ") - NOTHING TO DO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "POSTARCH." DELIMITED BY SIZE
                   WS-ROLL-YEAR DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
               OPEN EXTEND POST-ARCHIVE-FILE
               IF WS-ARCH-FILE-STATUS = "35"
                   OPEN OUTPUT POST-ARCHIVE-FILE
               END-IF
               IF WS-ARCH-FILE-STATUS NOT = "00"
                   DISPLAY "ARCHIVE FILE " WS-ARCHIVE-NAME " NOT "
                       "WRITABLE (STATUS=" WS-ARCH-FILE-STATUS ") - "
                       "ROLL-OFF ABANDONED, HISTORY UNTOUCHED"
                   CLOSE ACCT-POSTING-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ROLL-ALL-PARA
                   CLOSE POST-ARCHIVE-FILE
                   CLOSE ACCT-POSTING-FILE
                   PERFORM WRITE-ROLL-REPORT-PARA
               END-IF
           END-IF.

       ROLL-ALL-PARA.
           PERFORM UNTIL EOF-POSTINGS
               READ ACCT-POSTING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-POST
                   NOT AT END
                       IF POST-DATE(1:4) > WS-ROLL-YEAR
                           ADD 1 TO WS-COUNT-KEPT
                           ADD POST-AMOUNT TO WS-TOTAL-KEPT
                       ELSE
                           PERFORM ROLL-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.

       ROLL-RECORD-PARA.
           WRITE POST-ARCHIVE-RECORD FROM ACCT-POSTING-RECORD
           IF WS-ARCH-FILE-STATUS NOT = "00"
               ADD 1 TO WS-COUNT-FAILED
               ADD 1 TO WS-COUNT-KEPT
               ADD POST-AMOUNT TO WS-TOTAL-KEPT
           ELSE
               DELETE ACCT-POSTING-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-POST-FILE-STATUS = "00"
                   ADD 1 TO WS-COUNT-ROLLED
                   ADD POST-AMOUNT TO WS-TOTAL-ROLLED
               ELSE
                   ADD 1 TO WS-COUNT-FAILED
                   ADD 1 TO WS-COUNT-KEPT
                   ADD POST-AMOUNT TO WS-TOTAL-KEPT
                   DISPLAY "WARNING: POSTING " POST-ACCOUNT " "
                       POST-DATE " " POST-SEQ " ARCHIVED BUT NOT "
                       "REMOVED (STATUS=" WS-POST-FILE-STATUS ")"
               END-IF
           END-IF.

       WRITE-ROLL-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-ROLL-YEAR TO WS-RPT-YEAR
           MOVE WS-ARCHIVE-NAME TO WS-RPT-ARCHIVE
           WRITE REPORT-RECORD FROM WS-REPORT-YEAR-LINE

           MOVE "ROLLED OFF:" TO WS-RPT-DISP
           MOVE WS-COUNT-ROLLED TO WS-RPT-COUNT
           MOVE WS-TOTAL-ROLLED TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE

           MOVE "KEPT LIVE:" TO WS-RPT-DISP
           MOVE WS-COUNT-KEPT TO WS-RPT-COUNT
           MOVE WS-TOTAL-KEPT TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE

           MOVE "NOT ROLLED:" TO WS-RPT-DISP
           MOVE WS-COUNT-FAILED TO WS-RPT-COUNT
           MOVE 0 TO WS-RPT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-DISP-LINE
           CLOSE REPORT-FILE

           DISPLAY "POSTINGS ROLLED OFF:  " WS-COUNT-ROLLED
               " VALUE " WS-TOTAL-ROLLED
           DISPLAY "POSTINGS KEPT LIVE:   " WS-COUNT-KEPT
               " VALUE " WS-TOTAL-KEPT
           DISPLAY "ARCHIVE WRITTEN TO " WS-ARCHIVE-NAME
           DISPLAY "ROLL-OFF REPORT WRITTEN TO ROLLRPT.DAT"
           IF WS-COUNT-FAILED > 0
               DISPLAY "WARNING: " WS-COUNT-FAILED " POSTINGS COULD "
                   "NOT BE ROLLED OFF"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
