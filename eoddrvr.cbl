       IDENTIFICATION DIVISION.
       PROGRAM-ID. EodDrvr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FILE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-FILE-STATUS.
           SELECT STREAM-CKPT-FILE ASSIGN TO "STRMCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-FILE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-RECORD.
           05 JOB-STEP-NO           PIC X(3).
           05 JOB-STEP-NAME         PIC X(8).
           05 JOB-MAX-RC            PIC X(3).
           05 JOB-SCHEDULE          PIC X.
           05 JOB-COMMAND           PIC X(80).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD.
           05 LOG-RUN-ID            PIC 9(7).
           05 LOG-STREAM-DATE       PIC X(8).
           05 LOG-STEP-NO           PIC 9(3).
           05 LOG-STEP-NAME         PIC X(8).
           05 LOG-START             PIC X(21).
           05 LOG-END               PIC X(21).
           05 LOG-RC                PIC 9(4).
           05 LOG-MAX-RC            PIC 9(3).
           05 LOG-RESULT            PIC X(8).

       FD  STREAM-CKPT-FILE.
       01  STREAM-CKPT-RECORD.
           05 STRM-STATE            PIC X(8).
           05 STRM-RUN-DATE         PIC X(8).
           05 STRM-MONTH-END        PIC X.
           05 STRM-LAST-STEP        PIC 9(3).
           05 STRM-RUN-ID           PIC 9(7).
           05 STRM-TIMESTAMP        PIC X(21).

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

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RUN-CTL-RUN-ID        PIC 9(7).
           05 RUN-CTL-BATCH-NO      PIC 9(6).
           05 RUN-CTL-TIMESTAMP     PIC X(21).
           05 RUN-CTL-OPERATOR      PIC X(8).
           05 RUN-CTL-EVENT         PIC X(10).
           05 RUN-CTL-REASON        PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-JOB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-STEPLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-STRM-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUTHOPS-FILE-STATUS PIC XX VALUE "00".
       01 WS-LOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RUNCTL-FILE-STATUS PIC XX VALUE "00".
       01 WS-JOB-EOF            PIC X VALUE 'N'.
           88 EOF-JOB-STREAM        VALUE 'Y'.
       01 WS-AUTH-EOF           PIC X VALUE 'N'.
           88 EOF-AUTH-OPS          VALUE 'Y'.
       01 WS-EOF-RUNCTL         PIC X VALUE 'N'.
           88 EOF-RUNCTL            VALUE 'Y'.
       01 WS-RUN-IN-FLIGHT      PIC X VALUE 'N'.
           88 RUN-IN-FLIGHT         VALUE 'Y'.
       01 WS-OPERATOR-VALID     PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID     VALUE 'Y'.
       01 WS-STREAM-INVALID     PIC X VALUE 'N'.
           88 STREAM-IS-INVALID     VALUE 'Y'.
       01 WS-RESUMING           PIC X VALUE 'N'.
           88 STREAM-RESUMING       VALUE 'Y'.
       01 WS-ALREADY-DONE       PIC X VALUE 'N'.
           88 STREAM-ALREADY-DONE   VALUE 'Y'.
       01 WS-RUN-FAILED         PIC X VALUE 'N'.
           88 RUN-HAS-FAILED        VALUE 'Y'.
       01 WS-MONTH-END          PIC X VALUE 'N'.
           88 MONTH-END-RUN         VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-STREAM-STATE       PIC X(8) VALUE "INCOMPLT".
       01 WS-STREAM-DATE        PIC X(8) VALUE SPACES.
       01 WS-STREAM-DATE-N REDEFINES WS-STREAM-DATE PIC 9(8).
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL     PIC X VALUE SPACE.
       01 WS-RUN-ID             PIC 9(7) VALUE 0.
       01 WS-RESUME-AFTER       PIC 9(3) VALUE 0.
       01 WS-DAY-NUMBER         PIC 9(7) VALUE 0.
       01 WS-WEEKDAY            PIC 9 VALUE 0.
       01 WS-NEXT-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-NEXT-BUS-DATE-X REDEFINES WS-NEXT-BUS-DATE PIC X(8).
       01 WS-JOB-LINE           PIC 9(4) VALUE 0.
       01 WS-STEP-IDX           PIC 9(3) VALUE 0.
       01 WS-STEP-COUNT         PIC 9(3) VALUE 0.
       01 WS-STEP-MAX           PIC 9(3) VALUE 50.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STP-NO           PIC 9(3).
               10 WS-STP-NAME         PIC X(8).
               10 WS-STP-MAX-RC       PIC 9(3).
               10 WS-STP-SCHEDULE     PIC X.
               10 WS-STP-COMMAND      PIC X(80).
       01 WS-STEP-START         PIC X(21) VALUE SPACES.
       01 WS-STEP-END           PIC X(21) VALUE SPACES.
       01 WS-STEP-RC            PIC S9(9) VALUE 0.
       01 WS-STEP-RC-OUT        PIC 9(4) VALUE 0.
       01 WS-STEP-RESULT        PIC X(8) VALUE SPACES.
       01 WS-HIGH-RC            PIC 9(4) VALUE 0.
       01 WS-FAILED-STEP        PIC 9(3) VALUE 0.
       01 WS-SYSTEM-COMMAND     PIC X(81) VALUE SPACES.
       01 WS-COMMAND-DATE.
           05 WS-CMD-STREAM-DATE    PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
       01 WS-COUNT-RUN          PIC 9(3) VALUE 0.
       01 WS-COUNT-SKIPPED      PIC 9(3) VALUE 0.
       01 WS-COUNT-PASSED       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "END-OF-DAY JOB STREAM"

           PERFORM CHECK-RUN-LOCK-PARA
           IF RUN-IN-FLIGHT
               DISPLAY "A RUN OR JOB STREAM IS IN FLIGHT - "
                   "STREAM REFUSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               PERFORM VALIDATE-OPERATOR-PARA
               IF NOT OPERATOR-IS-VALID
                   DISPLAY "OPERATOR ID NOT AUTHORIZED. "
                       "STREAM DENIED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-OPERATOR-LEVEL < '2'
                       DISPLAY "OPERATOR LEVEL " WS-OPERATOR-LEVEL
                           " TOO LOW TO START THE STREAM. "
                           "STREAM DENIED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LOAD-JOB-STREAM-PARA
                       IF STREAM-IS-INVALID
                           DISPLAY "JOB STREAM JOBSTRM.DAT IS NOT "
                               "USABLE - STREAM NOT RUN"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM READ-STREAM-CKPT-PARA
                           IF STREAM-ALREADY-DONE
                               DISPLAY "THE STREAM FOR " WS-RUN-DATE
                                   " HAS ALREADY COMPLETED - STREAM "
                                   "NOT RUN"
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               PERFORM RUN-STREAM-PARA
                           END-IF
                       END-IF
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

       VALIDATE-OPERATOR-PARA.
           MOVE 'N' TO WS-OPERATOR-VALID
           MOVE SPACE TO WS-OPERATOR-LEVEL
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

       LOAD-JOB-STREAM-PARA.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-JOB-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JOB STREAM JOBSTRM.DAT NOT AVAILABLE "
                   "(STATUS=" WS-JOB-FILE-STATUS ")"
               MOVE 'Y' TO WS-STREAM-INVALID
           ELSE
               PERFORM UNTIL EOF-JOB-STREAM
                   READ JOB-STREAM-FILE
                       AT END
                           MOVE 'Y' TO WS-JOB-EOF
                       NOT AT END
                           ADD 1 TO WS-JOB-LINE
                           IF JOB-STREAM-RECORD NOT = SPACES
                               PERFORM STORE-STEP-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
               IF WS-STEP-COUNT = 0
                   DISPLAY "ERROR: JOBSTRM.DAT HOLDS NO STEPS"
                   MOVE 'Y' TO WS-STREAM-INVALID
               END-IF
           END-IF.

       STORE-STEP-PARA.
           EVALUATE TRUE
               WHEN JOB-STEP-NO NOT NUMERIC
                   OR JOB-MAX-RC NOT NUMERIC
                   DISPLAY "ERROR: JOBSTRM.DAT LINE " WS-JOB-LINE
                       " - STEP NUMBER AND MAXIMUM RC MUST BE NUMERIC"
                   MOVE 'Y' TO WS-STREAM-INVALID
               WHEN JOB-SCHEDULE NOT = 'D' AND JOB-SCHEDULE NOT = 'M'
                   DISPLAY "ERROR: JOBSTRM.DAT LINE " WS-JOB-LINE
                       " - SCHEDULE MUST BE D OR M"
                   MOVE 'Y' TO WS-STREAM-INVALID
               WHEN JOB-STEP-NAME = SPACES OR JOB-COMMAND = SPACES
                   DISPLAY "ERROR: JOBSTRM.DAT LINE " WS-JOB-LINE
                       " - STEP NAME AND COMMAND ARE REQUIRED"
                   MOVE 'Y' TO WS-STREAM-INVALID
               WHEN WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY "ERROR: JOBSTRM.DAT HOLDS MORE THAN "
                       WS-STEP-MAX " STEPS"
                   MOVE 'Y' TO WS-STREAM-INVALID
               WHEN WS-STEP-COUNT > 0
                   AND JOB-STEP-NO <= WS-STP-NO(WS-STEP-COUNT)
                   DISPLAY "ERROR: JOBSTRM.DAT LINE " WS-JOB-LINE
                       " - STEP NUMBERS MUST BE IN ASCENDING ORDER"
                   MOVE 'Y' TO WS-STREAM-INVALID
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JOB-STEP-NO TO WS-STP-NO(WS-STEP-COUNT)
                   MOVE JOB-STEP-NAME TO WS-STP-NAME(WS-STEP-COUNT)
                   MOVE JOB-MAX-RC TO WS-STP-MAX-RC(WS-STEP-COUNT)
                   MOVE JOB-SCHEDULE TO WS-STP-SCHEDULE(WS-STEP-COUNT)
                   MOVE JOB-COMMAND TO WS-STP-COMMAND(WS-STEP-COUNT)
           END-EVALUATE.

       READ-STREAM-CKPT-PARA.
           MOVE 'N' TO WS-RESUMING
           MOVE 'N' TO WS-ALREADY-DONE
           MOVE 0 TO WS-RESUME-AFTER
           MOVE WS-RUN-DATE TO WS-STREAM-DATE
           OPEN INPUT STREAM-CKPT-FILE
           IF WS-STRM-FILE-STATUS = "00"
               READ STREAM-CKPT-FILE
                   AT END CONTINUE
               END-READ
               IF WS-STRM-FILE-STATUS = "00"
                   EVALUATE TRUE
                       WHEN STRM-STATE = "INCOMPLT"
                           MOVE 'Y' TO WS-RESUMING
                           MOVE STRM-LAST-STEP TO WS-RESUME-AFTER
                           MOVE STRM-RUN-DATE TO WS-STREAM-DATE
                           MOVE STRM-MONTH-END TO WS-MONTH-END
                       WHEN STRM-STATE = "COMPLETE"
                           AND STRM-RUN-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALREADY-DONE
                   END-EVALUATE
               END-IF
               CLOSE STREAM-CKPT-FILE
           END-IF
           IF NOT STREAM-RESUMING
               PERFORM CHECK-MONTH-END-PARA
           END-IF.

       CHECK-MONTH-END-PARA.
           MOVE 'N' TO WS-MONTH-END
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-STREAM-DATE-N)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER, 7)
           EVALUATE WS-WEEKDAY
               WHEN 0
               WHEN 6
                   CONTINUE
               WHEN 5
                   COMPUTE WS-NEXT-BUS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 3)
               WHEN OTHER
                   COMPUTE WS-NEXT-BUS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1)
           END-EVALUATE
           IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               AND WS-NEXT-BUS-DATE-X(1:6) NOT = WS-STREAM-DATE(1:6)
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

       RUN-STREAM-PARA.
           PERFORM SET-RUN-LOCK-PARA
           PERFORM ASSIGN-RUN-ID-PARA
           DISPLAY "RUN ID ASSIGNED: " WS-RUN-ID
           IF STREAM-RESUMING
               DISPLAY "RESUMING THE STREAM OF " WS-STREAM-DATE
                   " AFTER STEP " WS-RESUME-AFTER
           ELSE
               DISPLAY "STREAM DATE " WS-STREAM-DATE
           END-IF
           IF MONTH-END-RUN
               DISPLAY "LAST BUSINESS DAY OF THE MONTH - MONTH-END "
                   "STEPS WILL RUN"
           END-IF
           PERFORM WRITE-STREAM-CKPT-PARA

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR RUN-HAS-FAILED
               IF WS-STP-NO(WS-STEP-IDX) > WS-RESUME-AFTER
                   PERFORM RUN-STEP-PARA
               ELSE
                   ADD 1 TO WS-COUNT-PASSED
               END-IF
           END-PERFORM

           IF RUN-HAS-FAILED
               MOVE "FAILED" TO RUN-CTL-EVENT
               MOVE SPACES TO RUN-CTL-REASON
               STRING "EOD STREAM FAILED AT STEP " WS-FAILED-STEP
                   DELIMITED BY SIZE INTO RUN-CTL-REASON
           ELSE
               MOVE "COMPLETED" TO RUN-CTL-EVENT
               MOVE "EOD STREAM COMPLETE" TO RUN-CTL-REASON
               MOVE "COMPLETE" TO WS-STREAM-STATE
               PERFORM WRITE-STREAM-CKPT-PARA
           END-IF
           PERFORM WRITE-RUN-EVENT-PARA
           PERFORM CLEAR-RUN-LOCK-PARA

           DISPLAY "STEPS ALREADY DONE:   " WS-COUNT-PASSED
           DISPLAY "STEPS RUN:            " WS-COUNT-RUN
           DISPLAY "STEPS SKIPPED:        " WS-COUNT-SKIPPED
           DISPLAY "HIGHEST STEP RC:      " WS-HIGH-RC
           IF RUN-HAS-FAILED
               DISPLAY "STREAM STOPPED AT STEP " WS-FAILED-STEP
                   " - RERUN TO RESUME AT THAT STEP"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STREAM COMPLETE"
               MOVE WS-HIGH-RC TO RETURN-CODE
           END-IF
           DISPLAY "STEP LOG WRITTEN TO STEPLOG.DAT".

       RUN-STEP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
           IF WS-STP-SCHEDULE(WS-STEP-IDX) = 'M'
               AND NOT MONTH-END-RUN
               MOVE WS-STEP-START TO WS-STEP-END
               MOVE 0 TO WS-STEP-RC-OUT
               MOVE "SKIPPED" TO WS-STEP-RESULT
               ADD 1 TO WS-COUNT-SKIPPED
               DISPLAY "STEP " WS-STP-NO(WS-STEP-IDX) " "
                   WS-STP-NAME(WS-STEP-IDX) " SKIPPED - MONTH END ONLY"
           ELSE
               DISPLAY "STEP " WS-STP-NO(WS-STEP-IDX) " "
                   WS-STP-NAME(WS-STEP-IDX) " STARTED"
               MOVE "STEPSTART" TO RUN-CTL-EVENT
               MOVE SPACES TO RUN-CTL-REASON
               STRING "STEP " WS-STP-NO(WS-STEP-IDX) " "
                   WS-STP-NAME(WS-STEP-IDX)
                   DELIMITED BY SIZE INTO RUN-CTL-REASON
               PERFORM WRITE-RUN-EVENT-PARA

               MOVE SPACES TO WS-SYSTEM-COMMAND
               STRING WS-STP-COMMAND(WS-STEP-IDX) DELIMITED BY SIZE
                   LOW-VALUE DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
               INSPECT WS-SYSTEM-COMMAND
                   REPLACING ALL "%OPERID%" BY WS-OPERATOR-ID
               MOVE WS-STREAM-DATE TO WS-CMD-STREAM-DATE
               INSPECT WS-SYSTEM-COMMAND
                   REPLACING ALL "%RUNDATE%" BY WS-COMMAND-DATE
               CALL "SYSTEM" USING WS-SYSTEM-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-END
               ADD 1 TO WS-COUNT-RUN

               EVALUATE TRUE
                   WHEN WS-STEP-RC < 0
                       MOVE 9999 TO WS-STEP-RC-OUT
                   WHEN WS-STEP-RC > 255
                       COMPUTE WS-STEP-RC-OUT = WS-STEP-RC / 256
                   WHEN OTHER
                       MOVE WS-STEP-RC TO WS-STEP-RC-OUT
               END-EVALUATE

               IF WS-STEP-RC-OUT > WS-STP-MAX-RC(WS-STEP-IDX)
                   MOVE "FAILED" TO WS-STEP-RESULT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE WS-STP-NO(WS-STEP-IDX) TO WS-FAILED-STEP
               ELSE
                   MOVE "OK" TO WS-STEP-RESULT
               END-IF
               IF WS-STEP-RC-OUT > WS-HIGH-RC
                   MOVE WS-STEP-RC-OUT TO WS-HIGH-RC
               END-IF

               MOVE "STEPEND" TO RUN-CTL-EVENT
               MOVE SPACES TO RUN-CTL-REASON
               STRING "STEP " WS-STP-NO(WS-STEP-IDX) " "
                   WS-STP-NAME(WS-STEP-IDX) " RC " WS-STEP-RC-OUT
                   DELIMITED BY SIZE INTO RUN-CTL-REASON
               PERFORM WRITE-RUN-EVENT-PARA

               DISPLAY "STEP " WS-STP-NO(WS-STEP-IDX) " "
                   WS-STP-NAME(WS-STEP-IDX) " ENDED RC "
                   WS-STEP-RC-OUT " (MAXIMUM "
                   WS-STP-MAX-RC(WS-STEP-IDX) ") " WS-STEP-RESULT
           END-IF

           PERFORM WRITE-STEP-LOG-PARA

           IF NOT RUN-HAS-FAILED
               MOVE WS-STP-NO(WS-STEP-IDX) TO WS-RESUME-AFTER
               PERFORM WRITE-STREAM-CKPT-PARA
           END-IF.

       WRITE-STEP-LOG-PARA.
           MOVE WS-RUN-ID TO LOG-RUN-ID
           MOVE WS-STREAM-DATE TO LOG-STREAM-DATE
           MOVE WS-STP-NO(WS-STEP-IDX) TO LOG-STEP-NO
           MOVE WS-STP-NAME(WS-STEP-IDX) TO LOG-STEP-NAME
           MOVE WS-STEP-START TO LOG-START
           MOVE WS-STEP-END TO LOG-END
           MOVE WS-STEP-RC-OUT TO LOG-RC
           MOVE WS-STP-MAX-RC(WS-STEP-IDX) TO LOG-MAX-RC
           MOVE WS-STEP-RESULT TO LOG-RESULT
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-FILE-STATUS = "35"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-FILE-STATUS = "00"
               WRITE STEP-LOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "WARNING: STEP LOG STEPLOG.DAT NOT WRITABLE "
                   "(STATUS=" WS-STEPLOG-FILE-STATUS ")"
           END-IF.

       WRITE-STREAM-CKPT-PARA.
           MOVE WS-STREAM-STATE TO STRM-STATE
           MOVE WS-STREAM-DATE TO STRM-RUN-DATE
           MOVE WS-MONTH-END TO STRM-MONTH-END
           MOVE WS-RESUME-AFTER TO STRM-LAST-STEP
           MOVE WS-RUN-ID TO STRM-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO STRM-TIMESTAMP
           OPEN OUTPUT STREAM-CKPT-FILE
           WRITE STREAM-CKPT-RECORD
           CLOSE STREAM-CKPT-FILE.

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
           MOVE SPACES TO RUN-CTL-REASON
           IF STREAM-RESUMING
               STRING "EOD STREAM RESUMED AFTER " WS-RESUME-AFTER
                   DELIMITED BY SIZE INTO RUN-CTL-REASON
           ELSE
               MOVE "EOD STREAM STARTED" TO RUN-CTL-REASON
           END-IF
           PERFORM WRITE-RUN-EVENT-PARA.

       WRITE-RUN-EVENT-PARA.
           MOVE WS-RUN-ID TO RUN-CTL-RUN-ID
           MOVE 0 TO RUN-CTL-BATCH-NO
           MOVE FUNCTION CURRENT-DATE TO RUN-CTL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO RUN-CTL-OPERATOR
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       SET-RUN-LOCK-PARA.
           MOVE "STREAM" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.

       CLEAR-RUN-LOCK-PARA.
           MOVE "IDLE" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE.
