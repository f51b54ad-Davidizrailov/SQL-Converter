       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhseList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WHSELIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-WHSE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-WHSE           PIC X VALUE 'N'.
           88 EOF-WAREHOUSE         VALUE 'Y'.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.
           88 WHSE-TABLE-FULL       VALUE 'Y'.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-SORT-KEY           PIC X(18) VALUE SPACES.
       01 WS-INS-IDX            PIC 9(4) VALUE 0.
       01 WS-SHIFT-IDX          PIC 9(4) VALUE 0.
       01 WS-LIST-IDX           PIC 9(4) VALUE 0.
       01 WS-ITEM-COUNT         PIC 9(4) VALUE 0.
       01 WS-ITEM-MAX           PIC 9(4) VALUE 999.
       01 WS-PREV-DUE-DATE      PIC X(8) VALUE SPACES.
       01 WS-COUNT-READ         PIC 9(7) VALUE 0.
       01 WS-COUNT-DATE         PIC 9(7) VALUE 0.
       01 WS-COUNT-DUE          PIC 9(7) VALUE 0.
       01 WS-COUNT-DATES        PIC 9(7) VALUE 0.

       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 999 TIMES.
               10 WS-ITEM-KEY.
                   15 WS-ITEM-DUE-DATE  PIC X(8).
                   15 WS-ITEM-ACCOUNT   PIC X(10).
               10 WS-ITEM-OP           PIC X.
               10 WS-ITEM-NUM1         PIC S9(7)V99.
               10 WS-ITEM-NUM2         PIC S9(7)V99.
               10 WS-ITEM-CURRENCY     PIC X(3).
               10 WS-ITEM-OPERATOR-ID  PIC X(8).
               10 WS-ITEM-BATCH-NO     PIC 9(6).
               10 WS-ITEM-RUN-ID       PIC 9(7).
               10 WS-ITEM-PARK-DATE    PIC X(8).

       01 WS-REPORT-HEADING.
           05 FILLER            PIC X(38)
               VALUE "===== VALUE-DATED WAREHOUSE LISTING =".
           05 FILLER            PIC X(82) VALUE SPACES.

       01 WS-REPORT-RUN-LINE.
           05 FILLER            PIC X(13) VALUE "REPORT DATE: ".
           05 WS-RPT-DATE       PIC X(8).
           05 FILLER            PIC X(43)
               VALUE "  ITEMS DUE ON OR BEFORE THIS DATE RELEASE ".
           05 FILLER            PIC X(27)
               VALUE "IN THE NEXT LEGACYTEST RUN".
           05 FILLER            PIC X(29) VALUE SPACES.

       01 WS-REPORT-COLUMNS.
           05 FILLER            PIC X(10) VALUE "DUE DATE".
           05 FILLER            PIC X(12) VALUE "ACCOUNT".
           05 FILLER            PIC X(4)  VALUE "OP".
           05 FILLER            PIC X(14) VALUE "OPERAND 1".
           05 FILLER            PIC X(14) VALUE "OPERAND 2".
           05 FILLER            PIC X(5)  VALUE "CCY".
           05 FILLER            PIC X(10) VALUE "OPERATOR".
           05 FILLER            PIC X(8)  VALUE "BATCH".
           05 FILLER            PIC X(9)  VALUE "RUN ID".
           05 FILLER            PIC X(10) VALUE "PARKED".
           05 FILLER            PIC X(24) VALUE "CONDITION".

       01 WS-REPORT-DETAIL.
           05 WS-DTL-DUE-DATE   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCOUNT    PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OP         PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-NUM1       PIC -(7)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-NUM2       PIC -(7)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DTL-CURRENCY   PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-OPERATOR   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-BATCH-NO   PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-RUN-ID     PIC 9(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-PARK-DATE  PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CONDITION  PIC X(24).

       01 WS-REPORT-DATE-TOTAL.
           05 FILLER            PIC X(12) VALUE "  DUE DATE ".
           05 WS-DTT-DUE-DATE   PIC X(8).
           05 FILLER            PIC X(10) VALUE "  ITEMS: ".
           05 WS-DTT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(83) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-LABEL      PIC X(30).
           05 WS-RPT-COUNT      PIC Z(6)9.
           05 FILLER            PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           DISPLAY "VALUE-DATED WAREHOUSE LISTING"

           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-FILE-STATUS = "35"
               DISPLAY "NO WAREHOUSE FILE WAREHSE.DAT - NOTHING PARKED"
               MOVE 'Y' TO WS-EOF-WHSE
           ELSE
               IF WS-WHSE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: WAREHOUSE FILE WAREHSE.DAT NOT "
                       "AVAILABLE (STATUS=" WS-WHSE-FILE-STATUS
                       ") - LISTING NOT RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-WAREHOUSE-PARA

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING-PARA
           PERFORM LIST-ITEMS-PARA
           PERFORM WRITE-REPORT-TOTALS-PARA
           CLOSE REPORT-FILE

           DISPLAY "ITEMS READ:           " WS-COUNT-READ
           DISPLAY "ITEMS LISTED:         " WS-ITEM-COUNT
           DISPLAY "DUE DATES:            " WS-COUNT-DATES
           DISPLAY "DUE FOR RELEASE:      " WS-COUNT-DUE
           DISPLAY "WAREHOUSE LISTING WRITTEN TO WHSELIST.DAT"

           IF WHSE-TABLE-FULL
               DISPLAY "WARNING: MORE THAN " WS-ITEM-MAX
                   " ITEMS PARKED - LISTING IS INCOMPLETE"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-WAREHOUSE-PARA.
           PERFORM UNTIL EOF-WAREHOUSE
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WHSE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       IF WS-ITEM-COUNT < WS-ITEM-MAX
                           PERFORM INSERT-ITEM-PARA
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WHSE-FILE-STATUS NOT = "35"
               CLOSE WAREHOUSE-FILE
           END-IF.

       INSERT-ITEM-PARA.
           MOVE WH-DUE-DATE TO WS-SORT-KEY(1:8)
           MOVE WH-ACCOUNT TO WS-SORT-KEY(9:10)

           MOVE 1 TO WS-INS-IDX
           PERFORM UNTIL WS-INS-IDX > WS-ITEM-COUNT
               OR WS-ITEM-KEY(WS-INS-IDX) > WS-SORT-KEY
               ADD 1 TO WS-INS-IDX
           END-PERFORM

           PERFORM VARYING WS-SHIFT-IDX FROM WS-ITEM-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INS-IDX
               MOVE WS-ITEM-ENTRY(WS-SHIFT-IDX)
                   TO WS-ITEM-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM

           MOVE WAREHOUSE-RECORD TO WS-ITEM-ENTRY(WS-INS-IDX)
           ADD 1 TO WS-ITEM-COUNT.

       WRITE-REPORT-HEADING-PARA.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-RUN-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-COLUMNS.

       LIST-ITEMS-PARA.
           MOVE SPACES TO WS-PREV-DUE-DATE
           MOVE 0 TO WS-COUNT-DATE
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-ITEM-COUNT
               IF WS-ITEM-DUE-DATE(WS-LIST-IDX) NOT = WS-PREV-DUE-DATE
                   IF WS-PREV-DUE-DATE NOT = SPACES
                       PERFORM WRITE-DATE-TOTAL-PARA
                   END-IF
                   MOVE WS-ITEM-DUE-DATE(WS-LIST-IDX) TO
                       WS-PREV-DUE-DATE
                   ADD 1 TO WS-COUNT-DATES
               END-IF
               PERFORM WRITE-ITEM-PARA
           END-PERFORM
           IF WS-PREV-DUE-DATE NOT = SPACES
               PERFORM WRITE-DATE-TOTAL-PARA
           END-IF.

       WRITE-ITEM-PARA.
           MOVE WS-ITEM-DUE-DATE(WS-LIST-IDX) TO WS-DTL-DUE-DATE
           MOVE WS-ITEM-ACCOUNT(WS-LIST-IDX) TO WS-DTL-ACCOUNT
           MOVE WS-ITEM-OP(WS-LIST-IDX) TO WS-DTL-OP
           MOVE WS-ITEM-NUM1(WS-LIST-IDX) TO WS-DTL-NUM1
           MOVE WS-ITEM-NUM2(WS-LIST-IDX) TO WS-DTL-NUM2
           MOVE WS-ITEM-CURRENCY(WS-LIST-IDX) TO WS-DTL-CURRENCY
           MOVE WS-ITEM-OPERATOR-ID(WS-LIST-IDX) TO WS-DTL-OPERATOR
           MOVE WS-ITEM-BATCH-NO(WS-LIST-IDX) TO WS-DTL-BATCH-NO
           MOVE WS-ITEM-RUN-ID(WS-LIST-IDX) TO WS-DTL-RUN-ID
           MOVE WS-ITEM-PARK-DATE(WS-LIST-IDX) TO WS-DTL-PARK-DATE
           IF WS-ITEM-DUE-DATE(WS-LIST-IDX) <= WS-RUN-DATE
               MOVE "DUE - RELEASES NEXT RUN" TO WS-DTL-CONDITION
               ADD 1 TO WS-COUNT-DUE
           ELSE
               MOVE SPACES TO WS-DTL-CONDITION
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL
           ADD 1 TO WS-COUNT-DATE.

       WRITE-DATE-TOTAL-PARA.
           MOVE WS-PREV-DUE-DATE TO WS-DTT-DUE-DATE
           MOVE WS-COUNT-DATE TO WS-DTT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-DATE-TOTAL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-COUNT-DATE.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ITEMS IN WAREHOUSE:" TO WS-RPT-LABEL
           MOVE WS-COUNT-READ TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "DUE DATES:" TO WS-RPT-LABEL
           MOVE WS-COUNT-DATES TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           MOVE "DUE FOR RELEASE NEXT RUN:" TO WS-RPT-LABEL
           MOVE WS-COUNT-DUE TO WS-RPT-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           IF WHSE-TABLE-FULL
               MOVE "NOT LISTED (TABLE FULL):" TO WS-RPT-LABEL
               COMPUTE WS-RPT-COUNT = WS-COUNT-READ - WS-ITEM-COUNT
               WRITE REPORT-RECORD FROM WS-REPORT-TOTAL-LINE
           END-IF.
