       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoaMnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-MAP-FILE ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COA-MAP-FILE.
       01  COA-MAP-RECORD.
           05 MAP-OP                PIC X.
           05 MAP-CURRENCY          PIC X(3).
           05 MAP-DEBIT-GL          PIC X(10).
           05 MAP-CREDIT-GL         PIC X(10).
           05 MAP-DESCRIPTION       PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-COA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-COA-EOF          PIC X VALUE 'N'.
           88 EOF-COA-MAP         VALUE 'Y'.
       01 WS-COA-IDX          PIC 9(3) VALUE 0.
       01 WS-COA-COUNT        PIC 9(3) VALUE 0.
       01 WS-COA-MAX          PIC 9(3) VALUE 200.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-COA-OP           PIC X.
               10 WS-COA-CCY          PIC X(3).
               10 WS-COA-DEBIT        PIC X(10).
               10 WS-COA-CREDIT       PIC X(10).
               10 WS-COA-DESC         PIC X(25).
       01 WS-MENU-CHOICE      PIC X VALUE SPACE.
       01 WS-CONTINUE         PIC X VALUE 'Y'.
       01 WS-CHANGES-MADE     PIC X VALUE 'N'.
           88 CHANGES-MADE        VALUE 'Y'.
       01 WS-ENTRY-OP         PIC X VALUE SPACE.
       01 WS-ENTRY-CCY        PIC X(3) VALUE SPACES.
       01 WS-ENTRY-DEBIT      PIC X(10) VALUE SPACES.
       01 WS-ENTRY-CREDIT     PIC X(10) VALUE SPACES.
       01 WS-ENTRY-DESC       PIC X(25) VALUE SPACES.
       01 WS-ENTRY-VALID      PIC X VALUE 'N'.
           88 ENTRY-IS-VALID      VALUE 'Y'.
       01 WS-FOUND-IDX        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-COA-MAP-PARA

           DISPLAY "GL CHART-OF-ACCOUNTS MAPPING MAINTENANCE"
           PERFORM UNTIL WS-CONTINUE NOT = 'Y'
               DISPLAY "FUNCTION: A-ADD C-CHANGE D-DELETE "
                   "L-LIST X-EXIT: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 'A'
                       PERFORM ADD-MAPPING-PARA
                   WHEN 'C'
                       PERFORM CHANGE-MAPPING-PARA
                   WHEN 'D'
                       PERFORM DELETE-MAPPING-PARA
                   WHEN 'L'
                       PERFORM LIST-MAPPINGS-PARA
                   WHEN 'X'
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID FUNCTION."
               END-EVALUATE
           END-PERFORM

           IF CHANGES-MADE
               PERFORM SAVE-COA-MAP-PARA
               DISPLAY "COAMAP.DAT UPDATED (" WS-COA-COUNT
                   " MAPPINGS)"
           ELSE
               DISPLAY "NO CHANGES MADE"
           END-IF

           STOP RUN.

       LOAD-COA-MAP-PARA.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - STARTING WITH AN "
                   "EMPTY MAPPING TABLE"
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
                               MOVE MAP-DESCRIPTION TO
                                   WS-COA-DESC(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
           END-IF.

       ACCEPT-KEY-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "OPERATION (A S M D R P I): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-OP
           DISPLAY "CURRENCY: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CCY
           EVALUATE WS-ENTRY-OP
               WHEN 'A' WHEN 'S' WHEN 'M'
               WHEN 'D' WHEN 'R' WHEN 'P' WHEN 'I'
                   IF WS-ENTRY-CCY = SPACES
                       DISPLAY "CURRENCY REQUIRED"
                   ELSE
                       MOVE 'Y' TO WS-ENTRY-VALID
                       PERFORM FIND-MAPPING-PARA
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID OPERATION"
           END-EVALUATE.

       FIND-MAPPING-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-ENTRY-OP = WS-COA-OP(WS-COA-IDX)
                   AND WS-ENTRY-CCY = WS-COA-CCY(WS-COA-IDX)
                   MOVE WS-COA-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ACCEPT-GL-ACCOUNTS-PARA.
           MOVE 'N' TO WS-ENTRY-VALID
           DISPLAY "DEBIT GL ACCOUNT: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DEBIT
           DISPLAY "CREDIT GL ACCOUNT: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CREDIT
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DESC
           IF WS-ENTRY-DEBIT = SPACES OR WS-ENTRY-CREDIT = SPACES
               DISPLAY "BOTH GL ACCOUNTS ARE REQUIRED"
           ELSE
               IF WS-ENTRY-DEBIT = WS-ENTRY-CREDIT
                   DISPLAY "DEBIT AND CREDIT GL ACCOUNTS MUST DIFFER"
               ELSE
                   MOVE 'Y' TO WS-ENTRY-VALID
               END-IF
           END-IF.

       ADD-MAPPING-PARA.
           IF WS-COA-COUNT >= WS-COA-MAX
               DISPLAY "MAPPING TABLE FULL - CANNOT ADD"
           ELSE
               PERFORM ACCEPT-KEY-PARA
               IF ENTRY-IS-VALID
                   IF WS-FOUND-IDX > 0
                       DISPLAY "MAPPING " WS-ENTRY-OP " "
                           WS-ENTRY-CCY " ALREADY ON FILE"
                   ELSE
                       PERFORM ACCEPT-GL-ACCOUNTS-PARA
                       IF ENTRY-IS-VALID
                           ADD 1 TO WS-COA-COUNT
                           MOVE WS-ENTRY-OP TO WS-COA-OP(WS-COA-COUNT)
                           MOVE WS-ENTRY-CCY TO
                               WS-COA-CCY(WS-COA-COUNT)
                           MOVE WS-ENTRY-DEBIT TO
                               WS-COA-DEBIT(WS-COA-COUNT)
                           MOVE WS-ENTRY-CREDIT TO
                               WS-COA-CREDIT(WS-COA-COUNT)
                           MOVE WS-ENTRY-DESC TO
                               WS-COA-DESC(WS-COA-COUNT)
                           MOVE 'Y' TO WS-CHANGES-MADE
                           DISPLAY "MAPPING " WS-ENTRY-OP " "
                               WS-ENTRY-CCY " ADDED"
                       ELSE
                           DISPLAY "MAPPING NOT ADDED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-MAPPING-PARA.
           PERFORM ACCEPT-KEY-PARA
           IF ENTRY-IS-VALID
               IF WS-FOUND-IDX = 0
                   DISPLAY "MAPPING " WS-ENTRY-OP " " WS-ENTRY-CCY
                       " NOT ON FILE"
               ELSE
                   DISPLAY "CURRENT: DR " WS-COA-DEBIT(WS-FOUND-IDX)
                       " CR " WS-COA-CREDIT(WS-FOUND-IDX)
                   PERFORM ACCEPT-GL-ACCOUNTS-PARA
                   IF ENTRY-IS-VALID
                       MOVE WS-ENTRY-DEBIT TO
                           WS-COA-DEBIT(WS-FOUND-IDX)
                       MOVE WS-ENTRY-CREDIT TO
                           WS-COA-CREDIT(WS-FOUND-IDX)
                       MOVE WS-ENTRY-DESC TO WS-COA-DESC(WS-FOUND-IDX)
                       MOVE 'Y' TO WS-CHANGES-MADE
                       DISPLAY "MAPPING " WS-ENTRY-OP " "
                           WS-ENTRY-CCY " CHANGED"
                   ELSE
                       DISPLAY "MAPPING NOT CHANGED"
                   END-IF
               END-IF
           END-IF.

       DELETE-MAPPING-PARA.
           PERFORM ACCEPT-KEY-PARA
           IF ENTRY-IS-VALID
               IF WS-FOUND-IDX = 0
                   DISPLAY "MAPPING " WS-ENTRY-OP " " WS-ENTRY-CCY
                       " NOT ON FILE"
               ELSE
                   PERFORM VARYING WS-COA-IDX FROM WS-FOUND-IDX BY 1
                       UNTIL WS-COA-IDX >= WS-COA-COUNT
                       MOVE WS-COA-ENTRY(WS-COA-IDX + 1) TO
                           WS-COA-ENTRY(WS-COA-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-COA-COUNT
                   MOVE 'Y' TO WS-CHANGES-MADE
                   DISPLAY "MAPPING " WS-ENTRY-OP " " WS-ENTRY-CCY
                       " DELETED"
               END-IF
           END-IF.

       LIST-MAPPINGS-PARA.
           DISPLAY "OP CCY  DEBIT GL    CREDIT GL   DESCRIPTION"
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               DISPLAY WS-COA-OP(WS-COA-IDX) "  "
                   WS-COA-CCY(WS-COA-IDX) "  "
                   WS-COA-DEBIT(WS-COA-IDX) "  "
                   WS-COA-CREDIT(WS-COA-IDX) "  "
                   WS-COA-DESC(WS-COA-IDX)
           END-PERFORM
           DISPLAY "MAPPINGS ON FILE: " WS-COA-COUNT.

       SAVE-COA-MAP-PARA.
           OPEN OUTPUT COA-MAP-FILE
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               MOVE WS-COA-OP(WS-COA-IDX) TO MAP-OP
               MOVE WS-COA-CCY(WS-COA-IDX) TO MAP-CURRENCY
               MOVE WS-COA-DEBIT(WS-COA-IDX) TO MAP-DEBIT-GL
               MOVE WS-COA-CREDIT(WS-COA-IDX) TO MAP-CREDIT-GL
               MOVE WS-COA-DESC(WS-COA-IDX) TO MAP-DESCRIPTION
               WRITE COA-MAP-RECORD
           END-PERFORM
           CLOSE COA-MAP-FILE.
