      * with no date of loss, and payments whose claim is no
      * longer on the master, are counted and left out rather
      * than guessed at.
      *
      *  The all-payments triangle is followed by an indemnity
      * triangle and an expense triangle (defense/legal plus
      * other adjusting expense, off each payment's type), so
      * loss and expense develop separately. Each delimited line
      * carries its basis - T total, I indemnity, E expense.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                     WITH DUPLICATES
           ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                     WITH DUPLICATES
           FILE STATUS IS WS-CLIENT-STATUS.
      *
           SELECT PAYMENT-FILE ASSIGN TO DISK
           03  PAY-SETTLE-FLAG          PIC X.
           03  PAY-CHECK-NUMBER         PIC 9(6).
           03  PAY-DISB-DATE            PIC 9(6).
           03  PAY-CLEAR-DATE           PIC 9(6).
           03  PAY-PAYEE-ID             PIC 9(6).
           03  PAY-TYPE                 PIC X.
      *
       FD TRIANGLE-PRINT
           LABEL RECORDS STANDARD
       01 WS-CELL-TABLE.
           03 WS-CELL-ROW OCCURS 24 TIMES.
               05 WS-CELL-AMT OCCURS 24 TIMES PIC 9(9).
       01 WS-IND-CELL-TABLE.
           03 WS-IND-CELL-ROW OCCURS 24 TIMES.
               05 WS-IND-CELL-AMT OCCURS 24 TIMES PIC 9(9).
       01 WS-EXP-CELL-TABLE.
           03 WS-EXP-CELL-ROW OCCURS 24 TIMES.
               05 WS-EXP-CELL-AMT OCCURS 24 TIMES PIC 9(9).
       01 WS-BASIS-CODE          PIC X  VALUE "T".
       01 WS-BASIS-LABEL         PIC X(30) VALUE SPACES.
       01 WS-ROW-SUB             PIC 99 VALUE 0.
       01 WS-COL-SUB             PIC 99 VALUE 0.
       01 WS-SORT-SUB            PIC 99 VALUE 0.
           03 FILLER  PIC X(30)  VALUE
                         "LOSS DEVELOPMENT TRIANGLE     ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TRI-BASIS-LINE.
           03 FILLER             PIC X(8)  VALUE "BASIS : ".
           03 TBL-BASIS-LABEL    PIC X(30).
       01 WS-TRI-HEAD-LINE.
           03 FILLER             PIC X(8)  VALUE "LOSS MO ".
           03 WS-TRI-HEAD-CELLS.
           03 WS-CSV-DP          PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 WS-CSV-AMT         PIC 9(9).
           03 FILLER             PIC X VALUE ",".
           03 WS-CSV-BASIS       PIC X.
      *
       PROCEDURE DIVISION.
      *
      *  The cells start at spaces without this - money must
      * land in zeroed cells.
                      MOVE ZEROS TO WS-CELL-TABLE
                      MOVE ZEROS TO WS-IND-CELL-TABLE
                      MOVE ZEROS TO WS-EXP-CELL-TABLE
                      PERFORM 1000-LOAD-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      CLOSE CLIENT-FILE
                           UNTIL WS-END-OF-FILE
                      CLOSE PAYMENT-FILE
                      PERFORM 5000-PRINT-TRIANGLE
                      MOVE "T" TO WS-BASIS-CODE
                      PERFORM 6000-WRITE-CSV-CELLS
                      MOVE WS-IND-CELL-TABLE TO WS-CELL-TABLE
                      MOVE "INDEMNITY PAID" TO WS-BASIS-LABEL
                      PERFORM 5300-PRINT-BASIS-SECTION
                      MOVE "I" TO WS-BASIS-CODE
                      PERFORM 6000-WRITE-CSV-CELLS
                      MOVE WS-EXP-CELL-TABLE TO WS-CELL-TABLE
                      MOVE "EXPENSE PAID (LEGAL + OTHER)"
                           TO WS-BASIS-LABEL
                      PERFORM 5300-PRINT-BASIS-SECTION
                      MOVE "E" TO WS-BASIS-CODE
                      PERFORM 6000-WRITE-CSV-CELLS
                      PERFORM 5400-PRINT-NOTES
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CLMTRI - FILE WOULD NOT OPEN"
                END-IF
           END-PERFORM.
           ADD PAY-AMOUNT TO WS-CELL-AMT (WS-ROW-SUB WS-COL-SUB).
           IF PAY-TYPE EQUAL "L" OR
              PAY-TYPE EQUAL "A"
                 ADD PAY-AMOUNT TO
                     WS-EXP-CELL-AMT (WS-ROW-SUB WS-COL-SUB)
              ELSE
                 ADD PAY-AMOUNT TO
                     WS-IND-CELL-AMT (WS-ROW-SUB WS-COL-SUB).
      *
      *********************************************************
      *  This paragraph prints the triangle: the development
      * month headings, then one row per loss month with the
      * cumulative paid across the development months. The page
      * holds eight development columns; a wider history is
      * noted rather than wrapped. The all-payments triangle
      * prints first; 5300 prints the indemnity and expense
      * triangles under it from whatever is in the cell table.
      *
       5000-PRINT-TRIANGLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-TRIANGLE-REC.
           MOVE WS-TITLE-1 TO OUT-TRIANGLE-REC.
           WRITE OUT-TRIANGLE-REC AFTER PAGE.
           MOVE "ALL PAYMENTS" TO WS-BASIS-LABEL.
           PERFORM 5300-PRINT-BASIS-SECTION.
      *
       5300-PRINT-BASIS-SECTION.
           MOVE WS-BASIS-LABEL TO TBL-BASIS-LABEL.
           MOVE SPACES TO OUT-TRIANGLE-REC.
           MOVE WS-TRI-BASIS-LINE TO OUT-TRIANGLE-REC.
           WRITE OUT-TRIANGLE-REC AFTER 2.
           PERFORM 5100-FILL-HEAD-CELLS.
           MOVE SPACES TO OUT-TRIANGLE-REC.
           MOVE WS-TRI-HEAD-LINE TO OUT-TRIANGLE-REC.
           WRITE OUT-TRIANGLE-REC AFTER 1.
           PERFORM 5200-PRINT-ONE-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB GREATER WS-LP-COUNT.
      *
       5400-PRINT-NOTES.
           IF WS-DP-COUNT GREATER WS-COL-LIMIT
                 MOVE SPACES TO OUT-TRIANGLE-REC
                 MOVE WS-TRI-COL-NOTE TO OUT-TRIANGLE-REC
      *
      *********************************************************
      *  This paragraph writes one delimited line per cell -
      * loss month, development month, cumulative paid and the
      * basis in WS-BASIS-CODE - every development month
      * included, not just the eight the page holds.
      *
       6000-WRITE-CSV-CELLS.
           PERFORM 6100-WRITE-ONE-CSV-ROW
                MOVE WS-LP-PERIOD (WS-ROW-SUB) TO WS-CSV-LP
                MOVE WS-DP-PERIOD (WS-DP-SUB)  TO WS-CSV-DP
                MOVE WS-CUM-AMOUNT             TO WS-CSV-AMT
                MOVE WS-BASIS-CODE             TO WS-CSV-BASIS
                MOVE SPACES TO OUT-CSV-REC
                MOVE WS-CSV-BUILD TO OUT-CSV-REC
                WRITE OUT-CSV-REC
