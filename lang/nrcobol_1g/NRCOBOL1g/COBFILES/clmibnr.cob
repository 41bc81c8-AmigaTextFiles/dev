       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMIBNR.
      *PROGRAM DISCRIPTION.
      *
      *  Chain-ladder IBNR estimate for the quarterly reserve
      * review, worked off the files instead of by hand out of
      * CLMTRI.CSV. Every claim on CLIENT.DAT is placed in a loss
      * period off its date of loss - a month, or a year when
      * BUSPARM IBNR-BY-YEAR is 1 - and each of its CLMPAY.DAT
      * payments lands in the development age it was paid at
      * (age 1 is the loss period itself). The last 24 loss
      * periods up to today make the triangle; older losses are
      * taken as fully developed and left out, and are counted.
      *
      *  Age-to-age factors are worked both ways the actuaries
      * use - the simple average of the link ratios and the
      * volume-weighted average (column sum over column sum) -
      * and any factor the actuary has chosen by hand is read
      * off the selected-factor file IBNRFAC.DAT. BUSPARM
      * IBNR-METHOD picks which set projects: 1 simple, 2
      * volume-weighted (the default), 3 selected, where an age
      * with no selected factor falls back to volume-weighted.
      * The tail past the last age is taken as 1. Each loss
      * period's ultimate is its paid to date times the factor
      * to ultimate at its age; IBNR is ultimate less paid less
      * the CLMRSV.DAT case reserves, and may come out negative
      * where the case reserves already run ahead of the paid
      * pattern - it is shown as it falls.
      *
      *  The exhibit prints on CLMIBNR.PRT, the same figures go
      * out on the delimited file CLMIBNR.CSV (F lines for the
      * factors, L lines for the loss periods), and the book
      * totals are left on the one-line file IBNRTOT.DAT for
      * INSURE's incurred report to print beside the case
      * reserves.
      *
      *  IBNRFAC.DAT is one line per age kept by the actuary:
      * the age (two digits), a space, then the factor from that
      * age to the next as three whole digits, a separator and
      * four decimals - "03 001,0450".
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT FACTOR-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FACTOR-STATUS.
      *
           SELECT CLIENT-FILE ASSIGN TO DISK
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
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS WS-PAYMENT-STATUS.
      *
           SELECT RESERVE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CLAIM-NUMBER
           FILE STATUS IS WS-RESERVE-STATUS.
      *
           SELECT IBNR-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
           SELECT IBNR-CSV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
      *
           SELECT IBNR-TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TOTAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD FACTOR-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "IBNRFAC.DAT".
       01  IN-FACTOR-REC.
           03  IF-AGE                 PIC 99.
           03  FILLER                 PIC X.
           03  IF-FACTOR-INT          PIC 999.
           03  FILLER                 PIC X.
           03  IF-FACTOR-DEC          PIC 9(4).
      *
       FD CLIENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLIENT.DAT".
       01  IN-CLIENT-REC.
           03  CL-CLAIM-NUMBER          PIC 999V9(4).
           03  CL-CLASS-CODE            PIC 9(6).
           03  CL-REGION                PIC X(4).
           03  CL-PREV-CLAIMS           PIC 99.
           03  CL-PREV-CLAIMS-TOTAL     PIC 9(9).
           03  CL-AMOUNT-CLAIMED        PIC 9(7).
           03  CL-PREMIUM               PIC 9(7).
           03  CL-DATE-OF-LOSS.
               05  CL-LOSS-DAY          PIC 99.
               05  CL-LOSS-MONTH        PIC 99.
               05  CL-LOSS-YEAR         PIC 99.
           03  CL-DATE-REPORTED         PIC 9(6).
           03  CL-STATUS                PIC X.
           03  CL-POLICY-NUMBER         PIC 9(6).
           03  CL-ADJUSTER-ID           PIC X(6).
      *
       FD PAYMENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMPAY.DAT".
       01  IN-PAYMENT-REC.
           03  PAY-KEY.
               05  PAY-CLAIM-NUMBER     PIC 999V9(4).
               05  PAY-SEQ              PIC 999.
           03  PAY-DATE.
               05  PAY-DAY              PIC 99.
               05  PAY-MONTH            PIC 99.
               05  PAY-YEAR             PIC 99.
           03  PAY-AMOUNT               PIC 9(7).
           03  PAY-SETTLE-FLAG          PIC X.
           03  PAY-CHECK-NUMBER         PIC 9(6).
           03  PAY-DISB-DATE            PIC 9(6).
           03  PAY-CLEAR-DATE           PIC 9(6).
           03  PAY-PAYEE-ID             PIC 9(6).
           03  PAY-TYPE                 PIC X.
      *
       FD RESERVE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRSV.DAT".
       01  IN-RESERVE-REC.
           03  RSV-CLAIM-NUMBER         PIC 999V9(4).
           03  RSV-AMOUNT               PIC 9(7).
      *
       FD IBNR-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMIBNR.PRT".
       01  OUT-IBNR-REC.
           03  FILLER                 PIC A(100).
      *
       FD IBNR-CSV
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMIBNR.CSV".
       01  OUT-CSV-REC                PIC X(100).
      *
       FD IBNR-TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "IBNRTOT.DAT".
       01  OUT-TOTAL-REC.
           03  IT-RUN-DATE            PIC X(8).
           03  FILLER                 PIC X.
           03  IT-METHOD              PIC 9.
           03  FILLER                 PIC X.
           03  IT-PAID                PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-CASE-RESERVE        PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-ULTIMATE            PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-IBNR                PIC S9(11)
                                      SIGN LEADING SEPARATE.
      *
       WORKING-STORAGE SECTION.
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-FACTOR-STATUS       PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-RESERVE-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-CSV-STATUS          PIC XX VALUE "00".
       01 WS-TOTAL-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-FACTOR-END-FLAG     PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-CLAIMS-READ     PIC 9(5) VALUE 0.
           03 WS-CLAIMS-USED     PIC 9(5) VALUE 0.
           03 WS-CLAIMS-NO-DATE  PIC 9(5) VALUE 0.
           03 WS-CLAIMS-OLDER    PIC 9(5) VALUE 0.
           03 WS-CLAIMS-FUTURE   PIC 9(5) VALUE 0.
           03 WS-PAYMENTS-USED   PIC 9(7) VALUE 0.
           03 WS-FACTORS-READ    PIC 99   VALUE 0.
           03 WS-FACTORS-BAD     PIC 99   VALUE 0.
      *
      *  Method and period grain, off BUSPARM.DAT: IBNR-METHOD 1
      * simple, 2 volume-weighted, 3 selected; IBNR-BY-YEAR 1
      * develops by loss year, anything else by loss month.
      *
       01 WS-IBNR-METHOD         PIC 9 VALUE 2.
           88 WS-METHOD-SIMPLE       VALUE 1.
           88 WS-METHOD-VOLUME       VALUE 2.
           88 WS-METHOD-SELECTED     VALUE 3.
       01 WS-IBNR-BY-YEAR        PIC 9 VALUE 0.
           88 WS-BY-YEAR             VALUE 1.
       01 WS-METHOD-NAME         PIC X(24) VALUE SPACES.
       01 WS-GRAIN-NAME          PIC X(8)  VALUE SPACES.
      *
      *  Period numbers: months counted from year 0 (YYYY * 12 +
      * MM - 1) or plain years, so ages are a subtraction. Row
      * 24 is the current period, row 1 the period 23 back;
      * the age a row has reached today is 25 less its row.
      *
       01 WS-NOW-PERIOD-NO       PIC 9(6) VALUE 0.
       01 WS-LOSS-PERIOD-NO      PIC 9(6) VALUE 0.
       01 WS-WORK-PERIOD-NO      PIC 9(6) VALUE 0.
       01 WS-PERIOD-OFFSET       PIC S9(6) VALUE 0.
       01 WS-CLAIM-ROW           PIC 99 VALUE 0.
       01 WS-CLAIM-AGE-NOW       PIC 99 VALUE 0.
       01 WS-PAY-AGE             PIC S9(6) VALUE 0.
       01 WS-PERIOD-BUILD.
           03 WS-PB-YYYY         PIC 9(4).
           03 WS-PB-MM           PIC 99.
       01 WS-PERIOD-SHOW REDEFINES WS-PERIOD-BUILD PIC X(6).
      *
       01 WS-TRIANGLE.
           03 WS-TRI-ROW OCCURS 24 TIMES.
               05 WS-TRI-CELL OCCURS 24 TIMES PIC 9(11).
       01 WS-ROW-TABLE.
           03 WS-ROW-ENTRY OCCURS 24 TIMES.
               05 WS-ROW-CLAIMS     PIC 9(5).
               05 WS-ROW-PAID       PIC 9(11).
               05 WS-ROW-CASE       PIC 9(11).
               05 WS-ROW-ULTIMATE   PIC 9(11).
               05 WS-ROW-IBNR       PIC S9(11).
       01 WS-FACTOR-TABLE.
           03 WS-FACTOR-ENTRY OCCURS 24 TIMES.
               05 WS-FAC-SIMPLE     PIC 9(3)V9(6).
               05 WS-FAC-VOLUME     PIC 9(3)V9(6).
               05 WS-FAC-SELECTED   PIC 9(3)V9(6).
               05 WS-FAC-USED       PIC 9(3)V9(6).
               05 WS-FAC-TO-ULT     PIC 9(7)V9(6).
       01 WS-ROW-SUB             PIC 99 VALUE 0.
       01 WS-AGE-SUB             PIC 99 VALUE 0.
       01 WS-NEXT-SUB            PIC 99 VALUE 0.
       01 WS-LAST-ROW            PIC 99 VALUE 0.
       01 WS-SUM-THIS            PIC 9(13) VALUE 0.
       01 WS-SUM-NEXT            PIC 9(13) VALUE 0.
       01 WS-RATIO-SUM           PIC 9(7)V9(6) VALUE 0.
       01 WS-RATIO-COUNT         PIC 99 VALUE 0.
       01 WS-RATIO-WORK          PIC 9(7)V9(6) VALUE 0.
      *
       01 WS-BOOK-TOTALS.
           03 WS-BOOK-PAID       PIC 9(11) VALUE 0.
           03 WS-BOOK-CASE       PIC 9(11) VALUE 0.
           03 WS-BOOK-ULTIMATE   PIC 9(11) VALUE 0.
           03 WS-BOOK-IBNR       PIC S9(11) VALUE 0.
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CLMIBNR".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR       PIC XX.
           03 WS-REAL-MONTH      PIC XX.
           03 WS-REAL-DAY        PIC XX.
       01 WS-TEMP-DATE.
           03 WS-TEMP-DAY        PIC XX.
           03 FILLER             PIC X    VALUE  "/".
           03 WS-TEMP-MONTH      PIC XX.
           03 FILLER             PIC X    VALUE  "/".
           03 WS-TEMP-YEAR       PIC XX.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "CLMIBNR   ".
           03 FILLER  PIC X(30)  VALUE
                         "CHAIN-LADDER IBNR EXHIBIT     ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TITLE-2.
           03 FILLER             PIC X(9)  VALUE "METHOD : ".
           03 TT2-METHOD         PIC X(24).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "PERIODS : ".
           03 TT2-GRAIN          PIC X(8).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 FILLER             PIC X(20) VALUE
                         "TAIL FACTOR 1,0000".
       01 WS-FAC-HEADER-1.
           03 FILLER             PIC X(36) VALUE
                         "AGE-TO-AGE DEVELOPMENT FACTORS".
       01 WS-FAC-HEADER-2.
           03 FILLER             PIC X(7)  VALUE "AGE    ".
           03 FILLER             PIC X(12) VALUE "      SIMPLE".
           03 FILLER             PIC X(12) VALUE "     VOL-WTD".
           03 FILLER             PIC X(12) VALUE "    SELECTED".
           03 FILLER             PIC X(12) VALUE "        USED".
           03 FILLER             PIC X(16) VALUE
                         "       TO ULT".
       01 WS-FAC-LINE.
           03 FCL-AGE-FROM       PIC 99.
           03 FILLER             PIC X     VALUE "-".
           03 FCL-AGE-TO         PIC 99.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 FCL-SIMPLE         PIC ZZ9,9999.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 FCL-VOLUME         PIC ZZ9,9999.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 FCL-SELECTED       PIC ZZ9,9999 BLANK WHEN ZERO.
           03 FILLER             PIC X(4)  VALUE SPACES.
           03 FCL-USED           PIC ZZ9,9999.
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 FCL-TO-ULT         PIC Z.ZZZ.ZZ9,9999.
       01 WS-LOSS-HEADER-1.
           03 FILLER             PIC X(36) VALUE
                         "PROJECTED ULTIMATE BY LOSS PERIOD".
       01 WS-LOSS-HEADER-2.
           03 FILLER             PIC X(8)  VALUE "LOSS PER".
           03 FILLER             PIC X(5)  VALUE "  AGE".
           03 FILLER             PIC X(6)  VALUE " CLMS".
           03 FILLER             PIC X(13) VALUE " PAID TO DATE".
           03 FILLER             PIC X(16) VALUE
                         "          TO ULT".
           03 FILLER             PIC X(13) VALUE "     ULTIMATE".
           03 FILLER             PIC X(13) VALUE " CASE RESERVE".
           03 FILLER             PIC X(13) VALUE "         IBNR".
       01 WS-LOSS-LINE.
           03 LSL-PERIOD         PIC X(6).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LSL-AGE            PIC ZZZZ9.
           03 FILLER             PIC X     VALUE SPACE.
           03 LSL-CLAIMS         PIC ZZZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LSL-PAID           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LSL-TO-ULT         PIC Z.ZZZ.ZZ9,9999.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LSL-ULTIMATE       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LSL-CASE           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(1)  VALUE SPACES.
           03 LSL-IBNR           PIC ----.---.--9.
       01 WS-LOSS-TOTAL-LINE.
           03 FILLER             PIC X(21) VALUE "BOOK TOTAL".
           03 LST-PAID           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(18) VALUE SPACES.
           03 LST-ULTIMATE       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 LST-CASE           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(1)  VALUE SPACES.
           03 LST-IBNR           PIC ----.---.--9.
       01 WS-IBNR-TOTAL-1.
           03 FILLER             PIC X(28) VALUE
                         "CLAIMS READ               : ".
           03 ITL-READ           PIC ZZZZ9.
       01 WS-IBNR-TOTAL-2.
           03 FILLER             PIC X(28) VALUE
                         "CLAIMS IN THE TRIANGLE    : ".
           03 ITL-USED           PIC ZZZZ9.
       01 WS-IBNR-TOTAL-3.
           03 FILLER             PIC X(28) VALUE
                         "OLDER - TAKEN AS DEVELOPED: ".
           03 ITL-OLDER          PIC ZZZZ9.
       01 WS-IBNR-TOTAL-4.
           03 FILLER             PIC X(28) VALUE
                         "NO OR FUTURE DATE OF LOSS : ".
           03 ITL-NO-DATE        PIC ZZZZ9.
       01 WS-IBNR-TOTAL-5.
           03 FILLER             PIC X(28) VALUE
                         "SELECTED FACTORS READ     : ".
           03 ITL-FACTORS        PIC Z9.
           03 FILLER             PIC X(12) VALUE "   REFUSED: ".
           03 ITL-FACTORS-BAD    PIC Z9.
      *
      *  Delimited lines. Factors go out with a point for the
      * decimals, since the comma is the field separator.
      *
       01 WS-DEC-WORK            PIC 9(7)V9(6) VALUE 0.
       01 WS-DEC-SPLIT REDEFINES WS-DEC-WORK.
           03 WS-DEC-INT         PIC 9(7).
           03 WS-DEC-FRAC        PIC 9(6).
       01 WS-CSV-FACTOR-BUILD.
           03 FILLER             PIC XX VALUE "F,".
           03 CSF-AGE            PIC 99.
           03 FILLER             PIC X VALUE ",".
           03 CSF-SIMPLE-INT     PIC 9(3).
           03 FILLER             PIC X VALUE ".".
           03 CSF-SIMPLE-FRAC    PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 CSF-VOLUME-INT     PIC 9(3).
           03 FILLER             PIC X VALUE ".".
           03 CSF-VOLUME-FRAC    PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 CSF-SELECTED-INT   PIC 9(3).
           03 FILLER             PIC X VALUE ".".
           03 CSF-SELECTED-FRAC  PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 CSF-USED-INT       PIC 9(3).
           03 FILLER             PIC X VALUE ".".
           03 CSF-USED-FRAC      PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 CSF-TO-ULT-INT     PIC 9(7).
           03 FILLER             PIC X VALUE ".".
           03 CSF-TO-ULT-FRAC    PIC 9(6).
       01 WS-CSV-LOSS-BUILD.
           03 FILLER             PIC XX VALUE "L,".
           03 CSL-PERIOD         PIC X(6).
           03 FILLER             PIC X VALUE ",".
           03 CSL-AGE            PIC 99.
           03 FILLER             PIC X VALUE ",".
           03 CSL-PAID           PIC 9(11).
           03 FILLER             PIC X VALUE ",".
           03 CSL-TO-ULT-INT     PIC 9(7).
           03 FILLER             PIC X VALUE ".".
           03 CSL-TO-ULT-FRAC    PIC 9(6).
           03 FILLER             PIC X VALUE ",".
           03 CSL-ULTIMATE       PIC 9(11).
           03 FILLER             PIC X VALUE ",".
           03 CSL-CASE           PIC 9(11).
           03 FILLER             PIC X VALUE ",".
           03 CSL-IBNR           PIC S9(11) SIGN LEADING SEPARATE.
           03 FILLER             PIC X VALUE ",".
           03 CSL-METHOD         PIC 9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to read the parameters and selected factors,
      * open the files, load the triangle, work the factors and
      * the ultimates, print the exhibit and write the delimited
      * and totals files, logging start/end through the shared
      * RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE ZERO TO WS-BOOK-TOTALS.
           MOVE ZEROS TO WS-TRIANGLE.
           MOVE ZEROS TO WS-ROW-TABLE.
           MOVE ZEROS TO WS-FACTOR-TABLE.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0070-READ-SELECTED-FACTORS.
           PERFORM 0150-SET-PERIOD-NOW.
           OPEN INPUT  CLIENT-FILE.
           OPEN INPUT  PAYMENT-FILE.
           OPEN INPUT  RESERVE-FILE.
           OPEN OUTPUT IBNR-PRINT.
           OPEN OUTPUT IBNR-CSV.
           OPEN OUTPUT IBNR-TOTAL-FILE.
                IF WS-CLIENT-STATUS  = "00" AND
                   WS-PAYMENT-STATUS = "00" AND
                   WS-RESERVE-STATUS = "00" AND
                   WS-PRINT-STATUS   = "00" AND
                   WS-CSV-STATUS     = "00" AND
                   WS-TOTAL-STATUS   = "00"
                      PERFORM 1000-LOAD-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      PERFORM 2000-ACCUMULATE-ROW
                           VARYING WS-ROW-SUB FROM 1 BY 1
                           UNTIL WS-ROW-SUB GREATER 24
                           AFTER WS-AGE-SUB FROM 2 BY 1
                           UNTIL WS-AGE-SUB GREATER 25 - WS-ROW-SUB
                      PERFORM 3000-WORK-ONE-FACTOR
                           VARYING WS-AGE-SUB FROM 1 BY 1
                           UNTIL WS-AGE-SUB GREATER 23
                      PERFORM 3500-WORK-FACTORS-TO-ULT
                      PERFORM 4000-PROJECT-ONE-ROW
                           VARYING WS-ROW-SUB FROM 1 BY 1
                           UNTIL WS-ROW-SUB GREATER 24
                      PERFORM 5000-PRINT-EXHIBIT
                      PERFORM 6000-WRITE-CSV
                      PERFORM 7000-WRITE-TOTAL-FILE
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CLMIBNR - FILE WOULD NOT OPEN"
                      DISPLAY "CLIENT-FILE STATUS  : "
                              WS-CLIENT-STATUS
                      DISPLAY "PAYMENT-FILE STATUS : "
                              WS-PAYMENT-STATUS
                      DISPLAY "RESERVE-FILE STATUS : "
                              WS-RESERVE-STATUS
                      DISPLAY "IBNR-PRINT STATUS   : "
                              WS-PRINT-STATUS
                      DISPLAY "IBNR-CSV STATUS     : "
                              WS-CSV-STATUS
                      DISPLAY "IBNR-TOTAL STATUS   : "
                              WS-TOTAL-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-CLAIMS-USED  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CLIENT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE RESERVE-FILE.
           CLOSE IBNR-PRINT.
           CLOSE IBNR-CSV.
           CLOSE IBNR-TOTAL-FILE.
           DISPLAY "CLMIBNR - CLAIMS READ     : " WS-CLAIMS-READ.
           DISPLAY "CLMIBNR - CLAIMS USED     : " WS-CLAIMS-USED.
           DISPLAY "CLMIBNR - BOOK IBNR       : " WS-BOOK-IBNR.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the projection method and the period
      * grain; a missing file, name or out-of-range value leaves
      * the built-in default.
      *
       0050-READ-BUS-PARMS.
           MOVE " " TO WS-BUSPARM-END-FLAG.
           OPEN INPUT BUSPARM-FILE.
           IF WS-BUSPARM-STATUS EQUAL "00"
                 PERFORM 0050-READ-ONE-BUS-PARM
                         UNTIL WS-BUSPARM-END-FLAG = "E"
                 CLOSE BUSPARM-FILE.
           IF WS-METHOD-SIMPLE
                 MOVE "SIMPLE AVERAGE" TO WS-METHOD-NAME
              ELSE
              IF WS-METHOD-SELECTED
                    MOVE "SELECTED FACTORS" TO WS-METHOD-NAME
                 ELSE
                    MOVE 2 TO WS-IBNR-METHOD
                    MOVE "VOLUME-WEIGHTED AVERAGE" TO WS-METHOD-NAME.
           IF WS-BY-YEAR
                 MOVE "YEARLY" TO WS-GRAIN-NAME
              ELSE
                 MOVE 0 TO WS-IBNR-BY-YEAR
                 MOVE "MONTHLY" TO WS-GRAIN-NAME.
      *
       0050-READ-ONE-BUS-PARM.
           READ BUSPARM-FILE
                AT END MOVE "E" TO WS-BUSPARM-END-FLAG
           END-READ.
           IF WS-BUSPARM-END-FLAG EQUAL "E" OR
              PB-VALUE NOT NUMERIC
                 CONTINUE
              ELSE
              IF PB-NAME EQUAL "IBNR-METHOD"
                    MOVE PB-VALUE TO WS-IBNR-METHOD
                 ELSE
                 IF PB-NAME EQUAL "IBNR-BY-YEAR"
                       MOVE PB-VALUE TO WS-IBNR-BY-YEAR
                    END-IF
                 END-IF.
      *
      *********************************************************
      *  This paragraph loads the actuary's selected factors off
      * IBNRFAC.DAT into the factor table. A line with an age
      * outside 1 to 23 or a factor that is not a number above
      * zero is refused and counted. A missing file just means
      * no factors have been selected.
      *
       0070-READ-SELECTED-FACTORS.
           MOVE " " TO WS-FACTOR-END-FLAG.
           OPEN INPUT FACTOR-FILE.
           IF WS-FACTOR-STATUS EQUAL "00"
                 PERFORM 0070-READ-ONE-FACTOR
                         UNTIL WS-FACTOR-END-FLAG = "E"
                 CLOSE FACTOR-FILE.
      *
       0070-READ-ONE-FACTOR.
           READ FACTOR-FILE
                AT END MOVE "E" TO WS-FACTOR-END-FLAG
           END-READ.
           IF WS-FACTOR-END-FLAG NOT EQUAL "E"
                 IF IF-AGE NOT NUMERIC OR
                    IF-FACTOR-INT NOT NUMERIC OR
                    IF-FACTOR-DEC NOT NUMERIC
                       ADD 1 TO WS-FACTORS-BAD
                    ELSE
                    IF IF-AGE LESS 1 OR IF-AGE GREATER 23 OR
                       (IF-FACTOR-INT EQUAL 0 AND
                        IF-FACTOR-DEC EQUAL 0)
                          ADD 1 TO WS-FACTORS-BAD
                       ELSE
                          ADD 1 TO WS-FACTORS-READ
                          COMPUTE WS-FAC-SELECTED (IF-AGE) =
                                  IF-FACTOR-INT +
                                  IF-FACTOR-DEC / 10000.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
      *
       0150-SET-PERIOD-NOW.
           MOVE WS-REAL-MONTH TO WS-PB-MM.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           PERFORM 0200-BUILD-PERIOD-NO.
           MOVE WS-WORK-PERIOD-NO TO WS-NOW-PERIOD-NO.
      *
      *********************************************************
      *  This paragraph turns the month in WS-PB-MM and the
      * two-digit year in WS-CY-YY into a period number, through
      * the shared DatCentury window.
      *
       0200-BUILD-PERIOD-NO.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           IF WS-BY-YEAR
                 MOVE WS-CY-YYYY TO WS-WORK-PERIOD-NO
              ELSE
                 COMPUTE WS-WORK-PERIOD-NO =
                         WS-CY-YYYY * 12 + WS-PB-MM - 1.
      *
      *********************************************************
      *  This paragraph reads one claim, finds its triangle row
      * off the date of loss, adds its case reserve to the row
      * and walks its payments into the row by age. A claim
      * with no date of loss, or a loss dated after today, is
      * counted and left out; a loss before the 24-period
      * window is counted as developed.
      *
       1000-LOAD-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-CLAIMS-READ
                 IF CL-DATE-OF-LOSS EQUAL ZERO
                       ADD 1 TO WS-CLAIMS-NO-DATE
                    ELSE
                       MOVE CL-LOSS-MONTH TO WS-PB-MM
                       MOVE CL-LOSS-YEAR  TO WS-CY-YY
                       PERFORM 0200-BUILD-PERIOD-NO
                       MOVE WS-WORK-PERIOD-NO TO WS-LOSS-PERIOD-NO
                       COMPUTE WS-PERIOD-OFFSET =
                               WS-LOSS-PERIOD-NO - WS-NOW-PERIOD-NO
                                  + 24
                       IF WS-PERIOD-OFFSET GREATER 24
                             ADD 1 TO WS-CLAIMS-FUTURE
                          ELSE
                          IF WS-PERIOD-OFFSET LESS 1
                                ADD 1 TO WS-CLAIMS-OLDER
                             ELSE
                                MOVE WS-PERIOD-OFFSET TO WS-CLAIM-ROW
                                PERFORM 1100-LOAD-CLAIM-ROW.
      *
       1100-LOAD-CLAIM-ROW.
           ADD 1 TO WS-CLAIMS-USED.
           ADD 1 TO WS-ROW-CLAIMS (WS-CLAIM-ROW).
           COMPUTE WS-CLAIM-AGE-NOW = 25 - WS-CLAIM-ROW.
           MOVE CL-CLAIM-NUMBER TO RSV-CLAIM-NUMBER.
           READ RESERVE-FILE
                INVALID KEY MOVE 0 TO RSV-AMOUNT
           END-READ.
           ADD RSV-AMOUNT TO WS-ROW-CASE (WS-CLAIM-ROW).
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
           START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
           END-START.
           PERFORM 1110-ADD-ONE-PAYMENT
                UNTIL WS-PAY-END-FLAG EQUAL "S".
      *
      *********************************************************
      *  This paragraph places one payment at its development
      * age. A payment with no date, or dated past today, is
      * taken at the age the loss has reached; one dated before
      * the loss is taken at age 1.
      *
       1110-ADD-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       ADD 1 TO WS-PAYMENTS-USED
                       IF PAY-DATE EQUAL ZERO
                             MOVE WS-CLAIM-AGE-NOW TO WS-PAY-AGE
                          ELSE
                             MOVE PAY-MONTH TO WS-PB-MM
                             MOVE PAY-YEAR  TO WS-CY-YY
                             PERFORM 0200-BUILD-PERIOD-NO
                             COMPUTE WS-PAY-AGE =
                                     WS-WORK-PERIOD-NO -
                                     WS-LOSS-PERIOD-NO + 1
                       END-IF
                       IF WS-PAY-AGE LESS 1
                             MOVE 1 TO WS-PAY-AGE
                       END-IF
                       IF WS-PAY-AGE GREATER WS-CLAIM-AGE-NOW
                             MOVE WS-CLAIM-AGE-NOW TO WS-PAY-AGE
                       END-IF
                       MOVE WS-PAY-AGE TO WS-AGE-SUB
                       ADD PAY-AMOUNT TO
                           WS-TRI-CELL (WS-CLAIM-ROW WS-AGE-SUB)
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph turns the triangle cumulative along a
      * row: each age from 2 on adds in the age before it, out
      * to the age the row has reached.
      *
       2000-ACCUMULATE-ROW.
           ADD WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB - 1) TO
               WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB).
      *
      *********************************************************
      *  This paragraph works the factor from age WS-AGE-SUB to
      * the next over every row that has reached the next age -
      * rows 1 to 24 less the age. The simple average skips a
      * row with nothing paid at the earlier age; either average
      * with nothing to go on is taken as 1.
      *
       3000-WORK-ONE-FACTOR.
           MOVE 0 TO WS-SUM-THIS.
           MOVE 0 TO WS-SUM-NEXT.
           MOVE 0 TO WS-RATIO-SUM.
           MOVE 0 TO WS-RATIO-COUNT.
           COMPUTE WS-LAST-ROW  = 24 - WS-AGE-SUB.
           COMPUTE WS-NEXT-SUB  = WS-AGE-SUB + 1.
           PERFORM 3100-ADD-ONE-LINK
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB GREATER WS-LAST-ROW.
           IF WS-SUM-THIS GREATER ZERO
                 COMPUTE WS-FAC-VOLUME (WS-AGE-SUB) ROUNDED =
                         WS-SUM-NEXT / WS-SUM-THIS
              ELSE
                 MOVE 1 TO WS-FAC-VOLUME (WS-AGE-SUB).
           IF WS-RATIO-COUNT GREATER ZERO
                 COMPUTE WS-FAC-SIMPLE (WS-AGE-SUB) ROUNDED =
                         WS-RATIO-SUM / WS-RATIO-COUNT
              ELSE
                 MOVE 1 TO WS-FAC-SIMPLE (WS-AGE-SUB).
           IF WS-METHOD-SIMPLE
                 MOVE WS-FAC-SIMPLE (WS-AGE-SUB) TO
                      WS-FAC-USED (WS-AGE-SUB)
              ELSE
              IF WS-METHOD-SELECTED AND
                 WS-FAC-SELECTED (WS-AGE-SUB) GREATER ZERO
                    MOVE WS-FAC-SELECTED (WS-AGE-SUB) TO
                         WS-FAC-USED (WS-AGE-SUB)
                 ELSE
                    MOVE WS-FAC-VOLUME (WS-AGE-SUB) TO
                         WS-FAC-USED (WS-AGE-SUB).
      *
       3100-ADD-ONE-LINK.
           ADD WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB) TO WS-SUM-THIS.
           ADD WS-TRI-CELL (WS-ROW-SUB WS-NEXT-SUB) TO WS-SUM-NEXT.
           IF WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB) GREATER ZERO
                 COMPUTE WS-RATIO-WORK ROUNDED =
                         WS-TRI-CELL (WS-ROW-SUB WS-NEXT-SUB) /
                         WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB)
                 ADD WS-RATIO-WORK TO WS-RATIO-SUM
                 ADD 1 TO WS-RATIO-COUNT.
      *
      *********************************************************
      *  This paragraph chains the factors into factors to
      * ultimate, from the last age back: age 24 carries the
      * tail of 1, each earlier age its own factor times the
      * next age's factor to ultimate.
      *
       3500-WORK-FACTORS-TO-ULT.
           MOVE 1 TO WS-FAC-TO-ULT (24).
           PERFORM 3510-CHAIN-ONE-FACTOR
                   VARYING WS-AGE-SUB FROM 23 BY -1
                   UNTIL WS-AGE-SUB LESS 1.
      *
       3510-CHAIN-ONE-FACTOR.
           COMPUTE WS-FAC-TO-ULT (WS-AGE-SUB) ROUNDED =
                   WS-FAC-USED (WS-AGE-SUB) *
                   WS-FAC-TO-ULT (WS-AGE-SUB + 1).
      *
      *********************************************************
      *  This paragraph projects one loss period: paid to date
      * is the cumulative cell at the age the row has reached,
      * ultimate is that times the factor to ultimate, and IBNR
      * is ultimate less paid less case reserve.
      *
       4000-PROJECT-ONE-ROW.
           COMPUTE WS-AGE-SUB = 25 - WS-ROW-SUB.
           MOVE WS-TRI-CELL (WS-ROW-SUB WS-AGE-SUB) TO
                WS-ROW-PAID (WS-ROW-SUB).
           COMPUTE WS-ROW-ULTIMATE (WS-ROW-SUB) ROUNDED =
                   WS-ROW-PAID (WS-ROW-SUB) *
                   WS-FAC-TO-ULT (WS-AGE-SUB).
           COMPUTE WS-ROW-IBNR (WS-ROW-SUB) =
                   WS-ROW-ULTIMATE (WS-ROW-SUB) -
                   WS-ROW-PAID (WS-ROW-SUB) -
                   WS-ROW-CASE (WS-ROW-SUB).
           ADD WS-ROW-PAID (WS-ROW-SUB)     TO WS-BOOK-PAID.
           ADD WS-ROW-CASE (WS-ROW-SUB)     TO WS-BOOK-CASE.
           ADD WS-ROW-ULTIMATE (WS-ROW-SUB) TO WS-BOOK-ULTIMATE.
           ADD WS-ROW-IBNR (WS-ROW-SUB)     TO WS-BOOK-IBNR.
      *
      *********************************************************
      *  This paragraph turns triangle row WS-ROW-SUB back into
      * its loss period for the exhibit - YYYYMM, or the year
      * alone when developing by year.
      *
       4100-SHOW-ROW-PERIOD.
           COMPUTE WS-WORK-PERIOD-NO =
                   WS-NOW-PERIOD-NO - 24 + WS-ROW-SUB.
           IF WS-BY-YEAR
                 MOVE WS-WORK-PERIOD-NO TO WS-PB-YYYY
                 MOVE WS-PERIOD-SHOW TO LSL-PERIOD
                 MOVE SPACES TO LSL-PERIOD (5:2)
              ELSE
                 DIVIDE WS-WORK-PERIOD-NO BY 12
                        GIVING WS-PB-YYYY REMAINDER WS-PB-MM
                 ADD 1 TO WS-PB-MM
                 MOVE WS-PERIOD-SHOW TO LSL-PERIOD.
      *
      *********************************************************
      *  This paragraph prints the exhibit: the factor table by
      * age, then one line per loss period with its projection,
      * the book totals and the run counts.
      *
       5000-PRINT-EXHIBIT.
           MOVE WS-TEMP-DATE   TO WS-TITLE-DATE.
           MOVE WS-METHOD-NAME TO TT2-METHOD.
           MOVE WS-GRAIN-NAME  TO TT2-GRAIN.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-TITLE-1 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER PAGE.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-TITLE-2 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 2.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-FAC-HEADER-1 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 2.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-FAC-HEADER-2 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
           PERFORM 5100-PRINT-ONE-FACTOR
                   VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB GREATER 23.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-LOSS-HEADER-1 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER PAGE.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-LOSS-HEADER-2 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 2.
           PERFORM 5200-PRINT-ONE-LOSS-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB GREATER 24.
           MOVE WS-BOOK-PAID     TO LST-PAID.
           MOVE WS-BOOK-ULTIMATE TO LST-ULTIMATE.
           MOVE WS-BOOK-CASE     TO LST-CASE.
           MOVE WS-BOOK-IBNR     TO LST-IBNR.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-LOSS-TOTAL-LINE TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 2.
           PERFORM 5300-PRINT-COUNTS.
      *
       5100-PRINT-ONE-FACTOR.
           MOVE WS-AGE-SUB TO FCL-AGE-FROM.
           COMPUTE FCL-AGE-TO = WS-AGE-SUB + 1.
           MOVE WS-FAC-SIMPLE (WS-AGE-SUB)   TO FCL-SIMPLE.
           MOVE WS-FAC-VOLUME (WS-AGE-SUB)   TO FCL-VOLUME.
           MOVE WS-FAC-SELECTED (WS-AGE-SUB) TO FCL-SELECTED.
           MOVE WS-FAC-USED (WS-AGE-SUB)     TO FCL-USED.
           MOVE WS-FAC-TO-ULT (WS-AGE-SUB)   TO FCL-TO-ULT.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-FAC-LINE TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
      *
       5200-PRINT-ONE-LOSS-ROW.
           PERFORM 4100-SHOW-ROW-PERIOD.
           COMPUTE WS-AGE-SUB = 25 - WS-ROW-SUB.
           MOVE WS-AGE-SUB                   TO LSL-AGE.
           MOVE WS-ROW-CLAIMS (WS-ROW-SUB)   TO LSL-CLAIMS.
           MOVE WS-ROW-PAID (WS-ROW-SUB)     TO LSL-PAID.
           MOVE WS-FAC-TO-ULT (WS-AGE-SUB)   TO LSL-TO-ULT.
           MOVE WS-ROW-ULTIMATE (WS-ROW-SUB) TO LSL-ULTIMATE.
           MOVE WS-ROW-CASE (WS-ROW-SUB)     TO LSL-CASE.
           MOVE WS-ROW-IBNR (WS-ROW-SUB)     TO LSL-IBNR.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-LOSS-LINE TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
      *
       5300-PRINT-COUNTS.
           MOVE WS-CLAIMS-READ  TO ITL-READ.
           MOVE WS-CLAIMS-USED  TO ITL-USED.
           MOVE WS-CLAIMS-OLDER TO ITL-OLDER.
           COMPUTE ITL-NO-DATE = WS-CLAIMS-NO-DATE +
                                 WS-CLAIMS-FUTURE.
           MOVE WS-FACTORS-READ TO ITL-FACTORS.
           MOVE WS-FACTORS-BAD  TO ITL-FACTORS-BAD.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-IBNR-TOTAL-1 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 2.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-IBNR-TOTAL-2 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-IBNR-TOTAL-3 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-IBNR-TOTAL-4 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
           MOVE SPACES TO OUT-IBNR-REC.
           MOVE WS-IBNR-TOTAL-5 TO OUT-IBNR-REC.
           WRITE OUT-IBNR-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph writes the delimited file: one F line
      * per age with the factors, then one L line per loss
      * period with its projection and the method used.
      *
       6000-WRITE-CSV.
           PERFORM 6100-WRITE-FACTOR-LINE
                   VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB GREATER 23.
           PERFORM 6200-WRITE-LOSS-LINE
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB GREATER 24.
      *
       6100-WRITE-FACTOR-LINE.
           MOVE WS-AGE-SUB TO CSF-AGE.
           MOVE WS-FAC-SIMPLE (WS-AGE-SUB) TO WS-DEC-WORK.
           MOVE WS-DEC-INT  TO CSF-SIMPLE-INT.
           MOVE WS-DEC-FRAC TO CSF-SIMPLE-FRAC.
           MOVE WS-FAC-VOLUME (WS-AGE-SUB) TO WS-DEC-WORK.
           MOVE WS-DEC-INT  TO CSF-VOLUME-INT.
           MOVE WS-DEC-FRAC TO CSF-VOLUME-FRAC.
           MOVE WS-FAC-SELECTED (WS-AGE-SUB) TO WS-DEC-WORK.
           MOVE WS-DEC-INT  TO CSF-SELECTED-INT.
           MOVE WS-DEC-FRAC TO CSF-SELECTED-FRAC.
           MOVE WS-FAC-USED (WS-AGE-SUB) TO WS-DEC-WORK.
           MOVE WS-DEC-INT  TO CSF-USED-INT.
           MOVE WS-DEC-FRAC TO CSF-USED-FRAC.
           MOVE WS-FAC-TO-ULT (WS-AGE-SUB) TO WS-DEC-WORK.
           MOVE WS-DEC-INT  TO CSF-TO-ULT-INT.
           MOVE WS-DEC-FRAC TO CSF-TO-ULT-FRAC.
           MOVE SPACES TO OUT-CSV-REC.
           MOVE WS-CSV-FACTOR-BUILD TO OUT-CSV-REC.
           WRITE OUT-CSV-REC.
      *
       6200-WRITE-LOSS-LINE.
           PERFORM 4100-SHOW-ROW-PERIOD.
           COMPUTE WS-AGE-SUB = 25 - WS-ROW-SUB.
           MOVE LSL-PERIOD                   TO CSL-PERIOD.
           MOVE WS-AGE-SUB                   TO CSL-AGE.
           MOVE WS-ROW-PAID (WS-ROW-SUB)     TO CSL-PAID.
           MOVE WS-FAC-TO-ULT (WS-AGE-SUB)   TO WS-DEC-WORK.
           MOVE WS-DEC-INT                   TO CSL-TO-ULT-INT.
           MOVE WS-DEC-FRAC                  TO CSL-TO-ULT-FRAC.
           MOVE WS-ROW-ULTIMATE (WS-ROW-SUB) TO CSL-ULTIMATE.
           MOVE WS-ROW-CASE (WS-ROW-SUB)     TO CSL-CASE.
           MOVE WS-ROW-IBNR (WS-ROW-SUB)     TO CSL-IBNR.
           MOVE WS-IBNR-METHOD               TO CSL-METHOD.
           MOVE SPACES TO OUT-CSV-REC.
           MOVE WS-CSV-LOSS-BUILD TO OUT-CSV-REC.
           WRITE OUT-CSV-REC.
      *
      *********************************************************
      *  This paragraph leaves the book totals on IBNRTOT.DAT,
      * dated, for INSURE's incurred report.
      *
       7000-WRITE-TOTAL-FILE.
           MOVE SPACES TO OUT-TOTAL-REC.
           MOVE WS-TEMP-DATE     TO IT-RUN-DATE.
           MOVE WS-IBNR-METHOD   TO IT-METHOD.
           MOVE WS-BOOK-PAID     TO IT-PAID.
           MOVE WS-BOOK-CASE     TO IT-CASE-RESERVE.
           MOVE WS-BOOK-ULTIMATE TO IT-ULTIMATE.
           MOVE WS-BOOK-IBNR     TO IT-IBNR.
           WRITE OUT-TOTAL-REC.
