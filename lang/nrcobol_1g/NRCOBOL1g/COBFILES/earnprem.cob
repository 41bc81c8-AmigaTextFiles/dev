       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EARNPREM.
      *PROGRAM DISCRIPTION.
      *
      *  Month-end earned premium batch: passes POLICY.DAT and
      * spreads each policy's written premium evenly by day
      * across its term, effective date to expiry date, through
      * the shared DatDiff routine. Earned to date is the written
      * premium for the days of the term run by the day of the
      * run; unearned is the rest. A cancelled policy earns up to
      * its cancellation date and carries no unearned premium -
      * what is left is a return for billing, not a reserve. A
      * policy written for a future date has earned nothing yet.
      * Policies without both term dates cannot be spread and
      * are listed as exceptions.
      *
      *  The policy master carries no region or class code, so
      * each policy is put under the region and class of its
      * latest claim on CLIENT.DAT; a policy with no claims rolls
      * up under region NONE, class 000000.
      *
      *  Outputs -
      *    EARNPREM.PRT  earned and unearned by region and class,
      *                  with region subtotals and a book total,
      *    UPRRPT.PRT    the unearned premium reserve report for
      *                  accounting, one line per policy,
      *    EARNHIST.DAT  the month's region and class figures
      *                  appended to the earned premium history,
      *                  stamped with the run period YYYYMM - a
      *                  month run twice is read by its later rows,
      *    EARNTOT.DAT   one line of book totals for the claim
      *                  report's totals page.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-NUMBER
           FILE STATUS IS WS-POLICY-STATUS.
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
           SELECT EARN-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
           SELECT UPR-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UPR-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TOTAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "POLICY.DAT".
       01  IN-POLICY-REC.
           03  PM-POLICY-NUMBER         PIC 9(6).
           03  PM-INSURED-NAME          PIC X(20).
           03  PM-COVERAGE-LIMIT        PIC 9(7).
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE.
               05  PM-EFF-DAY           PIC 99.
               05  PM-EFF-MONTH         PIC 99.
               05  PM-EFF-YEAR          PIC 99.
           03  PM-EXPIRY-DATE.
               05  PM-EXP-DAY           PIC 99.
               05  PM-EXP-MONTH         PIC 99.
               05  PM-EXP-YEAR          PIC 99.
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE.
               05  PM-CAN-DAY           PIC 99.
               05  PM-CAN-MONTH         PIC 99.
               05  PM-CAN-YEAR          PIC 99.
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
           03  CL-DATE-OF-LOSS          PIC 9(6).
           03  CL-DATE-REPORTED         PIC 9(6).
           03  CL-STATUS                PIC X.
           03  CL-POLICY-NUMBER         PIC 9(6).
           03  CL-ADJUSTER-ID           PIC X(6).
      *
       FD EARN-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EARNPREM.PRT".
       01  OUT-EARN-REC.
           03  FILLER                 PIC A(100).
      *
       FD UPR-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "UPRRPT.PRT".
       01  OUT-UPR-REC.
           03  FILLER                 PIC A(100).
      *
       FD HISTORY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EARNHIST.DAT".
       01  EARN-HIST-REC.
           03  EH-PERIOD              PIC 9(6).
           03  FILLER                 PIC X.
           03  EH-REGION              PIC X(4).
           03  FILLER                 PIC X.
           03  EH-CLASS-CODE          PIC 9(6).
           03  FILLER                 PIC X.
           03  EH-POLICIES            PIC 9(5).
           03  FILLER                 PIC X.
           03  EH-WRITTEN             PIC 9(9).
           03  FILLER                 PIC X.
           03  EH-EARNED              PIC 9(9).
           03  FILLER                 PIC X.
           03  EH-UNEARNED            PIC 9(9).
      *
       FD TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EARNTOT.DAT".
       01  OUT-TOTAL-REC.
           03  ET-RUN-DATE            PIC X(8).
           03  FILLER                 PIC X.
           03  ET-PERIOD              PIC 9(6).
           03  FILLER                 PIC X.
           03  ET-WRITTEN             PIC 9(11).
           03  FILLER                 PIC X.
           03  ET-EARNED              PIC 9(11).
           03  FILLER                 PIC X.
           03  ET-UNEARNED            PIC 9(11).
      *
       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-UPR-STATUS          PIC XX VALUE "00".
       01 WS-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-TOTAL-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-CLAIM-END-FLAG      PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-POLICIES-READ   PIC 9(5) VALUE 0.
           03 WS-POLICIES-SPREAD PIC 9(5) VALUE 0.
           03 WS-NO-TERM-COUNT   PIC 9(5) VALUE 0.
           03 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
           03 WS-HIST-WRITTEN    PIC 9(5) VALUE 0.
           03 WS-BOOK-WRITTEN    PIC 9(11) VALUE 0.
           03 WS-BOOK-EARNED     PIC 9(11) VALUE 0.
           03 WS-BOOK-UNEARNED   PIC 9(11) VALUE 0.
      *
      *  Region and class of each policy's latest claim, built
      * off one pass of CLIENT.DAT.
      *
       01 WS-POLCLASS-TABLE.
           03 WS-PC-ENTRY OCCURS 2000 TIMES.
               05 WS-PC-POLICY          PIC 9(6).
               05 WS-PC-REGION          PIC X(4).
               05 WS-PC-CLASS           PIC 9(6).
               05 WS-PC-DATE            PIC 9(8).
       01 WS-PC-USED             PIC 9(4) VALUE 0.
       01 WS-PC-SUB              PIC 9(4) VALUE 0.
       01 WS-PC-FOUND-SUB        PIC 9(4) VALUE 0.
      *
      *  The month's roll-up by region and class.
      *
       01 WS-ROLLUP-TABLE.
           03 WS-RU-ENTRY OCCURS 200 TIMES.
               05 WS-RU-REGION          PIC X(4).
               05 WS-RU-CLASS           PIC 9(6).
               05 WS-RU-POLICIES        PIC 9(5).
               05 WS-RU-WRITTEN         PIC 9(9).
               05 WS-RU-EARNED          PIC 9(9).
               05 WS-RU-UNEARNED        PIC 9(9).
       01 WS-RU-USED             PIC 9(3) VALUE 0.
       01 WS-RU-SUB              PIC 9(3) VALUE 0.
       01 WS-RU-SUB2             PIC 9(3) VALUE 0.
       01 WS-RU-FOUND-SUB        PIC 9(3) VALUE 0.
       01 WS-RU-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-REGION-PRINTED-FLAG PIC X    VALUE "N".
       01 WS-REGION-TOTALS.
           03 WS-RGT-POLICIES    PIC 9(5) VALUE 0.
           03 WS-RGT-WRITTEN     PIC 9(9) VALUE 0.
           03 WS-RGT-EARNED      PIC 9(9) VALUE 0.
           03 WS-RGT-UNEARNED    PIC 9(9) VALUE 0.
      *
      *  One policy's spread.
      *
       01 WS-POL-REGION          PIC X(4)  VALUE SPACES.
       01 WS-POL-CLASS           PIC 9(6)  VALUE 0.
       01 WS-TERM-DAYS           PIC 9(5)  VALUE 0.
       01 WS-EARNED-DAYS         PIC 9(5)  VALUE 0.
       01 WS-POL-EARNED          PIC 9(9)  VALUE 0.
       01 WS-POL-UNEARNED        PIC 9(9)  VALUE 0.
       01 WS-EFF-COMPARE         PIC 9(8)  VALUE 0.
       01 WS-EXP-COMPARE         PIC 9(8)  VALUE 0.
       01 WS-ASOF-COMPARE        PIC 9(8)  VALUE 0.
       01 WS-ASOF-DD             PIC 99    VALUE 0.
       01 WS-ASOF-MM             PIC 99    VALUE 0.
       01 WS-ASOF-YYYY           PIC 9(4)  VALUE 0.
       01 WS-EFF-YYYY            PIC 9(4)  VALUE 0.
       01 WS-EXP-YYYY            PIC 9(4)  VALUE 0.
       01 WS-CANCELLED-FLAG      PIC X     VALUE "N".
           88 WS-POLICY-CANCELLED    VALUE "Y".
       01 WS-CLAIM-COMPARE       PIC 9(8)  VALUE 0.
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
       01 WS-DATCHECK-PAR.
           03 WS-DC-DD           PIC 9(2).
           03 WS-DC-MM           PIC 9(2).
           03 WS-DC-YYYY         PIC 9(4).
           03 WS-DC-FC           PIC 9.
           03 WS-DC-DOW          PIC X(9).
       01 WS-DIFF-PAR.
           03 WS-DF-DD1          PIC 9(2).
           03 WS-DF-MM1          PIC 9(2).
           03 WS-DF-YYYY1        PIC 9(4).
           03 WS-DF-DD2          PIC 9(2).
           03 WS-DF-MM2          PIC 9(2).
           03 WS-DF-YYYY2        PIC 9(4).
           03 WS-DF-DAYS         PIC S9(7).
           03 WS-DF-FC           PIC 9.
       01 WS-CMP-DDMMYY.
           03 WS-CMP-DD          PIC 99.
           03 WS-CMP-MM          PIC 99.
           03 WS-CMP-YY          PIC 99.
       01 WS-CMP-BUILD.
           03 WS-CMB-YYYY        PIC 9(4).
           03 WS-CMB-MM          PIC 99.
           03 WS-CMB-DD          PIC 99.
       01 WS-CMP-OUT             PIC 9(8) VALUE 0.
       01 WS-TODAY-COMPARE       PIC 9(8) VALUE 0.
       01 WS-TODAY-DD            PIC 99   VALUE 0.
       01 WS-TODAY-MM            PIC 99   VALUE 0.
       01 WS-TODAY-YYYY          PIC 9(4) VALUE 0.
       01 WS-RUN-PERIOD          PIC 9(6) VALUE 0.
       01 WS-PERIOD-BUILD.
           03 WS-PERIOD-YYYY     PIC 9(4).
           03 WS-PERIOD-MM       PIC 99.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "EARNPREM".
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
       01 WS-DATE-DISP.
           03 WS-DD-DD           PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-DD-MM           PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-DD-YY           PIC 99.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "EARNPREM  ".
           03 FILLER  PIC X(36)  VALUE
                         "EARNED PREMIUM BY REGION AND CLASS  ".
           03 FILLER  PIC X(7)   VALUE "PERIOD ".
           03 WS-TITLE-PERIOD    PIC 9(6).
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-EARN-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "REGION".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "CLASS ".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "POLICIES".
           03 FILLER  PIC X(6)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "WRITTEN".
           03 FILLER  PIC X(7)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "EARNED".
           03 FILLER  PIC X(6)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "UNEARNED".
       01 WS-EARN-LINE.
           03 ERL-REGION         PIC X(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 ERL-CLASS          PIC 9(6).
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 ERL-POLICIES       PIC ZZZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 ERL-WRITTEN        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERL-EARNED         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERL-UNEARNED       PIC ZZZ.ZZZ.ZZ9.
       01 WS-EARN-REGION-LINE.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 FILLER             PIC X(17)  VALUE
                         "REGION TOTAL     ".
           03 ERR-POLICIES       PIC ZZZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 ERR-WRITTEN        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERR-EARNED         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERR-UNEARNED       PIC ZZZ.ZZZ.ZZ9.
       01 WS-EARN-BOOK-LINE.
           03 FILLER             PIC X(21)  VALUE
                         "BOOK TOTAL           ".
           03 ERB-POLICIES       PIC ZZZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 ERB-WRITTEN        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERB-EARNED         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 ERB-UNEARNED       PIC ZZZ.ZZZ.ZZ9.
       01 WS-EARN-OVERFLOW-LINE.
           03 FILLER             PIC X(44)  VALUE
              "*** ROLL-UP TABLE FULL - POLICIES NOT ADDED ".
           03 ERO-COUNT          PIC ZZZZ9.
      *
       01 WS-UPR-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "EARNPREM  ".
           03 FILLER  PIC X(36)  VALUE
                         "UNEARNED PREMIUM RESERVE  AS AT     ".
           03 WS-UPR-TITLE-DATE  PIC X(8).
       01 WS-UPR-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "POLICY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INSURED NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "EFFECT. ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "EXPIRES ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(9)   VALUE "TERM EARN".
           03 FILLER  PIC X(4)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "WRITTEN".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "UNEARNED".
       01 WS-UPR-LINE.
           03 UPL-POLICY         PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-NAME           PIC X(20).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-EFFECTIVE      PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-EXPIRY         PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-TERM-DAYS      PIC ZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 UPL-EARNED-DAYS    PIC ZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-WRITTEN        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 UPL-UNEARNED       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 UPL-NOTE           PIC X(10).
       01 WS-UPR-TOTAL-1.
           03 FILLER             PIC X(28)  VALUE
                         "POLICIES SPREAD           : ".
           03 UPT-SPREAD         PIC ZZZZ9.
       01 WS-UPR-TOTAL-2.
           03 FILLER             PIC X(28)  VALUE
                         "CANCELLED - NO RESERVE    : ".
           03 UPT-CANCELLED      PIC ZZZZ9.
       01 WS-UPR-TOTAL-3.
           03 FILLER             PIC X(28)  VALUE
                         "NO TERM DATES - NOT SPREAD: ".
           03 UPT-NO-TERM        PIC ZZZZ9.
       01 WS-UPR-TOTAL-4.
           03 FILLER             PIC X(28)  VALUE
                         "WRITTEN PREMIUM           : ".
           03 UPT-WRITTEN        PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-UPR-TOTAL-5.
           03 FILLER             PIC X(28)  VALUE
                         "EARNED TO DATE            : ".
           03 UPT-EARNED         PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-UPR-TOTAL-6.
           03 FILLER             PIC X(28)  VALUE
                         "UNEARNED PREMIUM RESERVE  : ".
           03 UPT-UNEARNED       PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to fix the run dates, open the files, place
      * each policy under the region and class of its latest
      * claim, spread every policy, print the roll-up and the
      * UPR report, add the month to the history file and write
      * the book totals, logging start/end through the shared
      * RUNLOG routine. No policy master, no claim file or a
      * report that will not open ends the run ABND.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           OPEN INPUT  POLICY-FILE.
           OPEN INPUT  CLIENT-FILE.
           OPEN OUTPUT EARN-PRINT.
           OPEN OUTPUT UPR-PRINT.
                IF WS-POLICY-STATUS = "00" AND
                   WS-CLIENT-STATUS = "00" AND
                   WS-PRINT-STATUS  = "00" AND
                   WS-UPR-STATUS    = "00"
                      PERFORM 0200-PRINT-UPR-TITLE
                      PERFORM 1000-PLACE-ONE-CLAIM
                           UNTIL WS-CLAIM-END-FLAG EQUAL "S"
                      PERFORM 2000-SPREAD-ONE-POLICY
                           UNTIL WS-END-OF-FILE
                      PERFORM 3000-PRINT-ROLLUP
                      PERFORM 4000-WRITE-HISTORY
                      PERFORM 4100-WRITE-BOOK-TOTALS
                      PERFORM 0300-PRINT-UPR-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "EARNPREM - CANNOT START"
                      DISPLAY "POLICY-FILE STATUS : "
                              WS-POLICY-STATUS
                      DISPLAY "CLIENT-FILE STATUS : "
                              WS-CLIENT-STATUS
                      DISPLAY "EARN-PRINT STATUS  : "
                              WS-PRINT-STATUS
                      DISPLAY "UPR-PRINT STATUS   : "
                              WS-UPR-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "             TO WS-RUNLOG-ACTION.
           MOVE WS-POLICIES-SPREAD TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE POLICY-FILE.
           CLOSE CLIENT-FILE.
           CLOSE EARN-PRINT.
           CLOSE UPR-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph fixes today's date once for the run - the
      * display date, the comparable YYYYMMDD number, the day
      * count's to-side and the run period YYYYMM.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-TODAY-YYYY.
           MOVE WS-REAL-MONTH TO WS-TODAY-MM.
           MOVE WS-REAL-DAY   TO WS-TODAY-DD.
           MOVE WS-TODAY-YYYY TO WS-CMB-YYYY.
           MOVE WS-TODAY-MM   TO WS-CMB-MM.
           MOVE WS-TODAY-DD   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD  TO WS-TODAY-COMPARE.
           MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY.
           MOVE WS-TODAY-MM   TO WS-PERIOD-MM.
           MOVE WS-PERIOD-BUILD TO WS-RUN-PERIOD.
      *
      *********************************************************
      *  This paragraph rebuilds the DDMMYY date in
      * WS-CMP-DDMMYY as a comparable YYYYMMDD number, the
      * two-digit year put through the shared DatCentury window.
      *
       0120-BUILD-COMPARE.
           MOVE WS-CMP-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-CMP-MM  TO WS-CMB-MM.
           MOVE WS-CMP-DD  TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-CMP-OUT.
      *
       0200-PRINT-UPR-TITLE.
           MOVE WS-TEMP-DATE TO WS-UPR-TITLE-DATE.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TITLE-1 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER PAGE.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-COL-HEADER TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 2.
      *
       0300-PRINT-UPR-TOTALS.
           MOVE WS-POLICIES-SPREAD TO UPT-SPREAD.
           MOVE WS-CANCELLED-COUNT TO UPT-CANCELLED.
           MOVE WS-NO-TERM-COUNT   TO UPT-NO-TERM.
           MOVE WS-BOOK-WRITTEN    TO UPT-WRITTEN.
           MOVE WS-BOOK-EARNED     TO UPT-EARNED.
           MOVE WS-BOOK-UNEARNED   TO UPT-UNEARNED.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-1 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 2.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-2 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 1.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-3 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 1.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-4 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 2.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-5 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 1.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-TOTAL-6 TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 1.
           DISPLAY "EARNPREM - POLICIES READ   : " WS-POLICIES-READ.
           DISPLAY "EARNPREM - POLICIES SPREAD : "
                   WS-POLICIES-SPREAD.
           DISPLAY "EARNPREM - EARNED TO DATE  : " WS-BOOK-EARNED.
           DISPLAY "EARNPREM - UNEARNED        : " WS-BOOK-UNEARNED.
      *
      *********************************************************
      *  This paragraph reads one claim and records its region
      * and class against its policy when it is the policy's
      * latest claim so far - by date of loss, or date reported
      * when the loss date is not known.
      *
       1000-PLACE-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CLAIM-END-FLAG
           END-READ.
           IF WS-CLAIM-END-FLAG NOT EQUAL "S" AND
              CL-POLICY-NUMBER NUMERIC AND
              CL-POLICY-NUMBER NOT EQUAL ZERO
                 MOVE 0 TO WS-CLAIM-COMPARE
                 IF CL-DATE-OF-LOSS NUMERIC AND
                    CL-DATE-OF-LOSS NOT EQUAL ZERO
                       MOVE CL-DATE-OF-LOSS TO WS-CMP-DDMMYY
                       PERFORM 0120-BUILD-COMPARE
                       MOVE WS-CMP-OUT TO WS-CLAIM-COMPARE
                    ELSE
                    IF CL-DATE-REPORTED NUMERIC AND
                       CL-DATE-REPORTED NOT EQUAL ZERO
                          MOVE CL-DATE-REPORTED TO WS-CMP-DDMMYY
                          PERFORM 0120-BUILD-COMPARE
                          MOVE WS-CMP-OUT TO WS-CLAIM-COMPARE
                    END-IF
                 END-IF
                 PERFORM 1010-FIND-POLICY-CLASS
                 IF WS-PC-FOUND-SUB EQUAL 0
                       IF WS-PC-USED LESS 2000
                             ADD 1 TO WS-PC-USED
                             MOVE WS-PC-USED TO WS-PC-FOUND-SUB
                             MOVE CL-POLICY-NUMBER TO
                                  WS-PC-POLICY (WS-PC-FOUND-SUB)
                             MOVE 0 TO WS-PC-DATE (WS-PC-FOUND-SUB)
                             MOVE CL-REGION TO
                                  WS-PC-REGION (WS-PC-FOUND-SUB)
                             MOVE CL-CLASS-CODE TO
                                  WS-PC-CLASS (WS-PC-FOUND-SUB)
                       END-IF
                 END-IF
                 IF WS-PC-FOUND-SUB NOT EQUAL 0
                       IF WS-CLAIM-COMPARE NOT LESS
                          WS-PC-DATE (WS-PC-FOUND-SUB)
                             MOVE WS-CLAIM-COMPARE TO
                                  WS-PC-DATE (WS-PC-FOUND-SUB)
                             MOVE CL-REGION TO
                                  WS-PC-REGION (WS-PC-FOUND-SUB)
                             MOVE CL-CLASS-CODE TO
                                  WS-PC-CLASS (WS-PC-FOUND-SUB)
                       END-IF
                 END-IF
           END-IF.
      *
       1010-FIND-POLICY-CLASS.
           MOVE 0 TO WS-PC-FOUND-SUB.
           PERFORM 1020-CHECK-ONE-POLICY-CLASS
                   VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB GREATER WS-PC-USED
                      OR WS-PC-FOUND-SUB NOT EQUAL 0.
      *
       1020-CHECK-ONE-POLICY-CLASS.
           IF WS-PC-POLICY (WS-PC-SUB) EQUAL CL-POLICY-NUMBER
                 MOVE WS-PC-SUB TO WS-PC-FOUND-SUB.
      *
      *********************************************************
      *  This paragraph reads one policy, spreads its written
      * premium and adds it to its region and class.
      *
       2000-SPREAD-ONE-POLICY.
           READ POLICY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-POLICIES-READ
                 IF PM-EFFECTIVE-DATE NUMERIC AND
                    PM-EFFECTIVE-DATE NOT EQUAL ZERO AND
                    PM-EXPIRY-DATE NUMERIC AND
                    PM-EXPIRY-DATE NOT EQUAL ZERO
                       PERFORM 2010-WORK-EARNED
                    ELSE
                       MOVE 0 TO WS-TERM-DAYS
                 END-IF
                 IF WS-TERM-DAYS EQUAL 0
                       ADD 1 TO WS-NO-TERM-COUNT
                       MOVE 0 TO WS-EARNED-DAYS
                       MOVE 0 TO WS-POL-EARNED
                       MOVE 0 TO WS-POL-UNEARNED
                       MOVE "NO TERM   " TO UPL-NOTE
                       PERFORM 2100-PRINT-UPR-LINE
                    ELSE
                       ADD 1 TO WS-POLICIES-SPREAD
                       ADD PM-WRITTEN-PREMIUM TO WS-BOOK-WRITTEN
                       ADD WS-POL-EARNED      TO WS-BOOK-EARNED
                       ADD WS-POL-UNEARNED    TO WS-BOOK-UNEARNED
                       IF WS-POLICY-CANCELLED
                             ADD 1 TO WS-CANCELLED-COUNT
                             MOVE "CANCELLED " TO UPL-NOTE
                          ELSE
                             MOVE SPACES TO UPL-NOTE
                       END-IF
                       PERFORM 2100-PRINT-UPR-LINE
                       PERFORM 2200-ADD-TO-ROLLUP
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph spreads the written premium: the term is
      * the day count effective to expiry, the days earned run
      * from effective to today - or to the cancellation date of
      * a cancelled policy - held between none and the whole
      * term. A term that will not count comes back as zero days
      * and the policy is not spread.
      *
       2010-WORK-EARNED.
           MOVE "N" TO WS-CANCELLED-FLAG.
           MOVE PM-EFFECTIVE-DATE TO WS-CMP-DDMMYY.
           PERFORM 0120-BUILD-COMPARE.
           MOVE WS-CMP-OUT TO WS-EFF-COMPARE.
           MOVE WS-CMB-YYYY TO WS-EFF-YYYY.
           MOVE PM-EXPIRY-DATE TO WS-CMP-DDMMYY.
           PERFORM 0120-BUILD-COMPARE.
           MOVE WS-CMP-OUT TO WS-EXP-COMPARE.
           MOVE WS-CMB-YYYY TO WS-EXP-YYYY.
           MOVE PM-EFF-DAY   TO WS-DF-DD1.
           MOVE PM-EFF-MONTH TO WS-DF-MM1.
           MOVE WS-EFF-YYYY  TO WS-DF-YYYY1.
           MOVE PM-EXP-DAY   TO WS-DF-DD2.
           MOVE PM-EXP-MONTH TO WS-DF-MM2.
           MOVE WS-EXP-YYYY  TO WS-DF-YYYY2.
           CALL "DatDiff" USING WS-DIFF-PAR.
           IF WS-DF-FC NOT EQUAL 0 OR
              WS-EXP-COMPARE NOT GREATER WS-EFF-COMPARE
                 MOVE 0 TO WS-TERM-DAYS
              ELSE
                 MOVE WS-DF-DAYS TO WS-TERM-DAYS
                 MOVE WS-TODAY-COMPARE TO WS-ASOF-COMPARE
                 MOVE WS-TODAY-DD      TO WS-ASOF-DD
                 MOVE WS-TODAY-MM      TO WS-ASOF-MM
                 MOVE WS-TODAY-YYYY    TO WS-ASOF-YYYY
                 IF PM-BILL-STATUS EQUAL "C"
                       MOVE "Y" TO WS-CANCELLED-FLAG
                       PERFORM 2020-TAKE-CANCEL-DATE
                 END-IF
                 PERFORM 2030-COUNT-EARNED-DAYS
                 COMPUTE WS-POL-EARNED ROUNDED =
                         PM-WRITTEN-PREMIUM * WS-EARNED-DAYS /
                         WS-TERM-DAYS
                 IF WS-POLICY-CANCELLED
                       MOVE 0 TO WS-POL-UNEARNED
                    ELSE
                       COMPUTE WS-POL-UNEARNED =
                               PM-WRITTEN-PREMIUM - WS-POL-EARNED
                 END-IF
           END-IF.
      *
      *  A cancellation date before today stops the earning
      * there; one that will not read leaves today.
      *
       2020-TAKE-CANCEL-DATE.
           IF PM-CANCEL-DATE NUMERIC AND
              PM-CANCEL-DATE NOT EQUAL ZERO
                 MOVE PM-CANCEL-DATE TO WS-CMP-DDMMYY
                 PERFORM 0120-BUILD-COMPARE
                 IF WS-CMP-OUT LESS WS-ASOF-COMPARE
                       MOVE WS-CMP-OUT   TO WS-ASOF-COMPARE
                       MOVE PM-CAN-DAY   TO WS-ASOF-DD
                       MOVE PM-CAN-MONTH TO WS-ASOF-MM
                       MOVE WS-CMB-YYYY  TO WS-ASOF-YYYY.
      *
       2030-COUNT-EARNED-DAYS.
           IF WS-ASOF-COMPARE NOT GREATER WS-EFF-COMPARE
                 MOVE 0 TO WS-EARNED-DAYS
              ELSE
              IF WS-ASOF-COMPARE NOT LESS WS-EXP-COMPARE
                    MOVE WS-TERM-DAYS TO WS-EARNED-DAYS
                 ELSE
                    MOVE PM-EFF-DAY   TO WS-DF-DD1
                    MOVE PM-EFF-MONTH TO WS-DF-MM1
                    MOVE WS-EFF-YYYY  TO WS-DF-YYYY1
                    MOVE WS-ASOF-DD   TO WS-DF-DD2
                    MOVE WS-ASOF-MM   TO WS-DF-MM2
                    MOVE WS-ASOF-YYYY TO WS-DF-YYYY2
                    CALL "DatDiff" USING WS-DIFF-PAR
                    IF WS-DF-FC EQUAL 0
                          MOVE WS-DF-DAYS TO WS-EARNED-DAYS
                       ELSE
                          MOVE 0 TO WS-EARNED-DAYS.
      *
       2100-PRINT-UPR-LINE.
           MOVE PM-POLICY-NUMBER TO UPL-POLICY.
           MOVE PM-INSURED-NAME  TO UPL-NAME.
           MOVE PM-EFF-DAY       TO WS-DD-DD.
           MOVE PM-EFF-MONTH     TO WS-DD-MM.
           MOVE PM-EFF-YEAR      TO WS-DD-YY.
           MOVE WS-DATE-DISP     TO UPL-EFFECTIVE.
           MOVE PM-EXP-DAY       TO WS-DD-DD.
           MOVE PM-EXP-MONTH     TO WS-DD-MM.
           MOVE PM-EXP-YEAR      TO WS-DD-YY.
           MOVE WS-DATE-DISP     TO UPL-EXPIRY.
           MOVE WS-TERM-DAYS     TO UPL-TERM-DAYS.
           MOVE WS-EARNED-DAYS   TO UPL-EARNED-DAYS.
           MOVE PM-WRITTEN-PREMIUM TO UPL-WRITTEN.
           MOVE WS-POL-UNEARNED  TO UPL-UNEARNED.
           MOVE SPACES TO OUT-UPR-REC.
           MOVE WS-UPR-LINE TO OUT-UPR-REC.
           WRITE OUT-UPR-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph adds the spread policy to the roll-up
      * entry for its region and class, opening one the first
      * time the pair is seen.
      *
       2200-ADD-TO-ROLLUP.
           MOVE "NONE" TO WS-POL-REGION.
           MOVE 0      TO WS-POL-CLASS.
           MOVE PM-POLICY-NUMBER TO CL-POLICY-NUMBER.
           PERFORM 1010-FIND-POLICY-CLASS.
           IF WS-PC-FOUND-SUB NOT EQUAL 0
                 MOVE WS-PC-REGION (WS-PC-FOUND-SUB) TO WS-POL-REGION
                 MOVE WS-PC-CLASS (WS-PC-FOUND-SUB)  TO WS-POL-CLASS.
           MOVE 0 TO WS-RU-FOUND-SUB.
           PERFORM 2210-CHECK-ONE-ROLLUP
                   VARYING WS-RU-SUB FROM 1 BY 1
                   UNTIL WS-RU-SUB GREATER WS-RU-USED
                      OR WS-RU-FOUND-SUB NOT EQUAL 0.
           IF WS-RU-FOUND-SUB EQUAL 0
                 IF WS-RU-USED LESS 200
                       ADD 1 TO WS-RU-USED
                       MOVE WS-RU-USED TO WS-RU-FOUND-SUB
                       MOVE WS-POL-REGION TO
                            WS-RU-REGION (WS-RU-FOUND-SUB)
                       MOVE WS-POL-CLASS TO
                            WS-RU-CLASS (WS-RU-FOUND-SUB)
                       MOVE 0 TO WS-RU-POLICIES (WS-RU-FOUND-SUB)
                       MOVE 0 TO WS-RU-WRITTEN (WS-RU-FOUND-SUB)
                       MOVE 0 TO WS-RU-EARNED (WS-RU-FOUND-SUB)
                       MOVE 0 TO WS-RU-UNEARNED (WS-RU-FOUND-SUB)
                    ELSE
                       ADD 1 TO WS-RU-OVERFLOW.
           IF WS-RU-FOUND-SUB NOT EQUAL 0
                 ADD 1 TO WS-RU-POLICIES (WS-RU-FOUND-SUB)
                 ADD PM-WRITTEN-PREMIUM TO
                     WS-RU-WRITTEN (WS-RU-FOUND-SUB)
                 ADD WS-POL-EARNED TO WS-RU-EARNED (WS-RU-FOUND-SUB)
                 ADD WS-POL-UNEARNED TO
                     WS-RU-UNEARNED (WS-RU-FOUND-SUB).
      *
       2210-CHECK-ONE-ROLLUP.
           IF WS-RU-REGION (WS-RU-SUB) EQUAL WS-POL-REGION AND
              WS-RU-CLASS (WS-RU-SUB) EQUAL WS-POL-CLASS
                 MOVE WS-RU-SUB TO WS-RU-FOUND-SUB.
      *
      *********************************************************
      *  This paragraph prints the roll-up, one section per
      * region in the order the regions were first met, each
      * region's classes followed by the region's total, then
      * the book total.
      *
       3000-PRINT-ROLLUP.
           MOVE WS-RUN-PERIOD TO WS-TITLE-PERIOD.
           MOVE WS-TEMP-DATE  TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-EARN-REC.
           MOVE WS-TITLE-1 TO OUT-EARN-REC.
           WRITE OUT-EARN-REC AFTER PAGE.
           MOVE SPACES TO OUT-EARN-REC.
           MOVE WS-EARN-COL-HEADER TO OUT-EARN-REC.
           WRITE OUT-EARN-REC AFTER 2.
           PERFORM 3010-PRINT-REGION-SECTION
                   VARYING WS-RU-SUB FROM 1 BY 1
                   UNTIL WS-RU-SUB GREATER WS-RU-USED.
           MOVE WS-POLICIES-SPREAD TO ERB-POLICIES.
           MOVE WS-BOOK-WRITTEN    TO ERB-WRITTEN.
           MOVE WS-BOOK-EARNED     TO ERB-EARNED.
           MOVE WS-BOOK-UNEARNED   TO ERB-UNEARNED.
           MOVE SPACES TO OUT-EARN-REC.
           MOVE WS-EARN-BOOK-LINE TO OUT-EARN-REC.
           WRITE OUT-EARN-REC AFTER 2.
           IF WS-RU-OVERFLOW GREATER 0
                 MOVE WS-RU-OVERFLOW TO ERO-COUNT
                 MOVE SPACES TO OUT-EARN-REC
                 MOVE WS-EARN-OVERFLOW-LINE TO OUT-EARN-REC
                 WRITE OUT-EARN-REC AFTER 2.
      *
       3010-PRINT-REGION-SECTION.
           MOVE "N" TO WS-REGION-PRINTED-FLAG.
           PERFORM 3020-CHECK-REGION-PRINTED
                   VARYING WS-RU-SUB2 FROM 1 BY 1
                   UNTIL WS-RU-SUB2 NOT LESS WS-RU-SUB.
           IF WS-REGION-PRINTED-FLAG EQUAL "N"
                 MOVE ZERO TO WS-REGION-TOTALS
                 PERFORM 3030-PRINT-CLASS-LINE
                         VARYING WS-RU-SUB2 FROM WS-RU-SUB BY 1
                         UNTIL WS-RU-SUB2 GREATER WS-RU-USED
                 MOVE WS-RGT-POLICIES TO ERR-POLICIES
                 MOVE WS-RGT-WRITTEN  TO ERR-WRITTEN
                 MOVE WS-RGT-EARNED   TO ERR-EARNED
                 MOVE WS-RGT-UNEARNED TO ERR-UNEARNED
                 MOVE SPACES TO OUT-EARN-REC
                 MOVE WS-EARN-REGION-LINE TO OUT-EARN-REC
                 WRITE OUT-EARN-REC AFTER 1
                 MOVE SPACES TO OUT-EARN-REC
                 WRITE OUT-EARN-REC AFTER 1.
      *
       3020-CHECK-REGION-PRINTED.
           IF WS-RU-REGION (WS-RU-SUB2) EQUAL WS-RU-REGION (WS-RU-SUB)
                 MOVE "Y" TO WS-REGION-PRINTED-FLAG.
      *
       3030-PRINT-CLASS-LINE.
           IF WS-RU-REGION (WS-RU-SUB2) EQUAL WS-RU-REGION (WS-RU-SUB)
                 MOVE WS-RU-REGION (WS-RU-SUB2)   TO ERL-REGION
                 MOVE WS-RU-CLASS (WS-RU-SUB2)    TO ERL-CLASS
                 MOVE WS-RU-POLICIES (WS-RU-SUB2) TO ERL-POLICIES
                 MOVE WS-RU-WRITTEN (WS-RU-SUB2)  TO ERL-WRITTEN
                 MOVE WS-RU-EARNED (WS-RU-SUB2)   TO ERL-EARNED
                 MOVE WS-RU-UNEARNED (WS-RU-SUB2) TO ERL-UNEARNED
                 ADD WS-RU-POLICIES (WS-RU-SUB2) TO WS-RGT-POLICIES
                 ADD WS-RU-WRITTEN (WS-RU-SUB2)  TO WS-RGT-WRITTEN
                 ADD WS-RU-EARNED (WS-RU-SUB2)   TO WS-RGT-EARNED
                 ADD WS-RU-UNEARNED (WS-RU-SUB2) TO WS-RGT-UNEARNED
                 MOVE SPACES TO OUT-EARN-REC
                 MOVE WS-EARN-LINE TO OUT-EARN-REC
                 WRITE OUT-EARN-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph appends the month's region and class
      * rows to the earned premium history, creating the file
      * the first month.
      *
       4000-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS EQUAL "35"
                 OPEN OUTPUT HISTORY-FILE
                 CLOSE HISTORY-FILE
                 OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS EQUAL "00"
                 PERFORM 4010-WRITE-ONE-HISTORY-ROW
                         VARYING WS-RU-SUB FROM 1 BY 1
                         UNTIL WS-RU-SUB GREATER WS-RU-USED
                 CLOSE HISTORY-FILE
              ELSE
                 DISPLAY "EARNPREM - EARNHIST.DAT WOULD NOT OPEN : "
                         WS-HISTORY-STATUS.
      *
       4010-WRITE-ONE-HISTORY-ROW.
           MOVE SPACES TO EARN-HIST-REC.
           MOVE WS-RUN-PERIOD              TO EH-PERIOD.
           MOVE WS-RU-REGION (WS-RU-SUB)   TO EH-REGION.
           MOVE WS-RU-CLASS (WS-RU-SUB)    TO EH-CLASS-CODE.
           MOVE WS-RU-POLICIES (WS-RU-SUB) TO EH-POLICIES.
           MOVE WS-RU-WRITTEN (WS-RU-SUB)  TO EH-WRITTEN.
           MOVE WS-RU-EARNED (WS-RU-SUB)   TO EH-EARNED.
           MOVE WS-RU-UNEARNED (WS-RU-SUB) TO EH-UNEARNED.
           WRITE EARN-HIST-REC.
           ADD 1 TO WS-HIST-WRITTEN.
      *
      *********************************************************
      *  This paragraph leaves the book totals on EARNTOT.DAT,
      * one line replaced every run, the way CLMIBNR leaves its
      * totals for the claim report.
      *
       4100-WRITE-BOOK-TOTALS.
           OPEN OUTPUT TOTAL-FILE.
           IF WS-TOTAL-STATUS EQUAL "00"
                 MOVE SPACES TO OUT-TOTAL-REC
                 MOVE WS-TEMP-DATE     TO ET-RUN-DATE
                 MOVE WS-RUN-PERIOD    TO ET-PERIOD
                 MOVE WS-BOOK-WRITTEN  TO ET-WRITTEN
                 MOVE WS-BOOK-EARNED   TO ET-EARNED
                 MOVE WS-BOOK-UNEARNED TO ET-UNEARNED
                 WRITE OUT-TOTAL-REC
                 CLOSE TOTAL-FILE
              ELSE
                 DISPLAY "EARNPREM - EARNTOT.DAT WOULD NOT OPEN : "
                         WS-TOTAL-STATUS.
      *
      *********************************************************
      *
