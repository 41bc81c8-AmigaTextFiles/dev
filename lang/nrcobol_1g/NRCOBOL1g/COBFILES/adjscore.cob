       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJSCORE.
      *PROGRAM DISCRIPTION.
      *
      *  Month-end adjuster scorecard: for every adjuster on the
      * adjuster master ADJMAST.DAT it works out, for the month
      * of the run -
      *
      *    NEW       - claims reported in the month (date reported
      *                off CLIENT.DAT),
      *    CLOSED    - claims closed in the month, taken from the
      *                settlement letter CLMLTRS registers on
      *                CLMLTR.DAT the run after a claim closes,
      *    AVG DAYS  - average days from date reported to that
      *                settlement letter, through DatDiff,
      *    OVERDUE   - diary items on CLMDIARY.DAT past their due
      *                date on the day of the run,
      *    PAYMENTS  - payments dated in the month on CLMPAY.DAT,
      *                count and amount, and the average paid to
      *                date on the claims closed in the month,
      *    RESERVE   - reserve changes journalled on CLMRSVJ.DAT
      *                in the month, count and net movement,
      *    LETTERS   - letters of any kind registered in the month
      *
      * - each credited to the adjuster the claim is assigned to
      * on CLIENT.DAT. Adjusters print by region, followed by the
      * region's total and the region's average per adjuster, so
      * each adjuster reads against their own region; activity on
      * claims with no adjuster on the master prints on its own
      * line ahead of the grand total. The report is ADJSCORE.PRT.
      *
      *  The month's figures are appended to the history file
      * ADJHIST.DAT, one row per adjuster, and the second part of
      * the report shows each adjuster's last twelve months off
      * it with a twelve-month total. A month run twice keeps the
      * later run's row.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ADJUSTER-ID
           FILE STATUS IS WS-ADJUSTER-STATUS.
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
           SELECT DIARY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DY-KEY
           FILE STATUS IS WS-DIARY-STATUS.
      *
           SELECT LETTER-REGISTER-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.
      *
           SELECT RESERVE-JRNL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSVJ-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      *
           SELECT SCORE-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ADJUSTER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJMAST.DAT".
       01  IN-ADJUSTER-REC.
           03  AM-ADJUSTER-ID         PIC X(6).
           03  AM-NAME                PIC X(20).
           03  AM-REGION              PIC X(4).
           03  AM-SPECIALTY-1         PIC 9(6).
           03  AM-SPECIALTY-2         PIC 9(6).
           03  AM-SPECIALTY-3         PIC 9(6).
           03  AM-OPEN-CAP            PIC 9(3).
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
           03  CL-DATE-REPORTED.
               05  CL-REP-DD            PIC 99.
               05  CL-REP-MM            PIC 99.
               05  CL-REP-YY            PIC 99.
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
       FD DIARY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDIARY.DAT".
       01  IN-DIARY-REC.
           03  DY-KEY.
               05  DY-CLAIM-NUMBER      PIC 999V9(4).
               05  DY-SEQ               PIC 999.
           03  DY-DUE-DATE.
               05  DY-DUE-DD            PIC 99.
               05  DY-DUE-MM            PIC 99.
               05  DY-DUE-YY            PIC 99.
           03  DY-OPERATOR-ID           PIC X(6).
           03  DY-NOTE                  PIC X(30).
      *
       FD LETTER-REGISTER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMLTR.DAT".
       01  LETTER-REGISTER-REC.
           03  LT-CLAIM-NUMBER        PIC 999V9(4).
           03  FILLER                 PIC X.
           03  LT-TYPE                PIC X.
           03  FILLER                 PIC X.
           03  LT-DATE.
               05  LT-DATE-DD         PIC 99.
               05  FILLER             PIC X.
               05  LT-DATE-MM         PIC 99.
               05  FILLER             PIC X.
               05  LT-DATE-YY         PIC 99.
      *
       FD RESERVE-JRNL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRSVJ.DAT".
       01  RESERVE-JRNL-REC.
           03  RVJ-CLAIM-NUMBER       PIC 999V9(4).
           03  FILLER                 PIC X.
           03  RVJ-OPERATOR-ID        PIC X(6).
           03  FILLER                 PIC X.
           03  RVJ-DATE.
               05  RVJ-DATE-DD        PIC 99.
               05  FILLER             PIC X.
               05  RVJ-DATE-MM        PIC 99.
               05  FILLER             PIC X.
               05  RVJ-DATE-YY        PIC 99.
           03  FILLER                 PIC X.
           03  RVJ-TIME               PIC 9(8).
           03  FILLER                 PIC X.
           03  RVJ-OLD-AMOUNT         PIC 9(7).
           03  FILLER                 PIC X.
           03  RVJ-NEW-AMOUNT         PIC 9(7).
      *
       FD HISTORY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJHIST.DAT".
       01  HISTORY-REC.
           03  HAD-PERIOD             PIC 9(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-ADJUSTER-ID        PIC X(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-REGION             PIC X(4).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-RECEIVED           PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-CLOSED             PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-CLOSE-DAYS         PIC 9(7).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-OVERDUE            PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-PAY-COUNT          PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-PAY-AMOUNT         PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-CLOSED-PAID        PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-RSV-CHANGES        PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-RSV-NET            PIC S9(9)
                                      SIGN LEADING SEPARATE.
           03  FILLER                 PIC X VALUE SPACE.
           03  HAD-LETTERS            PIC 9(5).
      *
       FD SCORE-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJSCORE.PRT".
       01  OUT-SCORE-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-ADJUSTER-STATUS     PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-PAYMENT-OPEN-STATUS PIC XX VALUE "35".
       01 WS-DIARY-STATUS        PIC XX VALUE "00".
       01 WS-DIARY-OPEN-STATUS   PIC XX VALUE "35".
       01 WS-LETTER-STATUS       PIC XX VALUE "00".
       01 WS-RSVJ-STATUS         PIC XX VALUE "00".
       01 WS-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-DIARY-END-FLAG      PIC X  VALUE " ".
       01 WS-HIST-END-FLAG       PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-ADJUSTERS-LOADED PIC 99   VALUE 0.
           03 WS-CLAIMS-READ      PIC 9(5) VALUE 0.
           03 WS-LETTERS-READ     PIC 9(5) VALUE 0.
           03 WS-RSVJ-READ        PIC 9(5) VALUE 0.
           03 WS-HIST-WRITTEN     PIC 9(5) VALUE 0.
       01 WS-IN-PERIOD-FLAG      PIC X  VALUE "N".
           88 WS-IN-PERIOD           VALUE "Y".
       01 WS-CLAIM-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-CLAIM-FOUND         VALUE "Y".
       01 WS-ADJ-FOUND-FLAG      PIC X  VALUE "N".
           88 WS-ADJ-FOUND           VALUE "Y".
      *
      *  The adjuster master, one entry per adjuster, carrying the
      * month's figures as they are counted. The entry after the
      * last adjuster loaded collects activity on claims with no
      * adjuster, or one no longer on the master.
      *
       01 WS-ADJ-TABLE.
           03 WS-ADJ-ENTRY OCCURS 21 TIMES.
               05 WS-ADJ-ID-TBL     PIC X(6).
               05 WS-ADJ-NAME-TBL   PIC X(20).
               05 WS-ADJ-REGION-TBL PIC X(4).
               05 WS-ADJ-FIGS.
                   07 WS-AF-RECEIVED     PIC 9(5).
                   07 WS-AF-CLOSED       PIC 9(5).
                   07 WS-AF-CLOSE-DAYS   PIC 9(7).
                   07 WS-AF-OVERDUE      PIC 9(5).
                   07 WS-AF-PAY-COUNT    PIC 9(5).
                   07 WS-AF-PAY-AMOUNT   PIC 9(9).
                   07 WS-AF-CLOSED-PAID  PIC 9(9).
                   07 WS-AF-RSV-CHANGES  PIC 9(5).
                   07 WS-AF-RSV-NET      PIC S9(9).
                   07 WS-AF-LETTERS      PIC 9(5).
       01 WS-ADJ-SUB             PIC 99 VALUE 0.
       01 WS-SRCH-SUB            PIC 99 VALUE 0.
       01 WS-NO-ADJ-SUB          PIC 99 VALUE 21.
      *
      *  The regions the adjusters work, in the order they first
      * appear on the master, each with its adjuster count.
      *
       01 WS-RGN-TABLE.
           03 WS-RGN-ENTRY OCCURS 20 TIMES.
               05 WS-RGN-CODE-TBL   PIC X(4).
               05 WS-RGN-ADJ-TBL    PIC 99.
       01 WS-RGN-USED            PIC 99 VALUE 0.
       01 WS-RGN-SUB             PIC 99 VALUE 0.
      *
      *  One set of figures on its way to a printed line - an
      * adjuster, a region, the grand total or a history month.
      *
       01 WS-FIGS.
           03 WS-FG-RECEIVED     PIC 9(5).
           03 WS-FG-CLOSED       PIC 9(5).
           03 WS-FG-CLOSE-DAYS   PIC 9(7).
           03 WS-FG-OVERDUE      PIC 9(5).
           03 WS-FG-PAY-COUNT    PIC 9(5).
           03 WS-FG-PAY-AMOUNT   PIC 9(9).
           03 WS-FG-CLOSED-PAID  PIC 9(9).
           03 WS-FG-RSV-CHANGES  PIC 9(5).
           03 WS-FG-RSV-NET      PIC S9(9).
           03 WS-FG-LETTERS      PIC 9(5).
       01 WS-TOTAL-FIGS.
           03 WS-TF-RECEIVED     PIC 9(5).
           03 WS-TF-CLOSED       PIC 9(5).
           03 WS-TF-CLOSE-DAYS   PIC 9(7).
           03 WS-TF-OVERDUE      PIC 9(5).
           03 WS-TF-PAY-COUNT    PIC 9(5).
           03 WS-TF-PAY-AMOUNT   PIC 9(9).
           03 WS-TF-CLOSED-PAID  PIC 9(9).
           03 WS-TF-RSV-CHANGES  PIC 9(5).
           03 WS-TF-RSV-NET      PIC S9(9).
           03 WS-TF-LETTERS      PIC 9(5).
       01 WS-FIG-LABEL           PIC X(22) VALUE SPACES.
       01 WS-FIG-DIVISOR         PIC 99    VALUE 1.
       01 WS-AVG-DAYS            PIC 9(5)  VALUE 0.
       01 WS-AVG-PAID            PIC 9(7)  VALUE 0.
       01 WS-ACTIVITY-COUNT      PIC 9(7)  VALUE 0.
      *
      *  The last twelve periods off the history file, oldest
      * first, for each adjuster on the master.
      *
       01 WS-ROLL-PERIODS.
           03 WS-ROLL-PERIOD-TBL OCCURS 12 TIMES PIC 9(6).
       01 WS-ROLL-TABLE.
           03 WS-ROLL-ADJ OCCURS 20 TIMES.
               05 WS-ROLL-MONTH OCCURS 12 TIMES.
                   07 WS-RL-FOUND        PIC X.
                   07 WS-RL-FIGS.
                       09 WS-RL-RECEIVED     PIC 9(5).
                       09 WS-RL-CLOSED       PIC 9(5).
                       09 WS-RL-CLOSE-DAYS   PIC 9(7).
                       09 WS-RL-OVERDUE      PIC 9(5).
                       09 WS-RL-PAY-COUNT    PIC 9(5).
                       09 WS-RL-PAY-AMOUNT   PIC 9(9).
                       09 WS-RL-CLOSED-PAID  PIC 9(9).
                       09 WS-RL-RSV-CHANGES  PIC 9(5).
                       09 WS-RL-RSV-NET      PIC S9(9).
                       09 WS-RL-LETTERS      PIC 9(5).
       01 WS-ROLL-SUB            PIC 99 VALUE 0.
       01 WS-ROLL-BUILD.
           03 WS-RB-YYYY         PIC 9(4).
           03 WS-RB-MM           PIC 99.
      *
       01 WS-WALK-CLAIM          PIC 999V9(4) VALUE 0.
       01 WS-PAID-TO-DATE        PIC 9(9) VALUE 0.
       01 WS-PERIOD-PAID         PIC 9(9) VALUE 0.
       01 WS-PERIOD-PAY-COUNT    PIC 9(5) VALUE 0.
       01 WS-RSV-MOVEMENT        PIC S9(9) VALUE 0.
      *
       01 WS-PERIOD-BUILD.
           03 WS-PERIOD-YYYY     PIC 9(4).
           03 WS-PERIOD-MM       PIC 99.
       01 WS-RUN-PERIOD          PIC 9(6) VALUE 0.
       01 WS-CHK-MM              PIC 99   VALUE 0.
       01 WS-CHK-YY              PIC 99   VALUE 0.
       01 WS-CMP-BUILD.
           03 WS-CMB-YYYY        PIC 9(4).
           03 WS-CMB-MM          PIC 99.
           03 WS-CMB-DD          PIC 99.
       01 WS-TODAY-COMPARE       PIC 9(8) VALUE 0.
       01 WS-DUE-COMPARE         PIC 9(8) VALUE 0.
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
       01 WS-DIFF-PAR.
           03 WS-DF-DD1          PIC 9(2).
           03 WS-DF-MM1          PIC 9(2).
           03 WS-DF-YYYY1        PIC 9(4).
           03 WS-DF-DD2          PIC 9(2).
           03 WS-DF-MM2          PIC 9(2).
           03 WS-DF-YYYY2        PIC 9(4).
           03 WS-DF-DAYS         PIC S9(7).
           03 WS-DF-FC           PIC 9.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "ADJSCORE".
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
           03 FILLER  PIC X(10)  VALUE "ADJSCORE  ".
           03 FILLER  PIC X(30)  VALUE
                         "ADJUSTER SCORECARD            ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TITLE-2.
           03 FILLER  PIC X(20)  VALUE "PERIOD (YYYYMM)   : ".
           03 WS-TITLE-PERIOD    PIC 9(6).
       01 WS-SCORE-COL-HEADER-1.
           03 FILLER  PIC X(22)  VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "   NEW".
           03 FILLER  PIC X(6)   VALUE "CLOSED".
           03 FILLER  PIC X(6)   VALUE "   AVG".
           03 FILLER  PIC X(6)   VALUE " DIARY".
           03 FILLER  PIC X(6)   VALUE "  PAYS".
           03 FILLER  PIC X(12)  VALUE "      AMOUNT".
           03 FILLER  PIC X(10)  VALUE "  AVG PAID".
           03 FILLER  PIC X(6)   VALUE "   RSV".
           03 FILLER  PIC X(13)  VALUE "      RESERVE".
           03 FILLER  PIC X(6)   VALUE "  LTRS".
       01 WS-SCORE-COL-HEADER-2.
           03 FILLER  PIC X(22)  VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE " CLMS ".
           03 FILLER  PIC X(6)   VALUE " CLMS ".
           03 FILLER  PIC X(6)   VALUE "  DAYS".
           03 FILLER  PIC X(6)   VALUE "  OVER".
           03 FILLER  PIC X(6)   VALUE "  MADE".
           03 FILLER  PIC X(12)  VALUE "        PAID".
           03 FILLER  PIC X(10)  VALUE "  /CLOSED ".
           03 FILLER  PIC X(6)   VALUE "  CHGS".
           03 FILLER  PIC X(13)  VALUE "   NET CHANGE".
           03 FILLER  PIC X(6)   VALUE "  SENT".
       01 WS-SCORE-REGION-HEADER.
           03 FILLER  PIC X(8)   VALUE "REGION  ".
           03 SRH-REGION         PIC X(4).
       01 WS-SCORE-LINE.
           03 SCL-LABEL          PIC X(22).
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-RECEIVED       PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-CLOSED         PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-AVG-DAYS       PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-OVERDUE        PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-PAY-COUNT      PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-PAY-AMOUNT     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-AVG-PAID       PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-RSV-CHANGES    PIC ZZZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-RSV-NET        PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X      VALUE SPACE.
           03 SCL-LETTERS        PIC ZZZZ9.
       01 WS-TOTAL-LABEL.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 STL-REGION         PIC X(4).
           03 FILLER             PIC X(16)  VALUE " TOTAL".
       01 WS-AVERAGE-LABEL.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 SAL-REGION         PIC X(4).
           03 FILLER             PIC X(16)  VALUE " AVG PER ADJ".
       01 WS-ADJ-LABEL.
           03 SJL-ADJUSTER-ID    PIC X(6).
           03 FILLER             PIC X      VALUE SPACE.
           03 SJL-NAME           PIC X(15).
       01 WS-MONTH-LABEL.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 SML-YYYY           PIC 9(4).
           03 FILLER             PIC X      VALUE "/".
           03 SML-MM             PIC 99.
           03 FILLER             PIC X(11)  VALUE SPACES.
       01 WS-ROLL-HEAD.
           03 FILLER  PIC X(40)  VALUE
                         "ROLLING TWELVE MONTHS BY ADJUSTER".
       01 WS-ROLL-ADJ-HEADER.
           03 SRA-ADJUSTER-ID    PIC X(6).
           03 FILLER             PIC X      VALUE SPACE.
           03 SRA-NAME           PIC X(20).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 SRA-REGION         PIC X(4).
       01 WS-SCORE-TOTAL-1.
           03 FILLER             PIC X(28)  VALUE
                         "ADJUSTERS ON MASTER       : ".
           03 SST-ADJUSTERS      PIC ZZZZ9.
       01 WS-SCORE-TOTAL-2.
           03 FILLER             PIC X(28)  VALUE
                         "CLAIMS READ               : ".
           03 SST-CLAIMS         PIC ZZZZ9.
       01 WS-SCORE-TOTAL-3.
           03 FILLER             PIC X(28)  VALUE
                         "HISTORY ROWS WRITTEN      : ".
           03 SST-HISTORY        PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to load the adjuster master, open the claim
      * file and the report, drive the passes over the claim,
      * letters and reserve journal files, print the scorecard,
      * add the month to the history file and print the rolling
      * twelve months, logging start/end through the shared
      * RUNLOG routine. No adjusters, no claim file or no report
      * ends the run ABND; the payment, diary, letters and
      * reserve journal files are optional - a missing one just
      * leaves its columns at zero.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           PERFORM 0150-LOAD-ADJUSTER-TABLE.
           OPEN INPUT  CLIENT-FILE.
           OPEN OUTPUT SCORE-PRINT.
                IF WS-ADJUSTERS-LOADED EQUAL 0       OR
                   WS-CLIENT-STATUS NOT EQUAL "00"   OR
                   WS-PRINT-STATUS NOT EQUAL "00"
                      DISPLAY "ADJSCORE - CANNOT START"
                      DISPLAY "ADJUSTERS LOADED   : "
                              WS-ADJUSTERS-LOADED
                      DISPLAY "CLIENT-FILE STATUS : "
                              WS-CLIENT-STATUS
                      DISPLAY "SCORE-PRINT STATUS : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      PERFORM 0200-PRINT-TITLE
                      OPEN INPUT PAYMENT-FILE
                      MOVE WS-PAYMENT-STATUS TO
                           WS-PAYMENT-OPEN-STATUS
                      OPEN INPUT DIARY-FILE
                      MOVE WS-DIARY-STATUS TO WS-DIARY-OPEN-STATUS
                      PERFORM 1000-COUNT-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      PERFORM 2000-COUNT-LETTERS
                      PERFORM 2500-COUNT-RESERVE-CHANGES
                      IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                            CLOSE PAYMENT-FILE
                      END-IF
                      IF WS-DIARY-OPEN-STATUS EQUAL "00"
                            CLOSE DIARY-FILE
                      END-IF
                      PERFORM 3000-PRINT-SCORECARD
                      PERFORM 4000-WRITE-HISTORY
                      PERFORM 5000-PRINT-ROLLING-MONTHS
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "           TO WS-RUNLOG-ACTION.
           MOVE WS-HIST-WRITTEN  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CLIENT-FILE.
           CLOSE SCORE-PRINT.
           GOBACK.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-PERIOD-YYYY.
           MOVE WS-REAL-MONTH TO WS-PERIOD-MM.
           MOVE WS-PERIOD-BUILD TO WS-RUN-PERIOD.
           MOVE WS-CY-YYYY    TO WS-CMB-YYYY.
           MOVE WS-REAL-MONTH TO WS-CMB-MM.
           MOVE WS-REAL-DAY   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD  TO WS-TODAY-COMPARE.
      *
      *********************************************************
      *  This paragraph loads the adjuster master and sets up the
      * catch-all entry after the last adjuster, then lists the
      * regions the adjusters work.
      *
       0150-LOAD-ADJUSTER-TABLE.
           MOVE 0 TO WS-ADJUSTERS-LOADED.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT ADJUSTER-FILE.
           IF WS-ADJUSTER-STATUS EQUAL "00"
                 PERFORM 0160-LOAD-ONE-ADJUSTER
                         UNTIL WS-END-OF-FILE
                 CLOSE ADJUSTER-FILE.
           MOVE " " TO WS-END-FILE-FLAG.
           COMPUTE WS-NO-ADJ-SUB = WS-ADJUSTERS-LOADED + 1.
           MOVE "??????" TO WS-ADJ-ID-TBL (WS-NO-ADJ-SUB).
           MOVE "NO ADJUSTER ON FILE " TO
                WS-ADJ-NAME-TBL (WS-NO-ADJ-SUB).
           MOVE SPACES TO WS-ADJ-REGION-TBL (WS-NO-ADJ-SUB).
           MOVE ZERO TO WS-ADJ-FIGS (WS-NO-ADJ-SUB).
           MOVE 0 TO WS-RGN-USED.
           PERFORM 0170-NOTE-ONE-REGION
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
      *
       0160-LOAD-ONE-ADJUSTER.
           READ ADJUSTER-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF WS-ADJUSTERS-LOADED LESS 20
                       ADD 1 TO WS-ADJUSTERS-LOADED
                       MOVE WS-ADJUSTERS-LOADED TO WS-ADJ-SUB
                       MOVE AM-ADJUSTER-ID TO
                            WS-ADJ-ID-TBL (WS-ADJ-SUB)
                       MOVE AM-NAME TO
                            WS-ADJ-NAME-TBL (WS-ADJ-SUB)
                       MOVE AM-REGION TO
                            WS-ADJ-REGION-TBL (WS-ADJ-SUB)
                       MOVE ZERO TO WS-ADJ-FIGS (WS-ADJ-SUB)
                    ELSE
                       MOVE "S" TO WS-END-FILE-FLAG.
      *
       0170-NOTE-ONE-REGION.
           MOVE "N" TO WS-ADJ-FOUND-FLAG.
           PERFORM 0175-MATCH-ONE-REGION
                   VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB GREATER WS-RGN-USED
                      OR WS-ADJ-FOUND.
           IF NOT WS-ADJ-FOUND
                 ADD 1 TO WS-RGN-USED
                 MOVE WS-ADJ-REGION-TBL (WS-ADJ-SUB) TO
                      WS-RGN-CODE-TBL (WS-RGN-USED)
                 MOVE 1 TO WS-RGN-ADJ-TBL (WS-RGN-USED).
      *
       0175-MATCH-ONE-REGION.
           IF WS-RGN-CODE-TBL (WS-RGN-SUB) EQUAL
              WS-ADJ-REGION-TBL (WS-ADJ-SUB)
                 ADD 1 TO WS-RGN-ADJ-TBL (WS-RGN-SUB)
                 MOVE "Y" TO WS-ADJ-FOUND-FLAG.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE  TO WS-TITLE-DATE.
           MOVE WS-RUN-PERIOD TO WS-TITLE-PERIOD.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-TITLE-1 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER PAGE.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-TITLE-2 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
      *
       0300-PRINT-TOTALS.
           MOVE WS-ADJUSTERS-LOADED TO SST-ADJUSTERS.
           MOVE WS-CLAIMS-READ      TO SST-CLAIMS.
           MOVE WS-HIST-WRITTEN     TO SST-HISTORY.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-TOTAL-1 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 3.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-TOTAL-2 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-TOTAL-3 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           DISPLAY "ADJSCORE - ADJUSTERS ON MASTER : "
                   WS-ADJUSTERS-LOADED.
           DISPLAY "ADJSCORE - CLAIMS READ         : "
                   WS-CLAIMS-READ.
           DISPLAY "ADJSCORE - HISTORY ROWS WRITTEN: "
                   WS-HIST-WRITTEN.
      *
      *********************************************************
      *  This paragraph finds the table entry for the adjuster in
      * CL-ADJUSTER-ID, falling back on the catch-all entry when
      * the claim has no adjuster or one not on the master.
      *
       0500-FIND-ADJUSTER.
           MOVE "N" TO WS-ADJ-FOUND-FLAG.
           MOVE WS-NO-ADJ-SUB TO WS-ADJ-SUB.
           IF CL-ADJUSTER-ID NOT EQUAL SPACES
                 PERFORM 0510-MATCH-ONE-ADJUSTER
                         VARYING WS-SRCH-SUB FROM 1 BY 1
                         UNTIL WS-SRCH-SUB GREATER
                                           WS-ADJUSTERS-LOADED
                            OR WS-ADJ-FOUND.
      *
       0510-MATCH-ONE-ADJUSTER.
           IF WS-ADJ-ID-TBL (WS-SRCH-SUB) EQUAL CL-ADJUSTER-ID
                 MOVE WS-SRCH-SUB TO WS-ADJ-SUB
                 MOVE "Y" TO WS-ADJ-FOUND-FLAG.
      *
      *********************************************************
      *  This paragraph reads the claim a letter or journal row
      * belongs to and finds its adjuster. A claim since removed
      * from the master counts to the catch-all entry.
      *
       0520-GET-CLAIM-ADJUSTER.
           MOVE "Y" TO WS-CLAIM-FOUND-FLAG.
           READ CLIENT-FILE
                INVALID KEY
                   MOVE "N" TO WS-CLAIM-FOUND-FLAG
                   MOVE SPACES TO CL-ADJUSTER-ID
           END-READ.
           PERFORM 0500-FIND-ADJUSTER.
      *
      *********************************************************
      *  This paragraph sets WS-IN-PERIOD when the two-digit
      * month and year in WS-CHK-MM / WS-CHK-YY fall in the month
      * of the run.
      *
       0600-CHECK-IN-PERIOD.
           MOVE "N" TO WS-IN-PERIOD-FLAG.
           IF WS-CHK-MM EQUAL WS-PERIOD-MM
                 MOVE WS-CHK-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 IF WS-CY-YYYY EQUAL WS-PERIOD-YYYY
                       MOVE "Y" TO WS-IN-PERIOD-FLAG.
      *
      *********************************************************
      *  This paragraph walks the payments on WS-WALK-CLAIM,
      * giving the paid to date and the count and amount of the
      * payments dated in the month of the run.
      *
       0700-WALK-PAYMENTS.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-PERIOD-PAID.
           MOVE 0 TO WS-PERIOD-PAY-COUNT.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE WS-WALK-CLAIM TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
                 END-START
                 PERFORM 0710-WALK-ONE-PAYMENT
                         UNTIL WS-PAY-END-FLAG EQUAL "S".
      *
       0710-WALK-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL WS-WALK-CLAIM
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       ADD PAY-AMOUNT TO WS-PAID-TO-DATE
                       MOVE PAY-MONTH TO WS-CHK-MM
                       MOVE PAY-YEAR  TO WS-CHK-YY
                       PERFORM 0600-CHECK-IN-PERIOD
                       IF WS-IN-PERIOD
                             ADD 1 TO WS-PERIOD-PAY-COUNT
                             ADD PAY-AMOUNT TO WS-PERIOD-PAID.
      *
      *********************************************************
      *  This paragraph reads one claim and credits its adjuster
      * with it when it was reported this month, with its
      * payments made this month and with its diary items
      * already past due.
      *
       1000-COUNT-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-CLAIMS-READ
                 PERFORM 0500-FIND-ADJUSTER
                 MOVE CL-REP-MM TO WS-CHK-MM
                 MOVE CL-REP-YY TO WS-CHK-YY
                 PERFORM 0600-CHECK-IN-PERIOD
                 IF WS-IN-PERIOD
                       ADD 1 TO WS-AF-RECEIVED (WS-ADJ-SUB)
                 END-IF
                 MOVE CL-CLAIM-NUMBER TO WS-WALK-CLAIM
                 PERFORM 0700-WALK-PAYMENTS
                 ADD WS-PERIOD-PAY-COUNT TO
                     WS-AF-PAY-COUNT (WS-ADJ-SUB)
                 ADD WS-PERIOD-PAID TO
                     WS-AF-PAY-AMOUNT (WS-ADJ-SUB)
                 PERFORM 1100-COUNT-OVERDUE-DIARY
           END-IF.
      *
       1100-COUNT-OVERDUE-DIARY.
           IF WS-DIARY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-DIARY-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO DY-CLAIM-NUMBER
                 MOVE 0 TO DY-SEQ
                 START DIARY-FILE KEY IS NOT LESS THAN DY-KEY
                       INVALID KEY MOVE "S" TO WS-DIARY-END-FLAG
                 END-START
                 PERFORM 1110-CHECK-ONE-DIARY-ITEM
                         UNTIL WS-DIARY-END-FLAG EQUAL "S".
      *
       1110-CHECK-ONE-DIARY-ITEM.
           READ DIARY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-DIARY-END-FLAG
           END-READ.
           IF WS-DIARY-END-FLAG NOT EQUAL "S"
                 IF DY-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-DIARY-END-FLAG
                    ELSE
                       MOVE DY-DUE-YY TO WS-CY-YY
                       CALL "DatCentury" USING WS-CENTURY-PAR
                       MOVE WS-CY-YYYY TO WS-CMB-YYYY
                       MOVE DY-DUE-MM  TO WS-CMB-MM
                       MOVE DY-DUE-DD  TO WS-CMB-DD
                       MOVE WS-CMP-BUILD TO WS-DUE-COMPARE
                       IF WS-DUE-COMPARE LESS WS-TODAY-COMPARE
                             ADD 1 TO WS-AF-OVERDUE (WS-ADJ-SUB).
      *
      *********************************************************
      *  This paragraph passes the letters register. Every letter
      * dated this month counts to the claim's adjuster; a
      * settlement letter also counts the claim closed, with its
      * days from reported to the letter and its paid to date.
      *
       2000-COUNT-LETTERS.
           OPEN INPUT LETTER-REGISTER-FILE.
           IF WS-LETTER-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 2010-COUNT-ONE-LETTER
                         UNTIL WS-END-OF-FILE
                 CLOSE LETTER-REGISTER-FILE.
      *
       2010-COUNT-ONE-LETTER.
           READ LETTER-REGISTER-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-LETTERS-READ
                 MOVE LT-DATE-MM TO WS-CHK-MM
                 MOVE LT-DATE-YY TO WS-CHK-YY
                 PERFORM 0600-CHECK-IN-PERIOD
                 IF WS-IN-PERIOD
                       MOVE LT-CLAIM-NUMBER TO CL-CLAIM-NUMBER
                       PERFORM 0520-GET-CLAIM-ADJUSTER
                       ADD 1 TO WS-AF-LETTERS (WS-ADJ-SUB)
                       IF LT-TYPE EQUAL "S"
                             PERFORM 2020-COUNT-CLOSURE
                       END-IF
                 END-IF
           END-IF.
      *
       2020-COUNT-CLOSURE.
           ADD 1 TO WS-AF-CLOSED (WS-ADJ-SUB).
           IF WS-CLAIM-FOUND
                 MOVE CL-REP-DD  TO WS-DF-DD1
                 MOVE CL-REP-MM  TO WS-DF-MM1
                 MOVE CL-REP-YY  TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-CY-YYYY TO WS-DF-YYYY1
                 MOVE LT-DATE-DD TO WS-DF-DD2
                 MOVE LT-DATE-MM TO WS-DF-MM2
                 MOVE LT-DATE-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-CY-YYYY TO WS-DF-YYYY2
                 CALL "DatDiff" USING WS-DIFF-PAR
                 IF WS-DF-FC EQUAL 0
                       ADD WS-DF-DAYS TO WS-AF-CLOSE-DAYS (WS-ADJ-SUB)
                 END-IF
           END-IF.
           MOVE LT-CLAIM-NUMBER TO WS-WALK-CLAIM.
           PERFORM 0700-WALK-PAYMENTS.
           ADD WS-PAID-TO-DATE TO WS-AF-CLOSED-PAID (WS-ADJ-SUB).
      *
      *********************************************************
      *  This paragraph passes the reserve journal, counting each
      * reserve change made this month and its movement to the
      * claim's adjuster.
      *
       2500-COUNT-RESERVE-CHANGES.
           OPEN INPUT RESERVE-JRNL-FILE.
           IF WS-RSVJ-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 2510-COUNT-ONE-CHANGE
                         UNTIL WS-END-OF-FILE
                 CLOSE RESERVE-JRNL-FILE.
      *
       2510-COUNT-ONE-CHANGE.
           READ RESERVE-JRNL-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-RSVJ-READ
                 MOVE RVJ-DATE-MM TO WS-CHK-MM
                 MOVE RVJ-DATE-YY TO WS-CHK-YY
                 PERFORM 0600-CHECK-IN-PERIOD
                 IF WS-IN-PERIOD
                       MOVE RVJ-CLAIM-NUMBER TO CL-CLAIM-NUMBER
                       PERFORM 0520-GET-CLAIM-ADJUSTER
                       ADD 1 TO WS-AF-RSV-CHANGES (WS-ADJ-SUB)
                       COMPUTE WS-RSV-MOVEMENT =
                               RVJ-NEW-AMOUNT - RVJ-OLD-AMOUNT
                       ADD WS-RSV-MOVEMENT TO
                           WS-AF-RSV-NET (WS-ADJ-SUB)
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph prints the month's scorecard, one section
      * per region: its adjusters, the region total and the
      * region's average per adjuster. The catch-all line and
      * the grand total follow the last region.
      *
       3000-PRINT-SCORECARD.
           MOVE ZERO TO WS-TOTAL-FIGS.
           PERFORM 3010-PRINT-ONE-REGION
                   VARYING WS-RGN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SUB GREATER WS-RGN-USED.
           MOVE WS-ADJ-FIGS (WS-NO-ADJ-SUB) TO WS-FIGS.
           COMPUTE WS-ACTIVITY-COUNT =
                   WS-FG-RECEIVED + WS-FG-CLOSED + WS-FG-OVERDUE +
                   WS-FG-PAY-COUNT + WS-FG-RSV-CHANGES +
                   WS-FG-LETTERS.
           IF WS-ACTIVITY-COUNT GREATER 0
                 MOVE WS-NO-ADJ-SUB TO WS-ADJ-SUB
                 MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB)   TO SJL-ADJUSTER-ID
                 MOVE WS-ADJ-NAME-TBL (WS-ADJ-SUB) TO SJL-NAME
                 MOVE WS-ADJ-LABEL TO WS-FIG-LABEL
                 MOVE 1 TO WS-FIG-DIVISOR
                 MOVE SPACES TO OUT-SCORE-REC
                 WRITE OUT-SCORE-REC AFTER 1
                 PERFORM 3900-PRINT-FIGURES
                 PERFORM 3030-ADD-TO-TOTAL.
           MOVE WS-TOTAL-FIGS TO WS-FIGS.
           MOVE "ALL ADJUSTERS TOTAL   " TO WS-FIG-LABEL.
           MOVE 1 TO WS-FIG-DIVISOR.
           MOVE SPACES TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           PERFORM 3900-PRINT-FIGURES.
      *
       3010-PRINT-ONE-REGION.
           MOVE WS-RGN-CODE-TBL (WS-RGN-SUB) TO SRH-REGION.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-REGION-HEADER TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 2.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-COL-HEADER-1 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-COL-HEADER-2 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           PERFORM 3020-PRINT-ONE-ADJUSTER
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
           MOVE ZERO TO WS-FIGS.
           PERFORM 3025-ADD-TO-REGION
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
           MOVE WS-RGN-CODE-TBL (WS-RGN-SUB) TO STL-REGION.
           MOVE WS-TOTAL-LABEL TO WS-FIG-LABEL.
           MOVE 1 TO WS-FIG-DIVISOR.
           MOVE SPACES TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           PERFORM 3900-PRINT-FIGURES.
           MOVE WS-RGN-CODE-TBL (WS-RGN-SUB) TO SAL-REGION.
           MOVE WS-AVERAGE-LABEL TO WS-FIG-LABEL.
           MOVE WS-RGN-ADJ-TBL (WS-RGN-SUB) TO WS-FIG-DIVISOR.
           PERFORM 3900-PRINT-FIGURES.
           PERFORM 3030-ADD-TO-TOTAL.
      *
       3020-PRINT-ONE-ADJUSTER.
           IF WS-ADJ-REGION-TBL (WS-ADJ-SUB) EQUAL
              WS-RGN-CODE-TBL (WS-RGN-SUB)
                 MOVE WS-ADJ-FIGS (WS-ADJ-SUB) TO WS-FIGS
                 MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB)   TO SJL-ADJUSTER-ID
                 MOVE WS-ADJ-NAME-TBL (WS-ADJ-SUB) TO SJL-NAME
                 MOVE WS-ADJ-LABEL TO WS-FIG-LABEL
                 MOVE 1 TO WS-FIG-DIVISOR
                 PERFORM 3900-PRINT-FIGURES.
      *
       3025-ADD-TO-REGION.
           IF WS-ADJ-REGION-TBL (WS-ADJ-SUB) EQUAL
              WS-RGN-CODE-TBL (WS-RGN-SUB)
                 ADD WS-AF-RECEIVED (WS-ADJ-SUB)   TO WS-FG-RECEIVED
                 ADD WS-AF-CLOSED (WS-ADJ-SUB)     TO WS-FG-CLOSED
                 ADD WS-AF-CLOSE-DAYS (WS-ADJ-SUB) TO
                     WS-FG-CLOSE-DAYS
                 ADD WS-AF-OVERDUE (WS-ADJ-SUB)    TO WS-FG-OVERDUE
                 ADD WS-AF-PAY-COUNT (WS-ADJ-SUB)  TO WS-FG-PAY-COUNT
                 ADD WS-AF-PAY-AMOUNT (WS-ADJ-SUB) TO
                     WS-FG-PAY-AMOUNT
                 ADD WS-AF-CLOSED-PAID (WS-ADJ-SUB) TO
                     WS-FG-CLOSED-PAID
                 ADD WS-AF-RSV-CHANGES (WS-ADJ-SUB) TO
                     WS-FG-RSV-CHANGES
                 ADD WS-AF-RSV-NET (WS-ADJ-SUB)    TO WS-FG-RSV-NET
                 ADD WS-AF-LETTERS (WS-ADJ-SUB)    TO WS-FG-LETTERS.
      *
       3030-ADD-TO-TOTAL.
           ADD WS-FG-RECEIVED    TO WS-TF-RECEIVED.
           ADD WS-FG-CLOSED      TO WS-TF-CLOSED.
           ADD WS-FG-CLOSE-DAYS  TO WS-TF-CLOSE-DAYS.
           ADD WS-FG-OVERDUE     TO WS-TF-OVERDUE.
           ADD WS-FG-PAY-COUNT   TO WS-TF-PAY-COUNT.
           ADD WS-FG-PAY-AMOUNT  TO WS-TF-PAY-AMOUNT.
           ADD WS-FG-CLOSED-PAID TO WS-TF-CLOSED-PAID.
           ADD WS-FG-RSV-CHANGES TO WS-TF-RSV-CHANGES.
           ADD WS-FG-RSV-NET     TO WS-TF-RSV-NET.
           ADD WS-FG-LETTERS     TO WS-TF-LETTERS.
      *
      *********************************************************
      *  This paragraph prints the figures in WS-FIGS under the
      * label in WS-FIG-LABEL. Average days to close and average
      * paid per closed claim come off the figures themselves;
      * the counts and amounts are divided by WS-FIG-DIVISOR, so
      * a region's totals print as its average per adjuster.
      *
       3900-PRINT-FIGURES.
           MOVE 0 TO WS-AVG-DAYS.
           MOVE 0 TO WS-AVG-PAID.
           IF WS-FG-CLOSED GREATER 0
                 DIVIDE WS-FG-CLOSE-DAYS BY WS-FG-CLOSED
                        GIVING WS-AVG-DAYS ROUNDED
                 DIVIDE WS-FG-CLOSED-PAID BY WS-FG-CLOSED
                        GIVING WS-AVG-PAID ROUNDED.
           IF WS-FIG-DIVISOR EQUAL 0
                 MOVE 1 TO WS-FIG-DIVISOR.
           MOVE WS-FIG-LABEL TO SCL-LABEL.
           DIVIDE WS-FG-RECEIVED BY WS-FIG-DIVISOR
                  GIVING SCL-RECEIVED ROUNDED.
           DIVIDE WS-FG-CLOSED BY WS-FIG-DIVISOR
                  GIVING SCL-CLOSED ROUNDED.
           MOVE WS-AVG-DAYS TO SCL-AVG-DAYS.
           DIVIDE WS-FG-OVERDUE BY WS-FIG-DIVISOR
                  GIVING SCL-OVERDUE ROUNDED.
           DIVIDE WS-FG-PAY-COUNT BY WS-FIG-DIVISOR
                  GIVING SCL-PAY-COUNT ROUNDED.
           DIVIDE WS-FG-PAY-AMOUNT BY WS-FIG-DIVISOR
                  GIVING SCL-PAY-AMOUNT ROUNDED.
           MOVE WS-AVG-PAID TO SCL-AVG-PAID.
           DIVIDE WS-FG-RSV-CHANGES BY WS-FIG-DIVISOR
                  GIVING SCL-RSV-CHANGES ROUNDED.
           DIVIDE WS-FG-RSV-NET BY WS-FIG-DIVISOR
                  GIVING SCL-RSV-NET ROUNDED.
           DIVIDE WS-FG-LETTERS BY WS-FIG-DIVISOR
                  GIVING SCL-LETTERS ROUNDED.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-LINE TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph appends the month's row per adjuster on
      * the master to the history file, creating the file the
      * first time through.
      *
       4000-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS EQUAL "35"
                 OPEN OUTPUT HISTORY-FILE
                 CLOSE HISTORY-FILE
                 OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS EQUAL "00"
                 PERFORM 4010-WRITE-ONE-HISTORY-REC
                         VARYING WS-ADJ-SUB FROM 1 BY 1
                         UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED
                 CLOSE HISTORY-FILE
              ELSE
                 DISPLAY "ADJSCORE - ADJHIST.DAT WOULD NOT OPEN : "
                         WS-HISTORY-STATUS.
      *
       4010-WRITE-ONE-HISTORY-REC.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-RUN-PERIOD                  TO HAD-PERIOD.
           MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB)     TO HAD-ADJUSTER-ID.
           MOVE WS-ADJ-REGION-TBL (WS-ADJ-SUB) TO HAD-REGION.
           MOVE WS-AF-RECEIVED (WS-ADJ-SUB)    TO HAD-RECEIVED.
           MOVE WS-AF-CLOSED (WS-ADJ-SUB)      TO HAD-CLOSED.
           MOVE WS-AF-CLOSE-DAYS (WS-ADJ-SUB)  TO HAD-CLOSE-DAYS.
           MOVE WS-AF-OVERDUE (WS-ADJ-SUB)     TO HAD-OVERDUE.
           MOVE WS-AF-PAY-COUNT (WS-ADJ-SUB)   TO HAD-PAY-COUNT.
           MOVE WS-AF-PAY-AMOUNT (WS-ADJ-SUB)  TO HAD-PAY-AMOUNT.
           MOVE WS-AF-CLOSED-PAID (WS-ADJ-SUB) TO HAD-CLOSED-PAID.
           MOVE WS-AF-RSV-CHANGES (WS-ADJ-SUB) TO HAD-RSV-CHANGES.
           MOVE WS-AF-RSV-NET (WS-ADJ-SUB)     TO HAD-RSV-NET.
           MOVE WS-AF-LETTERS (WS-ADJ-SUB)     TO HAD-LETTERS.
           WRITE HISTORY-REC.
           ADD 1 TO WS-HIST-WRITTEN.
      *
      *********************************************************
      *  This paragraph prints the rolling twelve months: the
      * twelve periods ending with this one are worked out, each
      * adjuster's rows in them are loaded off the history file
      * - a later row for the same adjuster and period replacing
      * an earlier one, so a month run twice shows once - and
      * each adjuster prints month by month with a total.
      *
       5000-PRINT-ROLLING-MONTHS.
           MOVE WS-RUN-PERIOD TO WS-ROLL-BUILD.
           PERFORM 5005-SET-ONE-PERIOD
                   VARYING WS-ROLL-SUB FROM 12 BY -1
                   UNTIL WS-ROLL-SUB LESS 1.
           PERFORM 5008-CLEAR-ONE-ADJUSTER
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
           MOVE " " TO WS-HIST-END-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS EQUAL "00"
                 PERFORM 5010-LOAD-ONE-HISTORY-REC
                         UNTIL WS-HIST-END-FLAG EQUAL "E"
                 CLOSE HISTORY-FILE.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-ROLL-HEAD TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER PAGE.
           PERFORM 5030-PRINT-ONE-ADJUSTER
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
      *
       5005-SET-ONE-PERIOD.
           MOVE WS-ROLL-BUILD TO WS-ROLL-PERIOD-TBL (WS-ROLL-SUB).
           IF WS-RB-MM EQUAL 1
                 MOVE 12 TO WS-RB-MM
                 SUBTRACT 1 FROM WS-RB-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-RB-MM.
      *
       5008-CLEAR-ONE-ADJUSTER.
           PERFORM 5009-CLEAR-ONE-MONTH
                   VARYING WS-ROLL-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SUB GREATER 12.
      *
       5009-CLEAR-ONE-MONTH.
           MOVE "N" TO WS-RL-FOUND (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-FIGS (WS-ADJ-SUB WS-ROLL-SUB).
      *
       5010-LOAD-ONE-HISTORY-REC.
           READ HISTORY-FILE
                AT END MOVE "E" TO WS-HIST-END-FLAG
           END-READ.
           IF WS-HIST-END-FLAG NOT EQUAL "E"
                 MOVE HAD-ADJUSTER-ID TO CL-ADJUSTER-ID
                 PERFORM 0500-FIND-ADJUSTER
                 MOVE 0 TO WS-ROLL-SUB
                 IF WS-ADJ-FOUND
                       PERFORM 5015-MATCH-ONE-PERIOD
                               VARYING WS-SRCH-SUB FROM 1 BY 1
                               UNTIL WS-SRCH-SUB GREATER 12
                 END-IF
                 IF WS-ROLL-SUB GREATER 0
                       PERFORM 5020-STORE-HISTORY-MONTH
                 END-IF
           END-IF.
      *
       5015-MATCH-ONE-PERIOD.
           IF WS-ROLL-PERIOD-TBL (WS-SRCH-SUB) EQUAL HAD-PERIOD
                 MOVE WS-SRCH-SUB TO WS-ROLL-SUB.
      *
       5020-STORE-HISTORY-MONTH.
           MOVE "Y" TO WS-RL-FOUND (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-RECEIVED    TO
                WS-RL-RECEIVED (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-CLOSED      TO
                WS-RL-CLOSED (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-CLOSE-DAYS  TO
                WS-RL-CLOSE-DAYS (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-OVERDUE     TO
                WS-RL-OVERDUE (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-PAY-COUNT   TO
                WS-RL-PAY-COUNT (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-PAY-AMOUNT  TO
                WS-RL-PAY-AMOUNT (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-CLOSED-PAID TO
                WS-RL-CLOSED-PAID (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-RSV-CHANGES TO
                WS-RL-RSV-CHANGES (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-RSV-NET     TO
                WS-RL-RSV-NET (WS-ADJ-SUB WS-ROLL-SUB).
           MOVE HAD-LETTERS     TO
                WS-RL-LETTERS (WS-ADJ-SUB WS-ROLL-SUB).
      *
      *********************************************************
      *  This paragraph prints one adjuster's months on file in
      * the twelve, oldest first, then their twelve-month total.
      *
       5030-PRINT-ONE-ADJUSTER.
           MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB)     TO SRA-ADJUSTER-ID.
           MOVE WS-ADJ-NAME-TBL (WS-ADJ-SUB)   TO SRA-NAME.
           MOVE WS-ADJ-REGION-TBL (WS-ADJ-SUB) TO SRA-REGION.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-ROLL-ADJ-HEADER TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 2.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-COL-HEADER-1 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           MOVE SPACES TO OUT-SCORE-REC.
           MOVE WS-SCORE-COL-HEADER-2 TO OUT-SCORE-REC.
           WRITE OUT-SCORE-REC AFTER 1.
           MOVE ZERO TO WS-TOTAL-FIGS.
           MOVE 1 TO WS-FIG-DIVISOR.
           PERFORM 5040-PRINT-ONE-MONTH
                   VARYING WS-ROLL-SUB FROM 1 BY 1
                   UNTIL WS-ROLL-SUB GREATER 12.
           MOVE WS-TOTAL-FIGS TO WS-FIGS.
           MOVE "  TWELVE MONTH TOTAL  " TO WS-FIG-LABEL.
           PERFORM 3900-PRINT-FIGURES.
      *
       5040-PRINT-ONE-MONTH.
           IF WS-RL-FOUND (WS-ADJ-SUB WS-ROLL-SUB) EQUAL "Y"
                 MOVE WS-RL-FIGS (WS-ADJ-SUB WS-ROLL-SUB) TO WS-FIGS
                 MOVE WS-ROLL-PERIOD-TBL (WS-ROLL-SUB) TO
                      WS-ROLL-BUILD
                 MOVE WS-RB-YYYY TO SML-YYYY
                 MOVE WS-RB-MM   TO SML-MM
                 MOVE WS-MONTH-LABEL TO WS-FIG-LABEL
                 PERFORM 3900-PRINT-FIGURES
                 PERFORM 3030-ADD-TO-TOTAL.
