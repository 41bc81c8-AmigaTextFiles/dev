       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ARDUNN.
      *PROGRAM DISCRIPTION.
      *
      *  Student receivables dunning run: every balance on
      * STUDAR.DAT is aged off the charge ledger STUCHG.DAT the
      * way ARAGING ages it, and a student whose oldest unpaid
      * charge is past due gets a reminder letter on the letters
      * file (ARDUNLTR.PRT) that escalates with how long it has
      * gone unpaid - a reminder, then a second notice, then a
      * final notice, each stage a further AR-DUNNING-DAYS past
      * due (thirty days by default, off BUSPARM.DAT). The stage
      * reached is kept on the balance record (AR-DUN-STAGE) so
      * a student is written to once per stage, however often
      * the run is made; a student no longer overdue drops back
      * to stage zero and starts again the next time.
      *
      *  A student whose oldest unpaid charge is more than
      * AR-HOLD-DAYS past due (ninety by default) with at least
      * AR-HOLD-MIN overdue is placed on financial hold
      * (AR-HOLD-FLAG H), which ENRLMNT enforces by refusing any
      * new enrollment. Only the bursar releases a hold, through
      * ARPOST; a released hold (R) is not placed again until
      * the student has been brought up to date and falls
      * behind afresh. Every letter, hold and reset prints on
      * the dunning register (ARDUNREG.PRT).
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
      *DATE-COMPILLED.
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   AMSTRAD-1512.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT           AR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

            SELECT           CHARGE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CH-KEY
            FILE STATUS IS   WS-CHARGE-STATUS.

            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           REGISTER-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-PRINT-STATUS.

            SELECT           LETTER-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-LETTER-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD AR-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUDAR.DAT".
       01 IN-AR-REC.
           03 AR-NUMBER        PIC 9(6).
           03 AR-BALANCE       PIC S9(7).
           03 AR-LAST-BILLED   PIC X(8).
           03 AR-DUN-STAGE     PIC 9.
           03 AR-DUN-DATE      PIC X(8).
           03 AR-HOLD-FLAG     PIC X.
               88 AR-ON-HOLD         VALUE "H".
               88 AR-HOLD-RELEASED   VALUE "R".
               88 AR-NO-HOLD         VALUE " ".
           03 AR-HOLD-DATE     PIC X(8).
      *
       FD CHARGE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUCHG.DAT".
       01 IN-CHARGE-REC.
           03 CH-KEY.
               05 CH-NUMBER    PIC 9(6).
               05 CH-SEQUENCE  PIC 9(3).
           03 CH-TERM          PIC X(6).
           03 CH-TYPE          PIC X.
           03 CH-BILL-DATE.
               05 CH-BILL-YYYY PIC 9(4).
               05 CH-BILL-MM   PIC 99.
               05 CH-BILL-DD   PIC 99.
           03 CH-DUE-DATE.
               05 CH-DUE-YYYY  PIC 9(4).
               05 CH-DUE-MM    PIC 99.
               05 CH-DUE-DD    PIC 99.
           03 CH-AMOUNT        PIC 9(7).
           03 CH-PAID          PIC 9(7).
      *
       FD SECURE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SECURITY.DAT2".
       01 IN-STUDENT-REC.
           03 ST-NUMBER        PIC 9(6).
           03 ST-LAST-NAME     PIC X(16).
           03 ST-FIRST-NAME    PIC X(12).
           03 ST-CLASS-STAND   PIC XX.
           03 ST-GRADE-PNT-AVG PIC 9V99.
           03 ST-ACADEM-STATUS PIC X.
           03 ST-PHONE-NUMBER  PIC 9(10).
           03 ST-BIRTH-DATE    PIC 9(6).
           03 ST-STREET        PIC X(20).
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
      *
       FD REGISTER-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARDUNREG.PRT".
       01 PRT-REGISTER-REC.
           03 FILLER           PIC A(80).
      *
       FD LETTER-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARDUNLTR.PRT".
       01 PRT-LETTER-REC.
           03 FILLER           PIC A(80).
      *
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-CHARGE-STATUS        PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-LETTER-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-CHARGES-OPEN-FLAG    PIC X  VALUE "N".
           88 WS-CHARGES-OPEN         VALUE "Y".
       01 WS-CHANGED-FLAG         PIC X  VALUE "N".
           88 WS-RECORD-CHANGED       VALUE "Y".
       01 WS-COUNTERS.
           03 WS-BALANCES-READ    PIC 9(5) VALUE 0.
           03 WS-LETTERS-WRITTEN  PIC 9(5) VALUE 0.
           03 WS-HOLDS-PLACED     PIC 9(5) VALUE 0.
           03 WS-STAGES-RESET     PIC 9(5) VALUE 0.
      *
      *  Dunning terms are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in figures.
      *
       01 WS-BUSPARM-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG     PIC X  VALUE " ".
       01 WS-DUE-DAYS             PIC 9(3) VALUE 30.
       01 WS-DUNNING-DAYS         PIC 9(3) VALUE 30.
       01 WS-HOLD-DAYS            PIC 9(3) VALUE 90.
       01 WS-HOLD-MINIMUM         PIC 9(7) VALUE 100.
      *
      *  One student's overdue position: how much is past due
      * and how many days the oldest of it has been.
      *
       01 WS-OVERDUE-AMOUNT       PIC 9(7) VALUE 0.
       01 WS-OLDEST-DAYS          PIC 9(5) VALUE 0.
       01 WS-OPEN-CHARGES         PIC S9(7) VALUE 0.
       01 WS-BROUGHT-FORWARD      PIC S9(7) VALUE 0.
       01 WS-AGE-AMOUNT           PIC 9(7) VALUE 0.
       01 WS-AGE-DAYS             PIC 9(5) VALUE 0.
       01 WS-DUE-STAGE            PIC 9(3) VALUE 0.
       01 WS-REG-ACTION           PIC X(24) VALUE SPACES.
      *
      *  Today and the due date being aged, year first the way
      * the charge ledger keeps them.
      *
       01 WS-TODAY-YMD.
           03 WS-TODAY-YYYY       PIC 9(4).
           03 WS-TODAY-MM         PIC 99.
           03 WS-TODAY-DD         PIC 99.
       01 WS-AGE-DUE-YMD.
           03 WS-AGE-DUE-YYYY     PIC 9(4).
           03 WS-AGE-DUE-MM       PIC 99.
           03 WS-AGE-DUE-DD       PIC 99.
       01 WS-LAST-BILLED.
           03 WS-LB-DD            PIC XX.
           03 FILLER              PIC X.
           03 WS-LB-MM            PIC XX.
           03 FILLER              PIC X.
           03 WS-LB-YY            PIC XX.
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY            PIC 9(2).
           03 WS-CY-PIVOT         PIC 9(2) VALUE 50.
           03 WS-CY-YYYY          PIC 9(4).
       01 WS-ROLL-PAR.
           03 WS-RL-DD            PIC 9(2).
           03 WS-RL-MM            PIC 9(2).
           03 WS-RL-YYYY          PIC 9(4).
           03 WS-RL-OFFSET        PIC S9(5) VALUE 30.
           03 WS-RL-OUT-DD        PIC 9(2).
           03 WS-RL-OUT-MM        PIC 9(2).
           03 WS-RL-OUT-YYYY      PIC 9(4).
           03 WS-RL-FC            PIC 9.
       01 WS-DIFF-PAR.
           03 WS-DF-DD1           PIC 9(2).
           03 WS-DF-MM1           PIC 9(2).
           03 WS-DF-YYYY1         PIC 9(4).
           03 WS-DF-DD2           PIC 9(2).
           03 WS-DF-MM2           PIC 9(2).
           03 WS-DF-YYYY2         PIC 9(4).
           03 WS-DF-DAYS          PIC S9(7).
           03 WS-DF-FC            PIC 9.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "ARDUNN".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR        PIC XX.
           03 WS-REAL-MONTH       PIC XX.
           03 WS-REAL-DAY         PIC XX.
       01 WS-TEMP-DATE.
           03 WS-TEMP-DAY         PIC XX.
           03 FILLER              PIC X  VALUE  "/".
           03 WS-TEMP-MONTH       PIC XX.
           03 FILLER              PIC X  VALUE  "/".
           03 WS-TEMP-YEAR        PIC XX.
      *
      *  The wording of each dunning stage: the letter's title
      * and its two closing lines, sharper at every stage.
      *
       01 WS-STAGE-TEXT-VALUES.
           03 FILLER PIC X(40) VALUE
              "REMINDER - PAYMENT OVERDUE".
           03 FILLER PIC X(24) VALUE
              "REMINDER LETTER".
           03 FILLER PIC X(50) VALUE
              "PLEASE ARRANGE PAYMENT AT THE BURSAR'S OFFICE".
           03 FILLER PIC X(50) VALUE
              "AT YOUR EARLIEST CONVENIENCE.".
           03 FILLER PIC X(40) VALUE
              "SECOND NOTICE - ACCOUNT OVERDUE".
           03 FILLER PIC X(24) VALUE
              "SECOND NOTICE".
           03 FILLER PIC X(50) VALUE
              "YOUR ACCOUNT REMAINS UNPAID. PLEASE SETTLE IT OR".
           03 FILLER PIC X(50) VALUE
              "CONTACT THE BURSAR'S OFFICE WITHOUT DELAY.".
           03 FILLER PIC X(40) VALUE
              "FINAL NOTICE - ACCOUNT IN ARREARS".
           03 FILLER PIC X(24) VALUE
              "FINAL NOTICE".
           03 FILLER PIC X(50) VALUE
              "UNLESS THE ACCOUNT IS SETTLED, A FINANCIAL HOLD".
           03 FILLER PIC X(50) VALUE
              "WILL PREVENT ANY FURTHER ENROLLMENT.".
       01 WS-STAGE-TEXT-TABLE REDEFINES WS-STAGE-TEXT-VALUES.
           03 WS-STAGE-ENTRY OCCURS 3 TIMES.
               05 WS-STG-TITLE    PIC X(40).
               05 WS-STG-REG-TEXT PIC X(24).
               05 WS-STG-CLOSE-1  PIC X(50).
               05 WS-STG-CLOSE-2  PIC X(50).
      *
       01 PRT-REGISTER-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-HDR-DATE        PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(34) VALUE
              "STUDENT ACCOUNT DUNNING REGISTER".
       01 PRT-REGISTER-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(18) VALUE "LAST NAME".
           03 FILLER    PIC X(11) VALUE "    OVERDUE".
           03 FILLER    PIC X(7)  VALUE "   DAYS".
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(6)  VALUE "ACTION".
       01 PRT-REGISTER-LINE.
           03 PRT-REG-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-REG-LAST-NAME   PIC X(16).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 PRT-REG-OVERDUE     PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-REG-DAYS        PIC ZZZZ9.
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 PRT-REG-ACTION      PIC X(24).
       01 PRT-REGISTER-TOTAL-1.
           03 FILLER    PIC X(22) VALUE "BALANCES READ      : ".
           03 PRT-TOT-READ        PIC ZZZZ9.
           03 FILLER    PIC X(22) VALUE "   LETTERS WRITTEN : ".
           03 PRT-TOT-LETTERS     PIC ZZZZ9.
       01 PRT-REGISTER-TOTAL-2.
           03 FILLER    PIC X(22) VALUE "HOLDS PLACED       : ".
           03 PRT-TOT-HOLDS       PIC ZZZZ9.
           03 FILLER    PIC X(22) VALUE "   STAGES RESET    : ".
           03 PRT-TOT-RESETS      PIC ZZZZ9.
      *
       01 LTR-DATE-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-DATE            PIC X(8).
       01 LTR-ADDRESS-NAME.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-ADR-FIRST-NAME  PIC X(12).
           03 FILLER    PIC X     VALUE SPACE.
           03 LTR-ADR-LAST-NAME   PIC X(16).
       01 LTR-ADDRESS-STREET.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-ADR-STREET      PIC X(20).
       01 LTR-ADDRESS-CITY.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-ADR-CITY        PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 LTR-ADR-POSTAL      PIC X(7).
       01 LTR-TITLE-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-TITLE           PIC X(40).
       01 LTR-NAME-LINE.
           03 FILLER    PIC X(5)  VALUE "DEAR ".
           03 LTR-FIRST-NAME      PIC X(12).
           03 LTR-LAST-NAME       PIC X(16).
       01 LTR-BODY-1.
           03 FILLER    PIC X(38) VALUE
              "OUR RECORDS SHOW AN OVERDUE AMOUNT OF".
           03 LTR-OVERDUE         PIC Z,ZZZ,ZZ9.
       01 LTR-BODY-2.
           03 FILLER    PIC X(44) VALUE
              "ON YOUR STUDENT ACCOUNT, THE OLDEST PART OF".
       01 LTR-BODY-3.
           03 FILLER    PIC X(13) VALUE "IT OVERDUE BY".
           03 LTR-DAYS            PIC ZZZZ9.
           03 FILLER    PIC X(6)  VALUE " DAYS.".
       01 LTR-CLOSE-LINE.
           03 LTR-CLOSE           PIC X(50).
       01 LTR-SIGN-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(17) VALUE "THE BURSAR       ".
       01 LTR-SEPARATOR.
           03 FILLER    PIC X(40) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph reads the dunning terms, opens the
      * balance file for update and the two output files, works
      * one balance record per pass, prints the register totals
      * and logs start/end through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0100-SET-DATES.
           OPEN I-O    AR-FILE.
           OPEN INPUT  SECURE-FILE.
           OPEN INPUT  CHARGE-FILE.
           IF WS-CHARGE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-CHARGES-OPEN-FLAG.
           OPEN OUTPUT REGISTER-PRINT.
           OPEN OUTPUT LETTER-FILE.
                IF WS-AR-STATUS     = "00"  AND
                   WS-SECURE-STATUS = "00"  AND
                   WS-PRINT-STATUS  = "00"  AND
                   WS-LETTER-STATUS = "00"
                      PERFORM 0200-PRINT-REPORT-HEADER
                      PERFORM 1000-DUN-ONE-STUDENT
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-RUN-TOTAL
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "ARDUNN - CANNOT START"
                      DISPLAY "AR-FILE STATUS      : "
                              WS-AR-STATUS
                      DISPLAY "SECURE-FILE STATUS  : "
                              WS-SECURE-STATUS
                      DISPLAY "REGISTER STATUS     : "
                              WS-PRINT-STATUS
                      DISPLAY "LETTER-FILE STATUS  : "
                              WS-LETTER-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-LETTERS-WRITTEN  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AR-FILE.
           CLOSE SECURE-FILE.
           IF WS-CHARGES-OPEN
                 CLOSE CHARGE-FILE.
           CLOSE REGISTER-PRINT.
           CLOSE LETTER-FILE.
           DISPLAY "ARDUNN - BALANCES READ   : "
                   WS-BALANCES-READ.
           DISPLAY "ARDUNN - LETTERS WRITTEN : "
                   WS-LETTERS-WRITTEN.
           DISPLAY "ARDUNN - HOLDS PLACED    : "
                   WS-HOLDS-PLACED.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the payment terms, the days between
      * dunning stages and the financial-hold threshold; a
      * missing file or name leaves the built-in defaults.
      *
       0050-READ-BUS-PARMS.
           MOVE " " TO WS-BUSPARM-END-FLAG.
           OPEN INPUT BUSPARM-FILE.
           IF WS-BUSPARM-STATUS EQUAL "00"
                 PERFORM 0050-READ-ONE-BUS-PARM
                         UNTIL WS-BUSPARM-END-FLAG = "E"
                 CLOSE BUSPARM-FILE.
           IF WS-DUNNING-DAYS EQUAL 0
                 MOVE 30 TO WS-DUNNING-DAYS.
      *
       0050-READ-ONE-BUS-PARM.
           READ BUSPARM-FILE
                AT END MOVE "E" TO WS-BUSPARM-END-FLAG
           END-READ.
           IF WS-BUSPARM-END-FLAG EQUAL "E" OR
              PB-VALUE NOT NUMERIC
                 CONTINUE
              ELSE
              IF PB-NAME EQUAL "AR-DUE-DAYS     "
                    MOVE PB-VALUE TO WS-DUE-DAYS
                 END-IF
              IF PB-NAME EQUAL "AR-DUNNING-DAYS "
                    MOVE PB-VALUE TO WS-DUNNING-DAYS
                 END-IF
              IF PB-NAME EQUAL "AR-HOLD-DAYS    "
                    MOVE PB-VALUE TO WS-HOLD-DAYS
                 END-IF
              IF PB-NAME EQUAL "AR-HOLD-MIN     "
                    MOVE PB-VALUE TO WS-HOLD-MINIMUM
                 END-IF.
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
      *
       0200-PRINT-REPORT-HEADER.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE WS-TEMP-DATE TO PRT-HDR-DATE.
           MOVE PRT-REGISTER-HEADER TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 3.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-COL-HDR TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
      *
       0300-PRINT-RUN-TOTAL.
           MOVE WS-BALANCES-READ   TO PRT-TOT-READ.
           MOVE WS-LETTERS-WRITTEN TO PRT-TOT-LETTERS.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-TOTAL-1 TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
           MOVE WS-HOLDS-PLACED    TO PRT-TOT-HOLDS.
           MOVE WS-STAGES-RESET    TO PRT-TOT-RESETS.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-TOTAL-2 TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph works one balance record: it is aged,
      * then either reset (nothing overdue) or moved on to the
      * stage its oldest overdue charge has reached, with the
      * hold test behind it. The record rewrites only when
      * something on it changed.
      *
       1000-DUN-ONE-STUDENT.
           READ AR-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-BALANCES-READ
                 MOVE "N" TO WS-CHANGED-FLAG
                 IF AR-DUN-STAGE NOT NUMERIC
                       MOVE 0 TO AR-DUN-STAGE
                       MOVE "Y" TO WS-CHANGED-FLAG
                 END-IF
                 PERFORM 1100-AGE-BALANCE
                 IF WS-OVERDUE-AMOUNT EQUAL 0
                       PERFORM 1400-RESET-STUDENT
                    ELSE
                       PERFORM 1500-ADVANCE-STAGE
                       PERFORM 1600-TEST-FOR-HOLD
                 END-IF
                 IF WS-RECORD-CHANGED
                       REWRITE IN-AR-REC
                 END-IF
           END-IF.
      *
      ****************************************************
      *
      *  This paragraph finds how much of the balance is past
      * due and how old the oldest of it is: each open charge by
      * its own due date, then whatever part of the balance no
      * open charge accounts for - debt older than the charge
      * ledger - from the last billing date, the same way the
      * aging report ages it.
      *
       1100-AGE-BALANCE.
           MOVE 0 TO WS-OVERDUE-AMOUNT.
           MOVE 0 TO WS-OLDEST-DAYS.
           MOVE 0 TO WS-OPEN-CHARGES.
           IF AR-BALANCE GREATER 0
                 IF WS-CHARGES-OPEN
                       PERFORM 1110-START-STUDENT-CHARGES
                       PERFORM 1120-AGE-ONE-CHARGE
                               UNTIL WS-CHG-END-FLAG = "S"
                 END-IF
                 COMPUTE WS-BROUGHT-FORWARD =
                         AR-BALANCE - WS-OPEN-CHARGES
                 IF WS-BROUGHT-FORWARD GREATER 0
                       PERFORM 1200-AGE-BROUGHT-FORWARD
                 END-IF
           END-IF.
      *
       1110-START-STUDENT-CHARGES.
           MOVE " " TO WS-CHG-END-FLAG.
           MOVE AR-NUMBER TO CH-NUMBER.
           MOVE 0 TO CH-SEQUENCE.
           START CHARGE-FILE KEY IS NOT LESS THAN CH-KEY
                 INVALID KEY MOVE "S" TO WS-CHG-END-FLAG
           END-START.
      *
       1120-AGE-ONE-CHARGE.
           READ CHARGE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CHG-END-FLAG
           END-READ.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-NUMBER NOT EQUAL AR-NUMBER
                       MOVE "S" TO WS-CHG-END-FLAG
                    ELSE
                    IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-AGE-AMOUNT = CH-AMOUNT - CH-PAID
                       ADD WS-AGE-AMOUNT TO WS-OPEN-CHARGES
                       MOVE CH-DUE-DATE TO WS-AGE-DUE-YMD
                       PERFORM 1150-AGE-ONE-AMOUNT.
      *
      ****************************************************
      *
      *  This paragraph counts one amount into the overdue
      * total when its due date has passed, keeping the days
      * of the oldest, counted through the shared DatDiff entry
      * point.
      *
       1150-AGE-ONE-AMOUNT.
           IF WS-AGE-DUE-YMD LESS WS-TODAY-YMD
                 MOVE WS-AGE-DUE-DD   TO WS-DF-DD1
                 MOVE WS-AGE-DUE-MM   TO WS-DF-MM1
                 MOVE WS-AGE-DUE-YYYY TO WS-DF-YYYY1
                 MOVE WS-TODAY-DD     TO WS-DF-DD2
                 MOVE WS-TODAY-MM     TO WS-DF-MM2
                 MOVE WS-TODAY-YYYY   TO WS-DF-YYYY2
                 CALL "DatDiff" USING WS-DIFF-PAR
                 IF WS-DF-FC NOT EQUAL 0
                       MOVE 1 TO WS-AGE-DAYS
                    ELSE
                       MOVE WS-DF-DAYS TO WS-AGE-DAYS
                 END-IF
                 ADD WS-AGE-AMOUNT TO WS-OVERDUE-AMOUNT
                 IF WS-AGE-DAYS GREATER WS-OLDEST-DAYS
                       MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS.
      *
      ****************************************************
      *
      *  This paragraph ages the part of a balance older than
      * the charge ledger as if it had been billed on its last
      * billing date under today's payment terms. With no usable
      * billing date it counts as overdue a single day - it is
      * chased from the first stage rather than put straight
      * onto hold.
      *
       1200-AGE-BROUGHT-FORWARD.
           MOVE WS-BROUGHT-FORWARD TO WS-AGE-AMOUNT.
           MOVE AR-LAST-BILLED TO WS-LAST-BILLED.
           IF WS-LB-DD NUMERIC AND
              WS-LB-MM NUMERIC AND
              WS-LB-YY NUMERIC
                 MOVE WS-LB-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-LB-DD    TO WS-RL-DD
                 MOVE WS-LB-MM    TO WS-RL-MM
                 MOVE WS-CY-YYYY  TO WS-RL-YYYY
                 MOVE WS-DUE-DAYS TO WS-RL-OFFSET
                 CALL "DatRoll" USING WS-ROLL-PAR
                 MOVE WS-RL-OUT-DD   TO WS-AGE-DUE-DD
                 MOVE WS-RL-OUT-MM   TO WS-AGE-DUE-MM
                 MOVE WS-RL-OUT-YYYY TO WS-AGE-DUE-YYYY
                 PERFORM 1150-AGE-ONE-AMOUNT
              ELSE
                 ADD WS-AGE-AMOUNT TO WS-OVERDUE-AMOUNT
                 IF WS-OLDEST-DAYS EQUAL 0
                       MOVE 1 TO WS-OLDEST-DAYS.
      *
      ****************************************************
      *
      *  This paragraph handles a student with nothing overdue:
      * the dunning stage drops back to zero so a later lapse
      * starts at the first reminder again, and a hold the
      * bursar released is cleared for good. A hold still in
      * force stays until the bursar releases it.
      *
       1400-RESET-STUDENT.
           IF AR-DUN-STAGE GREATER 0
                 MOVE 0      TO AR-DUN-STAGE
                 MOVE SPACES TO AR-DUN-DATE
                 MOVE "Y"    TO WS-CHANGED-FLAG
                 ADD 1 TO WS-STAGES-RESET
                 MOVE "STAGE RESET - UP TO DATE" TO WS-REG-ACTION
                 PERFORM 1700-PRINT-REGISTER-LINE.
           IF AR-HOLD-RELEASED
                 MOVE SPACE  TO AR-HOLD-FLAG
                 MOVE SPACES TO AR-HOLD-DATE
                 MOVE "Y"    TO WS-CHANGED-FLAG
                 MOVE "RELEASED HOLD CLEARED" TO WS-REG-ACTION
                 PERFORM 1700-PRINT-REGISTER-LINE.
      *
      ****************************************************
      *
      *  This paragraph works out the stage the oldest overdue
      * charge has reached - one more for every dunning interval
      * past due, three at most - and when that is beyond the
      * stage already written to, writes that stage's letter.
      * A rerun finds the stage already reached and writes
      * nothing twice.
      *
       1500-ADVANCE-STAGE.
           COMPUTE WS-DUE-STAGE =
                   (WS-OLDEST-DAYS - 1) / WS-DUNNING-DAYS + 1.
           IF WS-DUE-STAGE GREATER 3
                 MOVE 3 TO WS-DUE-STAGE.
           IF WS-DUE-STAGE GREATER AR-DUN-STAGE
                 MOVE WS-DUE-STAGE TO AR-DUN-STAGE
                 MOVE WS-TEMP-DATE TO AR-DUN-DATE
                 MOVE "Y"          TO WS-CHANGED-FLAG
                 PERFORM 1550-WRITE-LETTER
                 ADD 1 TO WS-LETTERS-WRITTEN
                 MOVE WS-STG-REG-TEXT (AR-DUN-STAGE)
                      TO WS-REG-ACTION
                 PERFORM 1700-PRINT-REGISTER-LINE.
      *
      ****************************************************
      *
      *  This paragraph writes one dunning letter in the
      * wording of the stage just reached, addressed with the
      * same fields the TUITBILL statement uses.
      *
       1550-WRITE-LETTER.
           MOVE SPACES TO LTR-ADR-FIRST-NAME.
           MOVE SPACES TO LTR-ADR-LAST-NAME.
           MOVE SPACES TO LTR-ADR-STREET.
           MOVE SPACES TO LTR-ADR-CITY.
           MOVE SPACES TO LTR-ADR-POSTAL.
           MOVE AR-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE SPACES TO ST-FIRST-NAME
                      MOVE SPACES TO ST-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-FIRST-NAME  TO LTR-ADR-FIRST-NAME
                      MOVE ST-LAST-NAME   TO LTR-ADR-LAST-NAME
                      MOVE ST-STREET      TO LTR-ADR-STREET
                      MOVE ST-CITY        TO LTR-ADR-CITY
                      MOVE ST-POSTAL-CODE TO LTR-ADR-POSTAL
           END-READ.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-TEMP-DATE TO LTR-DATE.
           MOVE LTR-DATE-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-ADDRESS-NAME TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-ADDRESS-STREET TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 1.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-ADDRESS-CITY TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 1.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-STG-TITLE (AR-DUN-STAGE) TO LTR-TITLE.
           MOVE LTR-TITLE-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE ST-FIRST-NAME TO LTR-FIRST-NAME.
           MOVE ST-LAST-NAME  TO LTR-LAST-NAME.
           MOVE LTR-NAME-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-OVERDUE-AMOUNT TO LTR-OVERDUE.
           MOVE LTR-BODY-1 TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-BODY-2 TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 1.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-OLDEST-DAYS TO LTR-DAYS.
           MOVE LTR-BODY-3 TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 1.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-STG-CLOSE-1 (AR-DUN-STAGE) TO LTR-CLOSE.
           MOVE LTR-CLOSE-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE WS-STG-CLOSE-2 (AR-DUN-STAGE) TO LTR-CLOSE.
           MOVE LTR-CLOSE-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 1.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-SIGN-LINE TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
           MOVE SPACES TO PRT-LETTER-REC.
           MOVE LTR-SEPARATOR TO PRT-LETTER-REC.
           WRITE PRT-LETTER-REC AFTER 2.
      *
      ****************************************************
      *
      *  This paragraph places the financial hold on a student
      * past the BUSPARM.DAT threshold: the oldest overdue
      * charge more than the hold days past due and at least
      * the hold minimum overdue. A hold already in force, or
      * one the bursar has released, is left as it stands.
      *
       1600-TEST-FOR-HOLD.
           IF AR-NO-HOLD                         AND
              WS-OLDEST-DAYS GREATER WS-HOLD-DAYS AND
              WS-OVERDUE-AMOUNT NOT LESS WS-HOLD-MINIMUM
                 MOVE "H"          TO AR-HOLD-FLAG
                 MOVE WS-TEMP-DATE TO AR-HOLD-DATE
                 MOVE "Y"          TO WS-CHANGED-FLAG
                 ADD 1 TO WS-HOLDS-PLACED
                 MOVE "FINANCIAL HOLD PLACED" TO WS-REG-ACTION
                 PERFORM 1700-PRINT-REGISTER-LINE.
      *
       1700-PRINT-REGISTER-LINE.
           MOVE AR-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE "NOT ON MASTER" TO PRT-REG-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-LAST-NAME TO PRT-REG-LAST-NAME
           END-READ.
           MOVE AR-NUMBER         TO PRT-REG-NUMBER.
           MOVE WS-OVERDUE-AMOUNT TO PRT-REG-OVERDUE.
           MOVE WS-OLDEST-DAYS    TO PRT-REG-DAYS.
           MOVE WS-REG-ACTION     TO PRT-REG-ACTION.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-LINE TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 1.
      *
      ****************************************************
      *
