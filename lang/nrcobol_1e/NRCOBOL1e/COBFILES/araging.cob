       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ARAGING.
      *PROGRAM DISCRIPTION.
      *
      *  Student receivables aging report: every student with a
      * balance on STUDAR.DAT is listed with their name and
      * mailing address off SECURITY.DAT2 and what they owe
      * split by how long it has been past due - current (not
      * yet due), 1-30, 31-60, 61-90 and over 90 days - from
      * the charge ledger STUCHG.DAT TUITBILL writes and ARPOST
      * pays down oldest first. Each student's balance, dunning
      * stage and any financial hold print under the aging, and
      * the run closes with the column totals (ARAGING.PRT).
      *
      *  A balance older than the charge ledger has no charge
      * row to age by; it is aged from its AR-LAST-BILLED date
      * and the BUSPARM.DAT payment terms, the same terms
      * TUITBILL puts on a new charge. A credit balance prints
      * with nothing aged.
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

            SELECT           AGING-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-PRINT-STATUS.
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
       FD AGING-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ARAGING.PRT".
       01 PRT-AGING-REC.
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
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-CHARGES-OPEN-FLAG    PIC X  VALUE "N".
           88 WS-CHARGES-OPEN         VALUE "Y".
       01 WS-COUNTERS.
           03 WS-STUDENTS-READ    PIC 9(5) VALUE 0.
           03 WS-STUDENTS-LISTED  PIC 9(5) VALUE 0.
      *
      *  Payment terms are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in thirty days.
      *
       01 WS-BUSPARM-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG     PIC X  VALUE " ".
       01 WS-DUE-DAYS             PIC 9(3) VALUE 30.
      *
      *  One student's aging: what is not yet due, what is past
      * due in each band, and what their open charges come to.
      *
       01 WS-STUDENT-AGING.
           03 WS-AGE-CURRENT      PIC 9(7).
           03 WS-AGE-30           PIC 9(7).
           03 WS-AGE-60           PIC 9(7).
           03 WS-AGE-90           PIC 9(7).
           03 WS-AGE-OVER-90      PIC 9(7).
       01 WS-OPEN-CHARGES         PIC S9(7) VALUE 0.
       01 WS-BROUGHT-FORWARD      PIC S9(7) VALUE 0.
       01 WS-AGE-AMOUNT           PIC 9(7) VALUE 0.
       01 WS-AGE-DAYS             PIC 9(5) VALUE 0.
       01 WS-RUN-TOTALS.
           03 WS-TOT-CURRENT      PIC 9(8).
           03 WS-TOT-30           PIC 9(8).
           03 WS-TOT-60           PIC 9(8).
           03 WS-TOT-90           PIC 9(8).
           03 WS-TOT-OVER-90      PIC 9(8).
           03 WS-TOT-BALANCE      PIC S9(9).
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "ARAGING".
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
       01 PRT-AGING-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-HDR-DATE        PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(34) VALUE
              "STUDENT RECEIVABLES AGING REPORT".
       01 PRT-AGING-COL-HDR-1.
           03 FILLER    PIC X(7)  VALUE "NUMBER ".
           03 FILLER    PIC X(27) VALUE "NAME".
           03 FILLER    PIC X(9)  VALUE "  CURRENT".
           03 FILLER    PIC X(9)  VALUE "     1-30".
           03 FILLER    PIC X(9)  VALUE "    31-60".
           03 FILLER    PIC X(9)  VALUE "    61-90".
           03 FILLER    PIC X(9)  VALUE "  OVER 90".
       01 PRT-AGING-COL-HDR-2.
           03 FILLER    PIC X(7)  VALUE SPACES.
           03 FILLER    PIC X(47) VALUE "ADDRESS".
           03 FILLER    PIC X(10) VALUE "   BALANCE".
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 FILLER    PIC X(4)  VALUE "HOLD".
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 FILLER    PIC X(5)  VALUE "STAGE".
       01 PRT-AGING-LINE-1.
           03 PRT-AGE-NUMBER      PIC 9(6).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-LAST-NAME   PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-FIRST-NAME  PIC X(10).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-CURRENT     PIC ZZZZ,ZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-30          PIC ZZZZ,ZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-60          PIC ZZZZ,ZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-90          PIC ZZZZ,ZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-OVER-90     PIC ZZZZ,ZZ9.
       01 PRT-AGING-LINE-2.
           03 FILLER    PIC X(7)  VALUE SPACES.
           03 PRT-AGE-STREET      PIC X(20).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-CITY        PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AGE-POSTAL      PIC X(7).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-AGE-BALANCE     PIC -Z,ZZZ,ZZ9.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-AGE-HOLD        PIC X(4).
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-AGE-STAGE       PIC 9.
       01 PRT-AGING-TOTAL-1.
           03 FILLER    PIC X(34) VALUE "TOTALS".
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-TOT-CURRENT     PIC ZZZZZZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-TOT-30          PIC ZZZZZZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-TOT-60          PIC ZZZZZZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-TOT-90          PIC ZZZZZZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-TOT-OVER-90     PIC ZZZZZZZ9.
       01 PRT-AGING-TOTAL-2.
           03 FILLER    PIC X(18) VALUE "STUDENTS LISTED : ".
           03 PRT-TOT-COUNT       PIC ZZZZ9.
           03 FILLER    PIC X(18) VALUE "   TOTAL BALANCE: ".
           03 PRT-TOT-BALANCE     PIC -ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph reads the payment terms, opens the
      * files, ages one balance record per pass of STUDAR.DAT,
      * prints the totals and logs start/end through the shared
      * RUNLOG routine. A charge ledger not yet created leaves
      * every balance aged from its last billing date.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE ZERO TO WS-RUN-TOTALS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0100-SET-DATES.
           OPEN INPUT  AR-FILE.
           OPEN INPUT  SECURE-FILE.
           OPEN INPUT  CHARGE-FILE.
           IF WS-CHARGE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-CHARGES-OPEN-FLAG.
           OPEN OUTPUT AGING-PRINT.
                IF WS-AR-STATUS     = "00"  AND
                   WS-SECURE-STATUS = "00"  AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 0200-PRINT-REPORT-HEADER
                      PERFORM 1000-AGE-ONE-STUDENT
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-RUN-TOTAL
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "ARAGING - CANNOT START"
                      DISPLAY "AR-FILE STATUS     : "
                              WS-AR-STATUS
                      DISPLAY "SECURE-FILE STATUS : "
                              WS-SECURE-STATUS
                      DISPLAY "AGING-PRINT STATUS : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-STUDENTS-LISTED  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AR-FILE.
           CLOSE SECURE-FILE.
           IF WS-CHARGES-OPEN
                 CLOSE CHARGE-FILE.
           CLOSE AGING-PRINT.
           DISPLAY "ARAGING - BALANCES READ   : "
                   WS-STUDENTS-READ.
           DISPLAY "ARAGING - STUDENTS LISTED : "
                   WS-STUDENTS-LISTED.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the days a charge has before it falls
      * due; a missing file or name leaves the built-in default.
      *
       0050-READ-BUS-PARMS.
           MOVE " " TO WS-BUSPARM-END-FLAG.
           OPEN INPUT BUSPARM-FILE.
           IF WS-BUSPARM-STATUS EQUAL "00"
                 PERFORM 0050-READ-ONE-BUS-PARM
                         UNTIL WS-BUSPARM-END-FLAG = "E"
                 CLOSE BUSPARM-FILE.
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
           MOVE SPACES TO PRT-AGING-REC.
           MOVE WS-TEMP-DATE TO PRT-HDR-DATE.
           MOVE PRT-AGING-HEADER TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 3.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-COL-HDR-1 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 2.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-COL-HDR-2 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 1.
      *
       0300-PRINT-RUN-TOTAL.
           MOVE WS-TOT-CURRENT TO PRT-TOT-CURRENT.
           MOVE WS-TOT-30      TO PRT-TOT-30.
           MOVE WS-TOT-60      TO PRT-TOT-60.
           MOVE WS-TOT-90      TO PRT-TOT-90.
           MOVE WS-TOT-OVER-90 TO PRT-TOT-OVER-90.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-TOTAL-1 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 2.
           MOVE WS-STUDENTS-LISTED TO PRT-TOT-COUNT.
           MOVE WS-TOT-BALANCE     TO PRT-TOT-BALANCE.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-TOTAL-2 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph reads one balance record and, when the
      * student owes or is owed anything, ages it and prints the
      * student's two lines. A settled balance is not listed.
      *
       1000-AGE-ONE-STUDENT.
           READ AR-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-STUDENTS-READ
                 IF AR-BALANCE NOT EQUAL 0
                       PERFORM 1100-AGE-BALANCE
                       PERFORM 1300-PRINT-STUDENT
                       ADD 1 TO WS-STUDENTS-LISTED
                       ADD WS-AGE-CURRENT TO WS-TOT-CURRENT
                       ADD WS-AGE-30      TO WS-TOT-30
                       ADD WS-AGE-60      TO WS-TOT-60
                       ADD WS-AGE-90      TO WS-TOT-90
                       ADD WS-AGE-OVER-90 TO WS-TOT-OVER-90
                       ADD AR-BALANCE     TO WS-TOT-BALANCE
                 END-IF
           END-IF.
      *
      ****************************************************
      *
      *  This paragraph ages one balance: each open charge by
      * its own due date, then whatever part of the balance no
      * open charge accounts for - debt older than the charge
      * ledger - from the last billing date. A balance in credit
      * has nothing to age.
      *
       1100-AGE-BALANCE.
           MOVE ZERO TO WS-STUDENT-AGING.
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
      *  This paragraph puts one amount in its aging band by the
      * days from its due date to today, counted through the
      * shared DatDiff entry point. Not yet due is current.
      *
       1150-AGE-ONE-AMOUNT.
           IF WS-AGE-DUE-YMD NOT LESS WS-TODAY-YMD
                 ADD WS-AGE-AMOUNT TO WS-AGE-CURRENT
              ELSE
                 MOVE WS-AGE-DUE-DD   TO WS-DF-DD1
                 MOVE WS-AGE-DUE-MM   TO WS-DF-MM1
                 MOVE WS-AGE-DUE-YYYY TO WS-DF-YYYY1
                 MOVE WS-TODAY-DD     TO WS-DF-DD2
                 MOVE WS-TODAY-MM     TO WS-DF-MM2
                 MOVE WS-TODAY-YYYY   TO WS-DF-YYYY2
                 CALL "DatDiff" USING WS-DIFF-PAR
                 IF WS-DF-FC NOT EQUAL 0
                       MOVE 91 TO WS-AGE-DAYS
                    ELSE
                       MOVE WS-DF-DAYS TO WS-AGE-DAYS
                 END-IF
                 IF WS-AGE-DAYS GREATER 90
                       ADD WS-AGE-AMOUNT TO WS-AGE-OVER-90
                    ELSE
                    IF WS-AGE-DAYS GREATER 60
                          ADD WS-AGE-AMOUNT TO WS-AGE-90
                       ELSE
                       IF WS-AGE-DAYS GREATER 30
                             ADD WS-AGE-AMOUNT TO WS-AGE-60
                          ELSE
                             ADD WS-AGE-AMOUNT TO WS-AGE-30.
      *
      ****************************************************
      *
      *  This paragraph ages the part of a balance older than
      * the charge ledger as if it had been billed on its last
      * billing date under today's payment terms. A balance with
      * no usable billing date is the oldest debt there is and
      * goes over 90.
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
                 ADD WS-AGE-AMOUNT TO WS-AGE-OVER-90.
      *
      ****************************************************
      *
      *  This paragraph prints one student's aging line and the
      * address line under it, addressed with the same fields
      * the TUITBILL statement uses.
      *
       1300-PRINT-STUDENT.
           MOVE SPACES TO PRT-AGE-LAST-NAME.
           MOVE SPACES TO PRT-AGE-FIRST-NAME.
           MOVE SPACES TO PRT-AGE-STREET.
           MOVE SPACES TO PRT-AGE-CITY.
           MOVE SPACES TO PRT-AGE-POSTAL.
           MOVE AR-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE "NOT ON MASTER" TO PRT-AGE-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-LAST-NAME   TO PRT-AGE-LAST-NAME
                      MOVE ST-FIRST-NAME  TO PRT-AGE-FIRST-NAME
                      MOVE ST-STREET      TO PRT-AGE-STREET
                      MOVE ST-CITY        TO PRT-AGE-CITY
                      MOVE ST-POSTAL-CODE TO PRT-AGE-POSTAL
           END-READ.
           MOVE AR-NUMBER      TO PRT-AGE-NUMBER.
           MOVE WS-AGE-CURRENT TO PRT-AGE-CURRENT.
           MOVE WS-AGE-30      TO PRT-AGE-30.
           MOVE WS-AGE-60      TO PRT-AGE-60.
           MOVE WS-AGE-90      TO PRT-AGE-90.
           MOVE WS-AGE-OVER-90 TO PRT-AGE-OVER-90.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-LINE-1 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 2.
           MOVE AR-BALANCE TO PRT-AGE-BALANCE.
           MOVE SPACES TO PRT-AGE-HOLD.
           IF AR-ON-HOLD
                 MOVE "HOLD" TO PRT-AGE-HOLD
              ELSE
              IF AR-HOLD-RELEASED
                    MOVE "RLSD" TO PRT-AGE-HOLD.
           IF AR-DUN-STAGE NUMERIC
                 MOVE AR-DUN-STAGE TO PRT-AGE-STAGE
              ELSE
                 MOVE 0 TO PRT-AGE-STAGE.
           MOVE SPACES TO PRT-AGING-REC.
           MOVE PRT-AGING-LINE-2 TO PRT-AGING-REC.
           WRITE PRT-AGING-REC AFTER 1.
      *
      ****************************************************
      *
