       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REFNDRPT.
      *PROGRAM DISCRIPTION.
      *
      *  Refund reports for the bursar. The refund register
      * (REFNDREG.PRT) lists every drop refund ENRLMNT has
      * credited, as logged on REFUND.DAT - student and name,
      * course, term, date of the drop, days into the term, the
      * share refunded, the course charge and the credit - with
      * the totals. The refund-due list (REFNDDUE.PRT) then
      * shows every student whose balance on STUDAR.DAT stands
      * in credit, with their mailing address off SECURITY.DAT2,
      * so the bursar can pay the money back.
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
            SELECT           REFUND-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-REFUND-STATUS.

            SELECT           AR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

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

            SELECT           DUE-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-DUE-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD REFUND-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REFUND.DAT".
       01 REFUND-REC.
           03 RF-NUMBER           PIC 9(6).
           03 FILLER              PIC X.
           03 RF-COURSE           PIC X(6).
           03 FILLER              PIC X.
           03 RF-TERM             PIC X(6).
           03 FILLER              PIC X.
           03 RF-DATE.
               05 RF-DATE-YYYY    PIC 9(4).
               05 RF-DATE-MM      PIC 99.
               05 RF-DATE-DD      PIC 99.
           03 FILLER              PIC X.
           03 RF-DAYS             PIC 9(4).
           03 FILLER              PIC X.
           03 RF-PERCENT          PIC 9(3).
           03 FILLER              PIC X.
           03 RF-CHARGE           PIC 9(7).
           03 FILLER              PIC X.
           03 RF-AMOUNT           PIC 9(7).
           03 FILLER              PIC X.
           03 RF-OPERATOR-ID      PIC X(6).
      *
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
           03 AR-HOLD-DATE     PIC X(8).
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
           VALUE OF FILE-ID IS "REFNDREG.PRT".
       01 PRT-REGISTER-REC.
           03 FILLER           PIC A(80).
      *
       FD DUE-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REFNDDUE.PRT".
       01 PRT-DUE-REC.
           03 FILLER           PIC A(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-REFUND-STATUS        PIC XX VALUE "00".
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-DUE-PRINT-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-COUNTERS.
           03 WS-REFUNDS-LISTED   PIC 9(5) VALUE 0.
           03 WS-REFUNDS-TOTAL    PIC 9(9) VALUE 0.
           03 WS-STUDENTS-DUE     PIC 9(5) VALUE 0.
           03 WS-DUE-TOTAL        PIC 9(9) VALUE 0.
       01 WS-CREDIT-AMOUNT        PIC 9(7) VALUE 0.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "REFNDRPT".
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
       01 PRT-REGISTER-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-REG-HDR-DATE    PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(30) VALUE "COURSE DROP REFUND REGISTER".
       01 PRT-REGISTER-COL-HDR.
           03 FILLER    PIC X(7)  VALUE "NUMBER ".
           03 FILLER    PIC X(13) VALUE "LAST NAME".
           03 FILLER    PIC X(7)  VALUE "COURSE ".
           03 FILLER    PIC X(7)  VALUE "TERM   ".
           03 FILLER    PIC X(11) VALUE "DROPPED    ".
           03 FILLER    PIC X(5)  VALUE "DAYS ".
           03 FILLER    PIC X(5)  VALUE "PCT  ".
           03 FILLER    PIC X(10) VALUE "    CHARGE".
           03 FILLER    PIC X(10) VALUE "    REFUND".
       01 PRT-REGISTER-LINE.
           03 PRT-REG-NUMBER      PIC 9(6).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-LAST-NAME   PIC X(12).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-COURSE      PIC X(6).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-TERM        PIC X(6).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-DD          PIC 99.
           03 FILLER    PIC X     VALUE "/".
           03 PRT-REG-MM          PIC 99.
           03 FILLER    PIC X     VALUE "/".
           03 PRT-REG-YYYY        PIC 9(4).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-DAYS        PIC ZZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-PERCENT     PIC ZZ9.
           03 FILLER    PIC X     VALUE "%".
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-CHARGE      PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-AMOUNT      PIC Z,ZZZ,ZZ9.
       01 PRT-REGISTER-TOTAL.
           03 FILLER    PIC X(20) VALUE "REFUNDS CREDITED : ".
           03 PRT-REG-COUNT       PIC ZZZZ9.
           03 FILLER    PIC X(12) VALUE "   AMOUNT : ".
           03 PRT-REG-TOTAL       PIC ZZZ,ZZZ,ZZ9.
      *
       01 PRT-DUE-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-DUE-HDR-DATE    PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(40) VALUE
              "REFUND DUE - STUDENTS IN CREDIT BALANCE".
       01 PRT-DUE-NAME-LINE.
           03 PRT-DUE-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-DUE-FIRST-NAME  PIC X(12).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-DUE-LAST-NAME   PIC X(16).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(12) VALUE "REFUND DUE: ".
           03 PRT-DUE-AMOUNT      PIC Z,ZZZ,ZZ9.
       01 PRT-DUE-ADDRESS-LINE.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-DUE-STREET      PIC X(20).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-DUE-CITY        PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-DUE-POSTAL      PIC X(7).
       01 PRT-DUE-TOTAL.
           03 FILLER    PIC X(20) VALUE "STUDENTS IN CREDIT: ".
           03 PRT-DUE-COUNT       PIC ZZZZ9.
           03 FILLER    PIC X(12) VALUE "   AMOUNT : ".
           03 PRT-DUE-TOTAL-AMT   PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the files, prints the register
      * off the refund log and then the refund-due list off the
      * balances, and logs start/end through the shared RUNLOG
      * routine. No refund log yet only means no refunds have
      * been credited; the register prints empty.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           OPEN INPUT  AR-FILE.
           OPEN INPUT  SECURE-FILE.
           OPEN OUTPUT REGISTER-PRINT.
           OPEN OUTPUT DUE-PRINT.
                IF WS-AR-STATUS        = "00"  AND
                   WS-SECURE-STATUS    = "00"  AND
                   WS-PRINT-STATUS     = "00"  AND
                   WS-DUE-PRINT-STATUS = "00"
                      PERFORM 1000-PRINT-REGISTER
                      PERFORM 2000-PRINT-REFUND-DUE
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "REFNDRPT - CANNOT START"
                      DISPLAY "AR-FILE STATUS     : "
                              WS-AR-STATUS
                      DISPLAY "SECURE-FILE STATUS : "
                              WS-SECURE-STATUS
                      DISPLAY "PRINT STATUS       : "
                              WS-PRINT-STATUS " "
                              WS-DUE-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "             TO WS-RUNLOG-ACTION.
           MOVE WS-REFUNDS-LISTED  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AR-FILE.
           CLOSE SECURE-FILE.
           CLOSE REGISTER-PRINT.
           CLOSE DUE-PRINT.
           DISPLAY "REFNDRPT - REFUNDS LISTED  : "
                   WS-REFUNDS-LISTED.
           DISPLAY "REFNDRPT - STUDENTS DUE    : "
                   WS-STUDENTS-DUE.
           GOBACK.
      *
      ****************************************************
      *
      *  This paragraph prints the refund register, one line
      * per credit logged, and its totals.
      *
       1000-PRINT-REGISTER.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE WS-TEMP-DATE TO PRT-REG-HDR-DATE.
           MOVE PRT-REGISTER-HEADER TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 3.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-COL-HDR TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT REFUND-FILE.
           IF WS-REFUND-STATUS EQUAL "00"
                 PERFORM 1100-PRINT-ONE-REFUND
                         UNTIL WS-END-OF-FILE
                 CLOSE REFUND-FILE.
           MOVE WS-REFUNDS-LISTED TO PRT-REG-COUNT.
           MOVE WS-REFUNDS-TOTAL  TO PRT-REG-TOTAL.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-TOTAL TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
      *
       1100-PRINT-ONE-REFUND.
           READ REFUND-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 MOVE RF-NUMBER TO ST-NUMBER
                 READ SECURE-FILE RECORD KEY IS ST-NUMBER
                      INVALID KEY
                            MOVE "NOT ON FILE" TO PRT-REG-LAST-NAME
                      NOT INVALID KEY
                            MOVE ST-LAST-NAME TO PRT-REG-LAST-NAME
                 END-READ
                 MOVE RF-NUMBER     TO PRT-REG-NUMBER
                 MOVE RF-COURSE     TO PRT-REG-COURSE
                 MOVE RF-TERM       TO PRT-REG-TERM
                 MOVE RF-DATE-DD    TO PRT-REG-DD
                 MOVE RF-DATE-MM    TO PRT-REG-MM
                 MOVE RF-DATE-YYYY  TO PRT-REG-YYYY
                 MOVE RF-DAYS       TO PRT-REG-DAYS
                 MOVE RF-PERCENT    TO PRT-REG-PERCENT
                 MOVE RF-CHARGE     TO PRT-REG-CHARGE
                 MOVE RF-AMOUNT     TO PRT-REG-AMOUNT
                 MOVE SPACES TO PRT-REGISTER-REC
                 MOVE PRT-REGISTER-LINE TO PRT-REGISTER-REC
                 WRITE PRT-REGISTER-REC AFTER 1
                 ADD 1 TO WS-REFUNDS-LISTED
                 ADD RF-AMOUNT TO WS-REFUNDS-TOTAL.
      *
      ****************************************************
      *
      *  This paragraph prints the refund-due list: every
      * balance standing in credit, with the student's name and
      * mailing address, and the totals.
      *
       2000-PRINT-REFUND-DUE.
           MOVE SPACES TO PRT-DUE-REC.
           MOVE WS-TEMP-DATE TO PRT-DUE-HDR-DATE.
           MOVE PRT-DUE-HEADER TO PRT-DUE-REC.
           WRITE PRT-DUE-REC AFTER 3.
           MOVE " " TO WS-END-FILE-FLAG.
           PERFORM 2100-CHECK-ONE-BALANCE
                   UNTIL WS-END-OF-FILE.
           MOVE WS-STUDENTS-DUE TO PRT-DUE-COUNT.
           MOVE WS-DUE-TOTAL    TO PRT-DUE-TOTAL-AMT.
           MOVE SPACES TO PRT-DUE-REC.
           MOVE PRT-DUE-TOTAL TO PRT-DUE-REC.
           WRITE PRT-DUE-REC AFTER 2.
      *
       2100-CHECK-ONE-BALANCE.
           READ AR-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF AR-BALANCE LESS 0
                       PERFORM 2200-PRINT-ONE-DUE.
      *
       2200-PRINT-ONE-DUE.
           COMPUTE WS-CREDIT-AMOUNT = 0 - AR-BALANCE.
           MOVE SPACES TO PRT-DUE-FIRST-NAME.
           MOVE SPACES TO PRT-DUE-LAST-NAME.
           MOVE SPACES TO PRT-DUE-STREET.
           MOVE SPACES TO PRT-DUE-CITY.
           MOVE SPACES TO PRT-DUE-POSTAL.
           MOVE AR-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE "NOT ON FILE" TO PRT-DUE-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-FIRST-NAME  TO PRT-DUE-FIRST-NAME
                      MOVE ST-LAST-NAME   TO PRT-DUE-LAST-NAME
                      MOVE ST-STREET      TO PRT-DUE-STREET
                      MOVE ST-CITY        TO PRT-DUE-CITY
                      MOVE ST-POSTAL-CODE TO PRT-DUE-POSTAL
           END-READ.
           MOVE AR-NUMBER        TO PRT-DUE-NUMBER.
           MOVE WS-CREDIT-AMOUNT TO PRT-DUE-AMOUNT.
           MOVE SPACES TO PRT-DUE-REC.
           MOVE PRT-DUE-NAME-LINE TO PRT-DUE-REC.
           WRITE PRT-DUE-REC AFTER 2.
           MOVE SPACES TO PRT-DUE-REC.
           MOVE PRT-DUE-ADDRESS-LINE TO PRT-DUE-REC.
           WRITE PRT-DUE-REC AFTER 1.
           ADD 1 TO WS-STUDENTS-DUE.
           ADD WS-CREDIT-AMOUNT TO WS-DUE-TOTAL.
      *
      ****************************************************
      *
