       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AWDDISB.
      *PROGRAM DISCRIPTION.
      *
      *  Financial aid disbursement batch, run after TUITBILL has
      * billed the term: every pending award on STUAWD.DAT for
      * the current term (off GPATERM.DAT, the way TUITBILL and
      * ENRLMNT read it) is checked against the eligibility
      * rules of its award type on AWDTYPE.DAT - minimum grade
      * point average, not on academic probation, minimum
      * credit hours enrolled in the term off ENROLL.DAT - and
      * an eligible award is credited to the student's balance
      * on STUDAR.DAT, applied to what is owed oldest first the
      * way ARPOST applies a payment, and marked disbursed with
      * the date. An award that fails a rule is held with the
      * reason (GPA, PRB, HRS, STU no student record, TYP no
      * award type) for the aid office to review in AWDMAINT; a
      * student not yet billed keeps the award pending for the
      * next run. Every award worked prints on the disbursement
      * register (AWDDISB.PRT).
      *
      *  The run is safely rerunnable: only pending awards are
      * worked, and a credited award is no longer pending.
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
            SELECT           AWARD-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AW-KEY
            FILE STATUS IS   WS-AWARD-STATUS.

            SELECT           AWARD-TYPE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AT-CODE
            FILE STATUS IS   WS-TYPE-STATUS.

            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           ENROLL-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    EN-KEY
            FILE STATUS IS   WS-ENROLL-STATUS.

            SELECT           COURSE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.

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

            SELECT           REGISTER-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-PRINT-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUAWD.DAT".
       01 IN-AWARD-REC.
           03 AW-KEY.
               05 AW-NUMBER    PIC 9(6).
               05 AW-TERM      PIC X(6).
               05 AW-CODE      PIC X(4).
           03 AW-AMOUNT        PIC 9(7).
           03 AW-SOURCE        PIC X(12).
           03 AW-STATUS        PIC X.
               88 AW-PENDING         VALUE "P".
               88 AW-DISBURSED       VALUE "D".
               88 AW-HELD            VALUE "H".
           03 AW-STATUS-DATE   PIC X(8).
           03 AW-REASON        PIC X(3).
      *
       FD AWARD-TYPE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AWDTYPE.DAT".
       01 IN-AWARD-TYPE-REC.
           03 AT-CODE          PIC X(4).
           03 AT-DESCRIPTION   PIC X(20).
           03 AT-MIN-GPA       PIC 9V99.
           03 AT-NO-PROBATION  PIC X.
           03 AT-MIN-HOURS     PIC 99.
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
               88 ST-ON-PROBATION    VALUE "P" "p".
           03 ST-PHONE-NUMBER  PIC 9(10).
           03 ST-BIRTH-DATE    PIC 9(6).
           03 ST-STREET        PIC X(20).
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
      *
       FD ENROLL-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ENROLL.DAT".
       01 IN-ENROLL-REC.
           03 EN-KEY.
               05 EN-NUMBER    PIC 9(6).
               05 EN-COURSE    PIC X(6).
           03 EN-TERM          PIC X(6).
           03 EN-STATUS        PIC X.
               88 EN-WITHDRAWN       VALUE "W".
           03 EN-ENROLL-DATE   PIC 9(8).
           03 EN-STATUS-DATE   PIC 9(8).
           03 EN-SECTION       PIC XX.
      *
       FD COURSE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "COURSE.DAT".
       01 IN-COURSE-REC.
           03 CO-COURSE-CODE   PIC X(6).
           03 CO-TITLE         PIC X(20).
           03 CO-CRED-HOURS    PIC 9.
           03 CO-PREREQS.
               05 CO-PREREQ OCCURS 4 TIMES.
                   07 CO-PREREQ-CODE PIC X(6).
                   07 CO-PREREQ-MIN  PIC 9V9.
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
       FD REGISTER-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AWDDISB.PRT".
       01 PRT-REGISTER-REC.
           03 FILLER           PIC A(80).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-AWARD-STATUS         PIC XX VALUE "00".
       01 WS-TYPE-STATUS          PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-ENROLL-STATUS        PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-CHARGE-STATUS        PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-ENR-END-FLAG         PIC X  VALUE " ".
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-AWARDS-READ      PIC 9(5) VALUE 0.
           03 WS-AWARDS-CREDITED  PIC 9(5) VALUE 0.
           03 WS-AWARDS-HELD      PIC 9(5) VALUE 0.
           03 WS-AWARDS-WAITING   PIC 9(5) VALUE 0.
           03 WS-CREDITED-TOTAL   PIC 9(9) VALUE 0.
      *
      *  Eligibility of the award in hand: blank when the
      * student meets every rule of the award type, otherwise
      * the first rule failed.
      *
       01 WS-INELIGIBLE-REASON    PIC X(3) VALUE SPACES.
       01 WS-TERM-HOURS           PIC 9(3) VALUE 0.
       01 WS-REG-ACTION           PIC X(20) VALUE SPACES.
      *
      *  Oldest-first application of one award: what the open
      * charges still owe, the part of the balance older than
      * any charge on the ledger, and what is left to apply.
      *
       01 WS-OPEN-CHARGES         PIC S9(7) VALUE 0.
       01 WS-CHARGE-OPEN          PIC 9(7) VALUE 0.
       01 WS-BROUGHT-FORWARD      PIC S9(7) VALUE 0.
       01 WS-PAY-LEFT             PIC 9(7) VALUE 0.
      *
      *  The term being disbursed, from GPATERM.DAT the way
      * TUITBILL reads it, YYYYMM of the run date when the
      * registry has not set one.
      *
       01 WS-TERM-CODE            PIC X(6) VALUE SPACES.
       01 WS-CENTURY-PAR.
           03 WS-CY-YY            PIC 9(2).
           03 WS-CY-PIVOT         PIC 9(2) VALUE 50.
           03 WS-CY-YYYY          PIC 9(4).
       01 WS-TERM-BUILD.
           03 WS-TERM-YYYY        PIC 9(4).
           03 WS-TERM-MM          PIC 99.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "AWDDISB".
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
           03 PRT-HDR-DATE        PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(30) VALUE
              "AWARD DISBURSEMENT REGISTER".
           03 FILLER    PIC X(6)  VALUE "TERM: ".
           03 PRT-HDR-TERM        PIC X(6).
       01 PRT-REGISTER-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(18) VALUE "LAST NAME".
           03 FILLER    PIC X(6)  VALUE "AWARD ".
           03 FILLER    PIC X(11) VALUE "     AMOUNT".
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(6)  VALUE "ACTION".
       01 PRT-REGISTER-LINE.
           03 PRT-REG-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-REG-LAST-NAME   PIC X(16).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-REG-CODE        PIC X(4).
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-REG-AMOUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 PRT-REG-ACTION      PIC X(20).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-REG-REASON      PIC X(3).
       01 PRT-REGISTER-TOTAL-1.
           03 FILLER    PIC X(22) VALUE "AWARDS CREDITED    : ".
           03 PRT-TOT-CREDITED    PIC ZZZZ9.
           03 FILLER    PIC X(12) VALUE "   AMOUNT : ".
           03 PRT-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.
       01 PRT-REGISTER-TOTAL-2.
           03 FILLER    PIC X(22) VALUE "AWARDS HELD        : ".
           03 PRT-TOT-HELD        PIC ZZZZ9.
           03 FILLER    PIC X(22) VALUE "   NOT YET BILLED : ".
           03 PRT-TOT-WAITING     PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph sets the term, opens the files, works
      * one award per pass of STUAWD.DAT, prints the register
      * totals and logs start/end through the shared RUNLOG
      * routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-TERM-CODE.
           OPEN I-O    AWARD-FILE.
           OPEN INPUT  AWARD-TYPE-FILE.
           OPEN INPUT  SECURE-FILE.
           OPEN INPUT  ENROLL-FILE.
           OPEN INPUT  COURSE-FILE.
           OPEN I-O    AR-FILE.
           OPEN I-O    CHARGE-FILE.
           OPEN OUTPUT REGISTER-PRINT.
                IF WS-AWARD-STATUS  = "00"  AND
                   WS-TYPE-STATUS   = "00"  AND
                   WS-SECURE-STATUS = "00"  AND
                   WS-ENROLL-STATUS = "00"  AND
                   WS-AR-STATUS     = "00"  AND
                   WS-CHARGE-STATUS = "00"  AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 0200-PRINT-REPORT-HEADER
                      PERFORM 1000-WORK-ONE-AWARD
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-RUN-TOTAL
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "AWDDISB - CANNOT START"
                      DISPLAY "AWARD-FILE STATUS  : "
                              WS-AWARD-STATUS
                      DISPLAY "AWARD-TYPE STATUS  : "
                              WS-TYPE-STATUS
                      DISPLAY "SECURE-FILE STATUS : "
                              WS-SECURE-STATUS
                      DISPLAY "ENROLL-FILE STATUS : "
                              WS-ENROLL-STATUS
                      DISPLAY "AR-FILE STATUS     : "
                              WS-AR-STATUS
                      DISPLAY "CHARGE-FILE STATUS : "
                              WS-CHARGE-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-AWARDS-CREDITED  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AWARD-FILE.
           CLOSE AWARD-TYPE-FILE.
           CLOSE SECURE-FILE.
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           CLOSE AR-FILE.
           CLOSE CHARGE-FILE.
           CLOSE REGISTER-PRINT.
           DISPLAY "AWDDISB - AWARDS CREDITED : "
                   WS-AWARDS-CREDITED.
           DISPLAY "AWDDISB - AWARDS HELD     : "
                   WS-AWARDS-HELD.
           DISPLAY "AWDDISB - CREDITED TOTAL  : "
                   WS-CREDITED-TOTAL.
           GOBACK.
      *
       0100-SET-TERM-CODE.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-TERM-YYYY.
           MOVE WS-REAL-MONTH TO WS-TERM-MM.
           MOVE WS-TERM-BUILD TO WS-TERM-CODE.
           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-PARM-STATUS EQUAL "00"
                 READ TERM-PARM-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF TP-TERM-CODE NOT EQUAL SPACES
                                 MOVE TP-TERM-CODE TO WS-TERM-CODE
                           END-IF
                 END-READ
                 CLOSE TERM-PARM-FILE.
      *
       0200-PRINT-REPORT-HEADER.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE WS-TEMP-DATE TO PRT-HDR-DATE.
           MOVE WS-TERM-CODE TO PRT-HDR-TERM.
           MOVE PRT-REGISTER-HEADER TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 3.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-COL-HDR TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
      *
       0300-PRINT-RUN-TOTAL.
           MOVE WS-AWARDS-CREDITED TO PRT-TOT-CREDITED.
           MOVE WS-CREDITED-TOTAL  TO PRT-TOT-AMOUNT.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-TOTAL-1 TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 2.
           MOVE WS-AWARDS-HELD     TO PRT-TOT-HELD.
           MOVE WS-AWARDS-WAITING  TO PRT-TOT-WAITING.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-TOTAL-2 TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph reads one award and, when it is pending
      * for the current term, checks the student still meets
      * the award type's rules: an eligible award is credited,
      * an ineligible one held with its reason.
      *
       1000-WORK-ONE-AWARD.
           READ AWARD-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-AWARDS-READ
                 IF AW-PENDING AND AW-TERM EQUAL WS-TERM-CODE
                       PERFORM 2000-CHECK-ELIGIBILITY
                       IF WS-INELIGIBLE-REASON EQUAL SPACES
                             PERFORM 1100-CREDIT-AWARD
                          ELSE
                             PERFORM 1200-HOLD-AWARD
                       END-IF
                 END-IF
           END-IF.
      *
      ****************************************************
      *
      *  This paragraph credits one award to the student's
      * balance. A student TUITBILL has not billed has nothing
      * to credit against yet; the award stays pending for the
      * next run.
      *
       1100-CREDIT-AWARD.
           MOVE AW-NUMBER TO AR-NUMBER.
           READ AR-FILE RECORD KEY IS AR-NUMBER
                INVALID KEY
                      ADD 1 TO WS-AWARDS-WAITING
                      MOVE "NOT YET BILLED" TO WS-REG-ACTION
                NOT INVALID KEY
                      PERFORM 1150-APPLY-TO-CHARGES
                      SUBTRACT AW-AMOUNT FROM AR-BALANCE
                      REWRITE IN-AR-REC
                      MOVE "D"          TO AW-STATUS
                      MOVE SPACES       TO AW-REASON
                      MOVE WS-TEMP-DATE TO AW-STATUS-DATE
                      REWRITE IN-AWARD-REC
                      ADD 1 TO WS-AWARDS-CREDITED
                      ADD AW-AMOUNT TO WS-CREDITED-TOTAL
                      MOVE "CREDITED" TO WS-REG-ACTION
           END-READ.
           PERFORM 1300-PRINT-REGISTER-LINE.
      *
      ****************************************************
      *
      *  This paragraph spreads the award over what is owed,
      * oldest first, exactly as ARPOST spreads a payment: the
      * part of the balance older than the charge ledger, then
      * each open charge in ledger order. Anything left over
      * stands as a credit on the balance.
      *
       1150-APPLY-TO-CHARGES.
           MOVE 0 TO WS-OPEN-CHARGES.
           PERFORM 1160-START-STUDENT-CHARGES.
           PERFORM 1170-SUM-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
           MOVE AW-AMOUNT TO WS-PAY-LEFT.
           COMPUTE WS-BROUGHT-FORWARD =
                   AR-BALANCE - WS-OPEN-CHARGES.
           IF WS-BROUGHT-FORWARD GREATER 0
                 IF WS-BROUGHT-FORWARD NOT LESS WS-PAY-LEFT
                       MOVE 0 TO WS-PAY-LEFT
                    ELSE
                       SUBTRACT WS-BROUGHT-FORWARD FROM WS-PAY-LEFT
                 END-IF
           END-IF.
           IF WS-PAY-LEFT GREATER 0
                 PERFORM 1160-START-STUDENT-CHARGES
                 PERFORM 1180-PAY-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
      *
       1160-START-STUDENT-CHARGES.
           MOVE " " TO WS-CHG-END-FLAG.
           MOVE AW-NUMBER TO CH-NUMBER.
           MOVE 0 TO CH-SEQUENCE.
           START CHARGE-FILE KEY IS NOT LESS THAN CH-KEY
                 INVALID KEY MOVE "S" TO WS-CHG-END-FLAG
           END-START.
      *
       1165-READ-STUDENT-CHARGE.
           READ CHARGE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CHG-END-FLAG
           END-READ.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-NUMBER NOT EQUAL AW-NUMBER
                       MOVE "S" TO WS-CHG-END-FLAG.
      *
       1170-SUM-ONE-CHARGE.
           PERFORM 1165-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-OPEN-CHARGES = WS-OPEN-CHARGES
                               + CH-AMOUNT - CH-PAID.
      *
       1180-PAY-ONE-CHARGE.
           PERFORM 1165-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-CHARGE-OPEN = CH-AMOUNT - CH-PAID
                       IF WS-CHARGE-OPEN NOT LESS WS-PAY-LEFT
                             ADD WS-PAY-LEFT TO CH-PAID
                             MOVE 0 TO WS-PAY-LEFT
                          ELSE
                             MOVE CH-AMOUNT TO CH-PAID
                             SUBTRACT WS-CHARGE-OPEN FROM WS-PAY-LEFT
                       END-IF
                       REWRITE IN-CHARGE-REC
                       IF WS-PAY-LEFT EQUAL 0
                             MOVE "S" TO WS-CHG-END-FLAG.
      *
       1200-HOLD-AWARD.
           MOVE "H"                  TO AW-STATUS.
           MOVE WS-INELIGIBLE-REASON TO AW-REASON.
           MOVE WS-TEMP-DATE         TO AW-STATUS-DATE.
           REWRITE IN-AWARD-REC.
           ADD 1 TO WS-AWARDS-HELD.
           MOVE "HELD - INELIGIBLE" TO WS-REG-ACTION.
           PERFORM 1300-PRINT-REGISTER-LINE.
      *
       1300-PRINT-REGISTER-LINE.
           MOVE AW-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE "NOT ON MASTER" TO PRT-REG-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-LAST-NAME TO PRT-REG-LAST-NAME
           END-READ.
           MOVE AW-NUMBER     TO PRT-REG-NUMBER.
           MOVE AW-CODE       TO PRT-REG-CODE.
           MOVE AW-AMOUNT     TO PRT-REG-AMOUNT.
           MOVE WS-REG-ACTION TO PRT-REG-ACTION.
           MOVE AW-REASON     TO PRT-REG-REASON.
           MOVE SPACES TO PRT-REGISTER-REC.
           MOVE PRT-REGISTER-LINE TO PRT-REGISTER-REC.
           WRITE PRT-REGISTER-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph tests the award in hand against the
      * rules of its award type, leaving the first rule failed
      * in WS-INELIGIBLE-REASON: TYP the award type is gone,
      * STU the student is not on SECURITY.DAT2, GPA below the
      * minimum average, PRB on academic probation where the
      * type forbids it, HRS fewer credit hours enrolled in the
      * award's term than the minimum. The hours rule is only
      * applied from the award's own term on - a later term's
      * award cannot be judged on enrollments not yet made.
      *
       2000-CHECK-ELIGIBILITY.
           MOVE SPACES TO WS-INELIGIBLE-REASON.
           MOVE AW-CODE TO AT-CODE.
           READ AWARD-TYPE-FILE RECORD KEY IS AT-CODE
                INVALID KEY
                      MOVE "TYP" TO WS-INELIGIBLE-REASON
           END-READ.
           IF WS-INELIGIBLE-REASON EQUAL SPACES
                 MOVE AW-NUMBER TO ST-NUMBER
                 READ SECURE-FILE RECORD KEY IS ST-NUMBER
                      INVALID KEY
                            MOVE "STU" TO WS-INELIGIBLE-REASON
                 END-READ.
           IF WS-INELIGIBLE-REASON EQUAL SPACES
              AND AT-MIN-GPA GREATER 0
              AND ST-GRADE-PNT-AVG LESS AT-MIN-GPA
                 MOVE "GPA" TO WS-INELIGIBLE-REASON.
           IF WS-INELIGIBLE-REASON EQUAL SPACES
              AND AT-NO-PROBATION EQUAL "Y"
              AND ST-ON-PROBATION
                 MOVE "PRB" TO WS-INELIGIBLE-REASON.
           IF WS-INELIGIBLE-REASON EQUAL SPACES
              AND AT-MIN-HOURS GREATER 0
              AND AW-TERM NOT GREATER WS-TERM-CODE
                 PERFORM 2100-SUM-TERM-HOURS
                 IF WS-TERM-HOURS LESS AT-MIN-HOURS
                       MOVE "HRS" TO WS-INELIGIBLE-REASON.
      *
      ****************************************************
      *
      *  This paragraph totals the student's enrolled credit
      * hours in the award's term off ENROLL.DAT, the hours
      * coming from each course's master record, the way
      * TUITBILL totals them for the bill.
      *
       2100-SUM-TERM-HOURS.
           MOVE 0 TO WS-TERM-HOURS.
           MOVE " " TO WS-ENR-END-FLAG.
           MOVE AW-NUMBER TO EN-NUMBER.
           MOVE SPACES TO EN-COURSE.
           START ENROLL-FILE KEY IS GREATER THAN EN-KEY
                 INVALID KEY MOVE "S" TO WS-ENR-END-FLAG
           END-START.
           PERFORM 2110-SUM-ONE-ENROLLMENT
                          UNTIL WS-ENR-END-FLAG = "S".
      *
       2110-SUM-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-ENR-END-FLAG.
           IF WS-ENR-END-FLAG NOT EQUAL "S"
                 IF EN-NUMBER NOT EQUAL AW-NUMBER
                       MOVE "S" TO WS-ENR-END-FLAG
                    ELSE
                    IF EN-TERM EQUAL AW-TERM AND
                       NOT EN-WITHDRAWN
                       MOVE EN-COURSE TO CO-COURSE-CODE
                       READ COURSE-FILE RECORD
                            KEY IS CO-COURSE-CODE
                            INVALID KEY
                                  CONTINUE
                            NOT INVALID KEY
                                  ADD CO-CRED-HOURS
                                      TO WS-TERM-HOURS
                       END-READ.
      *
      ****************************************************
      *
