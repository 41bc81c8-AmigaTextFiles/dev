      * counted, so a rerun after a crash cannot double-post
      * the term's charges.
      *
      *  Each bill is also kept as a charge of its own on the
      * student charge ledger STUCHG.DAT (student number plus a
      * running sequence), dated and carrying a due date the
      * BUSPARM.DAT payment terms set (AR-DUE-DAYS on, thirty
      * calendar days by default), so ARAGING can age what is
      * owed and ARDUNN can chase it. ARPOST takes payments off
      * the oldest charges first; a credit already standing on
      * the balance when a new bill posts is applied to the new
      * charge straight away.
      *
      *  Scholarships and grants on the award file STUAWD.DAT
      * are listed on the statement under the term charge, each
      * with its award type off AWDTYPE.DAT and whether AWDDISB
      * has credited it yet, held it, or it is still to come,
      * so the student sees aid apart from the payments taken
      * through ARPOST. A system with no award file yet simply
      * prints no awards.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

            SELECT           CHARGE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CH-KEY
            FILE STATUS IS   WS-CHARGE-STATUS.

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

            SELECT           STATEMENT-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
      *
       FD ENROLL-FILE
            LABEL RECORD IS STANDARD
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
       FD STATEMENT-PRINT
           LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
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
       01 WS-FEE-STATUS           PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-CHARGE-STATUS        PIC XX VALUE "00".
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-AWARD-STATUS         PIC XX VALUE "00".
       01 WS-TYPE-STATUS          PIC XX VALUE "00".
       01 WS-AWARD-OPEN-FLAG      PIC X  VALUE "N".
           88 WS-AWARD-OPEN           VALUE "Y".
       01 WS-TYPE-OPEN-FLAG       PIC X  VALUE "N".
           88 WS-TYPE-OPEN            VALUE "Y".
       01 WS-AWD-END-FLAG         PIC X  VALUE " ".
       01 WS-AWARDS-CREDITED      PIC 9(7) VALUE 0.
       01 WS-AWARDS-TO-COME       PIC 9(7) VALUE 0.
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-ENR-END-FLAG         PIC X  VALUE " ".
       01 WS-TERM-CHARGE          PIC 9(7) VALUE 0.
       01 WS-NEW-BALANCE          PIC S9(7) VALUE 0.
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-NEXT-SEQUENCE        PIC 9(3) VALUE 0.
       01 WS-CREDIT-APPLIED       PIC 9(7) VALUE 0.
      *
      *  Payment terms are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in thirty days.
      *
       01 WS-BUSPARM-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG     PIC X  VALUE " ".
       01 WS-DUE-DAYS             PIC 9(3) VALUE 30.
      *
      *  Today and the due date of this run's charges, in the
      * year-first form the charge ledger keeps.
      *
       01 WS-TODAY-YMD.
           03 WS-TODAY-YYYY       PIC 9(4).
           03 WS-TODAY-MM         PIC 99.
           03 WS-TODAY-DD         PIC 99.
       01 WS-DUE-YMD.
           03 WS-DUE-YYYY         PIC 9(4).
           03 WS-DUE-MM           PIC 99.
           03 WS-DUE-DD           PIC 99.
       01 WS-DUE-DISPLAY.
           03 WS-DUE-DISP-DD      PIC 99.
           03 FILLER              PIC X  VALUE "/".
           03 WS-DUE-DISP-MM      PIC 99.
           03 FILLER              PIC X  VALUE "/".
           03 WS-DUE-DISP-YYYY    PIC 9(4).
       01 WS-ROLL-PAR.
           03 WS-RL-DD            PIC 9(2).
           03 WS-RL-MM            PIC 9(2).
           03 WS-RL-YYYY          PIC 9(4).
           03 WS-RL-OFFSET        PIC S9(5) VALUE 30.
           03 WS-RL-OUT-DD        PIC 9(2).
           03 WS-RL-OUT-MM        PIC 9(2).
           03 WS-RL-OUT-YYYY      PIC 9(4).
           03 WS-RL-FC            PIC 9.
      *
      *  The term being billed, from GPATERM.DAT the way GPAUPDT
      * and ENRLMNT read it, YYYYMM of the run date when the
           03 PRT-STM-CHARGE      PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X(17) VALUE "   INCLUDES FEE  ".
           03 PRT-STM-FLAT        PIC ZZ,ZZ9.
       01 PRT-STMT-AWARD.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(8)  VALUE "  AWARD ".
           03 PRT-STM-AWD-CODE    PIC X(4).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-STM-AWD-DESC    PIC X(20).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-STM-AWD-AMOUNT  PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-STM-AWD-STATUS  PIC X(8).
       01 PRT-STMT-AWD-CREDITED.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(24) VALUE
              "AWARDS CREDITED       : ".
           03 PRT-STM-AWD-CREDITED PIC Z,ZZZ,ZZ9.
       01 PRT-STMT-AWD-TO-COME.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(24) VALUE
              "AWARDS STILL TO COME  : ".
           03 PRT-STM-AWD-TO-COME PIC Z,ZZZ,ZZ9.
       01 PRT-STMT-BALANCE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(24) VALUE
              "BALANCE NOW DUE       : ".
           03 PRT-STM-BALANCE     PIC -Z,ZZZ,ZZ9.
       01 PRT-STMT-DUE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(24) VALUE
              "PAYMENT DUE BY        : ".
           03 PRT-STM-DUE-DATE    PIC X(10).
       01 PRT-STMT-SEPARATOR.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(40) VALUE ALL "-".
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           PERFORM 0150-SET-TERM-CODE.
           PERFORM 0160-SET-DUE-DATE.
           PERFORM 0100-LOAD-FEE-SCHEDULE.
           OPEN INPUT  SECURE-FILE.
           OPEN INPUT  ENROLL-FILE.
           OPEN INPUT  COURSE-FILE.
           PERFORM 0200-OPEN-AR-FILE.
           PERFORM 0250-OPEN-CHARGE-FILE.
           PERFORM 0270-OPEN-AWARD-FILES.
           OPEN OUTPUT STATEMENT-PRINT.
                IF WS-FEE-FOUND             AND
                   WS-SECURE-STATUS = "00"  AND
                   WS-ENROLL-STATUS = "00"  AND
                   WS-AR-STATUS     = "00"  AND
                   WS-CHARGE-STATUS = "00"  AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 1000-BILL-ONE-STUDENT
                           UNTIL WS-END-OF-FILE
                              WS-ENROLL-STATUS
                      DISPLAY "AR-FILE STATUS     : "
                              WS-AR-STATUS
                      DISPLAY "CHARGE-FILE STATUS : "
                              WS-CHARGE-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-STUDENTS-BILLED  TO WS-RUNLOG-RECORD-COUNT.
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           CLOSE AR-FILE.
           CLOSE CHARGE-FILE.
           IF WS-AWARD-OPEN
                 CLOSE AWARD-FILE.
           IF WS-TYPE-OPEN
                 CLOSE AWARD-TYPE-FILE.
           CLOSE STATEMENT-PRINT.
           DISPLAY "TUITBILL - STUDENTS BILLED : "
                   WS-STUDENTS-BILLED.
           DISPLAY "TUITBILL - CHARGES TOTAL   : "
                   WS-CHARGES-TOTAL.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the days a tuition charge has before it
      * falls due; a missing file or name leaves the built-in
      * default.
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
       0100-LOAD-FEE-SCHEDULE.
           MOVE "N" TO WS-FEE-FOUND-FLAG.
                           END-IF
                 END-READ
                 CLOSE TERM-PARM-FILE.
      *
      ****************************************************
      *
      *  This paragraph fixes the due date of this run's
      * charges, the payment-terms days on from today through
      * the shared DatRoll entry point. The century has just
      * been set for the term code.
      *
       0160-SET-DUE-DATE.
           MOVE WS-CY-YYYY    TO WS-TODAY-YYYY.
           MOVE WS-REAL-MONTH TO WS-TODAY-MM.
           MOVE WS-REAL-DAY   TO WS-TODAY-DD.
           MOVE WS-TODAY-DD   TO WS-RL-DD.
           MOVE WS-TODAY-MM   TO WS-RL-MM.
           MOVE WS-TODAY-YYYY TO WS-RL-YYYY.
           MOVE WS-DUE-DAYS   TO WS-RL-OFFSET.
           CALL "DatRoll" USING WS-ROLL-PAR.
           MOVE WS-RL-OUT-DD   TO WS-DUE-DD.
           MOVE WS-RL-OUT-MM   TO WS-DUE-MM.
           MOVE WS-RL-OUT-YYYY TO WS-DUE-YYYY.
           MOVE WS-DUE-DD   TO WS-DUE-DISP-DD.
           MOVE WS-DUE-MM   TO WS-DUE-DISP-MM.
           MOVE WS-DUE-YYYY TO WS-DUE-DISP-YYYY.
      *
       0200-OPEN-AR-FILE.
           OPEN I-O AR-FILE.
                 OPEN OUTPUT AR-FILE
                 CLOSE AR-FILE
                 OPEN I-O AR-FILE.
      *
       0250-OPEN-CHARGE-FILE.
           OPEN I-O CHARGE-FILE.
           IF WS-CHARGE-STATUS EQUAL "35"
                 OPEN OUTPUT CHARGE-FILE
                 CLOSE CHARGE-FILE
                 OPEN I-O CHARGE-FILE.
      *
      *
      *  The award files are only read for the statement; a
      * system with no awards on file yet bills as before.
      *
       0270-OPEN-AWARD-FILES.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS EQUAL "00"
                 MOVE "Y" TO WS-AWARD-OPEN-FLAG.
           OPEN INPUT AWARD-TYPE-FILE.
           IF WS-TYPE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-TYPE-OPEN-FLAG.
      *
       0300-PRINT-RUN-TOTAL.
           MOVE WS-STUDENTS-BILLED TO PRT-STM-COUNT.
                 IF EN-NUMBER NOT EQUAL ST-NUMBER
                       MOVE "S" TO WS-ENR-END-FLAG
                    ELSE
      *  A row left from an earlier term, or a course the
      * student has withdrawn from, stays unbilled but must not
      * stop the walk - the student's current-term rows can
      * follow it in course order.
                    IF EN-TERM EQUAL WS-TERM-CODE AND
                       NOT EN-WITHDRAWN
                       MOVE EN-COURSE TO CO-COURSE-CODE
                       READ COURSE-FILE RECORD
                            KEY IS CO-COURSE-CODE
      *
      *  This paragraph posts the term charge onto the student's
      * A/R balance, creating the balance record the first time
      * a student is ever billed, and enters the charge on the
      * charge ledger. A balance already stamped with today's
      * billing date was posted by an earlier run today and is
      * left alone - a rerun must not double-post.
      *
       1200-POST-TO-BALANCE.
           MOVE "N" TO WS-AR-FOUND-FLAG.
                 MOVE ST-NUMBER      TO AR-NUMBER
                 MOVE WS-TERM-CHARGE TO AR-BALANCE
                 MOVE WS-TEMP-DATE   TO AR-LAST-BILLED
                 MOVE 0              TO AR-DUN-STAGE
                 MOVE SPACES         TO AR-DUN-DATE
                 MOVE SPACE          TO AR-HOLD-FLAG
                 MOVE SPACES         TO AR-HOLD-DATE
                 MOVE AR-BALANCE     TO WS-NEW-BALANCE
                 WRITE IN-AR-REC
                       INVALID KEY CONTINUE
                 END-WRITE.
           IF NOT WS-ALREADY-BILLED
                 PERFORM 1250-WRITE-CHARGE-ROW.
      *
      ****************************************************
      *
      *  This paragraph enters the term charge on the charge
      * ledger under the student's next sequence number. Where
      * the balance stood in credit before the bill, the credit
      * is taken against the new charge at once, so the ledger
      * and the balance agree on what is still owed.
      *
       1250-WRITE-CHARGE-ROW.
           PERFORM 1260-FIND-NEXT-SEQUENCE.
           MOVE 0 TO WS-CREDIT-APPLIED.
           IF WS-NEW-BALANCE LESS WS-TERM-CHARGE
                 IF WS-NEW-BALANCE LESS 0
                       MOVE WS-TERM-CHARGE TO WS-CREDIT-APPLIED
                    ELSE
                       COMPUTE WS-CREDIT-APPLIED =
                               WS-TERM-CHARGE - WS-NEW-BALANCE
                 END-IF
           END-IF.
           MOVE ST-NUMBER         TO CH-NUMBER.
           MOVE WS-NEXT-SEQUENCE  TO CH-SEQUENCE.
           MOVE WS-TERM-CODE      TO CH-TERM.
           MOVE "T"               TO CH-TYPE.
           MOVE WS-TODAY-YMD      TO CH-BILL-DATE.
           MOVE WS-DUE-YMD        TO CH-DUE-DATE.
           MOVE WS-TERM-CHARGE    TO CH-AMOUNT.
           MOVE WS-CREDIT-APPLIED TO CH-PAID.
           WRITE IN-CHARGE-REC
                 INVALID KEY CONTINUE
           END-WRITE.
      *
       1260-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE " " TO WS-CHG-END-FLAG.
           MOVE ST-NUMBER TO CH-NUMBER.
           MOVE 0 TO CH-SEQUENCE.
           START CHARGE-FILE KEY IS NOT LESS THAN CH-KEY
                 INVALID KEY MOVE "S" TO WS-CHG-END-FLAG
           END-START.
           PERFORM 1265-READ-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
      *
       1265-READ-ONE-CHARGE.
           READ CHARGE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CHG-END-FLAG
           END-READ.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-NUMBER NOT EQUAL ST-NUMBER
                       MOVE "S" TO WS-CHG-END-FLAG
                    ELSE
                       COMPUTE WS-NEXT-SEQUENCE = CH-SEQUENCE + 1.
      *
      ****************************************************
      *
           MOVE WS-FLAT-FEE    TO PRT-STM-FLAT.
           MOVE PRT-STMT-CHARGE TO PRT-STATEMENT-REC.
           WRITE PRT-STATEMENT-REC AFTER 1.
           IF WS-AWARD-OPEN
                 PERFORM 1350-PRINT-TERM-AWARDS.
           MOVE SPACES TO PRT-STATEMENT-REC.
           MOVE WS-NEW-BALANCE TO PRT-STM-BALANCE.
           MOVE PRT-STMT-BALANCE TO PRT-STATEMENT-REC.
           WRITE PRT-STATEMENT-REC AFTER 1.
           MOVE SPACES TO PRT-STATEMENT-REC.
           MOVE WS-DUE-DISPLAY TO PRT-STM-DUE-DATE.
           MOVE PRT-STMT-DUE TO PRT-STATEMENT-REC.
           WRITE PRT-STATEMENT-REC AFTER 1.
           MOVE SPACES TO PRT-STATEMENT-REC.
           MOVE PRT-STMT-SEPARATOR TO PRT-STATEMENT-REC.
           WRITE PRT-STATEMENT-REC AFTER 2.
      *
      ****************************************************
      *
      *  This paragraph lists the student's awards for the term
      * billed, one line each with its state, and totals what
      * has been credited to the balance apart from what is
      * still to come. A student with no awards gets no lines.
      *
       1350-PRINT-TERM-AWARDS.
           MOVE 0 TO WS-AWARDS-CREDITED.
           MOVE 0 TO WS-AWARDS-TO-COME.
           MOVE " " TO WS-AWD-END-FLAG.
           MOVE ST-NUMBER    TO AW-NUMBER.
           MOVE WS-TERM-CODE TO AW-TERM.
           MOVE SPACES       TO AW-CODE.
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
                 INVALID KEY MOVE "S" TO WS-AWD-END-FLAG
           END-START.
           PERFORM 1360-PRINT-ONE-AWARD
                          UNTIL WS-AWD-END-FLAG = "S".
           IF WS-AWARDS-CREDITED GREATER 0 OR
              WS-AWARDS-TO-COME GREATER 0
                 MOVE SPACES TO PRT-STATEMENT-REC
                 MOVE WS-AWARDS-CREDITED TO PRT-STM-AWD-CREDITED
                 MOVE PRT-STMT-AWD-CREDITED TO PRT-STATEMENT-REC
                 WRITE PRT-STATEMENT-REC AFTER 1
                 MOVE SPACES TO PRT-STATEMENT-REC
                 MOVE WS-AWARDS-TO-COME TO PRT-STM-AWD-TO-COME
                 MOVE PRT-STMT-AWD-TO-COME TO PRT-STATEMENT-REC
                 WRITE PRT-STATEMENT-REC AFTER 1.
      *
       1360-PRINT-ONE-AWARD.
           READ AWARD-FILE NEXT RECORD
                AT END MOVE "S" TO WS-AWD-END-FLAG
           END-READ.
           IF WS-AWD-END-FLAG NOT EQUAL "S"
                 IF AW-NUMBER NOT EQUAL ST-NUMBER OR
                    AW-TERM NOT EQUAL WS-TERM-CODE
                       MOVE "S" TO WS-AWD-END-FLAG
                    ELSE
                       MOVE SPACES TO PRT-STATEMENT-REC
                       MOVE SPACES TO PRT-STM-AWD-DESC
                       IF WS-TYPE-OPEN
                             MOVE AW-CODE TO AT-CODE
                             READ AWARD-TYPE-FILE RECORD
                                  KEY IS AT-CODE
                                  INVALID KEY
                                        CONTINUE
                                  NOT INVALID KEY
                                        MOVE AT-DESCRIPTION
                                             TO PRT-STM-AWD-DESC
                             END-READ
                       END-IF
                       MOVE AW-CODE   TO PRT-STM-AWD-CODE
                       MOVE AW-AMOUNT TO PRT-STM-AWD-AMOUNT
                       IF AW-DISBURSED
                             MOVE "CREDITED" TO PRT-STM-AWD-STATUS
                             ADD AW-AMOUNT TO WS-AWARDS-CREDITED
                          ELSE
                          IF AW-HELD
                             MOVE "ON HOLD " TO PRT-STM-AWD-STATUS
                             ADD AW-AMOUNT TO WS-AWARDS-TO-COME
                          ELSE
                             MOVE "PENDING " TO PRT-STM-AWD-STATUS
                             ADD AW-AMOUNT TO WS-AWARDS-TO-COME
                          END-IF
                       END-IF
                       MOVE PRT-STMT-AWARD TO PRT-STATEMENT-REC
                       WRITE PRT-STATEMENT-REC AFTER 1.
      *
      ****************************************************
      *
