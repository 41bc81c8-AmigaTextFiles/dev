       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AWDELIG.
      *PROGRAM DISCRIPTION.
      *
      *  Financial aid eligibility check, run after ACADSTND has
      * brought grade point averages and academic status up to
      * date. Every award on STUAWD.DAT still to be disbursed is
      * tested against the rules of its award type, exactly as
      * AWDDISB tests it, and one the student no longer meets is
      * held with the reason so AWDDISB will not credit it. An
      * award of the current term already credited is tested
      * the same way; it is left as it stands, but listed for
      * the aid office to decide on. Both print on the award
      * exception list (AWDEXCP.PRT).
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

            SELECT           EXCEPTION-PRINT
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
       FD EXCEPTION-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AWDEXCP.PRT".
       01 PRT-EXCEPTION-REC.
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
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-ENR-END-FLAG         PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-AWARDS-READ      PIC 9(5) VALUE 0.
           03 WS-AWARDS-HELD      PIC 9(5) VALUE 0.
           03 WS-AWARDS-REVIEW    PIC 9(5) VALUE 0.
      *
      *  Eligibility of the award in hand: blank when the
      * student meets every rule of the award type, otherwise
      * the first rule failed.
      *
       01 WS-INELIGIBLE-REASON    PIC X(3) VALUE SPACES.
       01 WS-TERM-HOURS           PIC 9(3) VALUE 0.
       01 WS-EXC-ACTION           PIC X(20) VALUE SPACES.
      *
      *  The current term, from GPATERM.DAT the way TUITBILL
      * reads it, YYYYMM of the run date when the registry has
      * not set one.
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "AWDELIG".
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
       01 PRT-EXCEPTION-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-HDR-DATE        PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(30) VALUE
              "AWARD ELIGIBILITY EXCEPTIONS".
           03 FILLER    PIC X(6)  VALUE "TERM: ".
           03 PRT-HDR-TERM        PIC X(6).
       01 PRT-EXCEPTION-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(18) VALUE "LAST NAME".
           03 FILLER    PIC X(8)  VALUE "TERM    ".
           03 FILLER    PIC X(6)  VALUE "AWARD ".
           03 FILLER    PIC X(9)  VALUE "   AMOUNT".
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 FILLER    PIC X(4)  VALUE "WHY ".
           03 FILLER    PIC X(6)  VALUE "ACTION".
       01 PRT-EXCEPTION-LINE.
           03 PRT-EXC-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-EXC-LAST-NAME   PIC X(16).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-EXC-TERM        PIC X(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-EXC-CODE        PIC X(4).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-EXC-AMOUNT      PIC Z,ZZZ,ZZ9.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-EXC-REASON      PIC X(3).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-EXC-ACTION      PIC X(20).
       01 PRT-EXCEPTION-TOTAL.
           03 FILLER    PIC X(22) VALUE "AWARDS HELD        : ".
           03 PRT-TOT-HELD        PIC ZZZZ9.
           03 FILLER    PIC X(22) VALUE "   CREDITED, REVIEW: ".
           03 PRT-TOT-REVIEW      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph sets the term, opens the files, tests
      * one award per pass of STUAWD.DAT, prints the totals and
      * logs start/end through the shared RUNLOG routine.
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
           OPEN OUTPUT EXCEPTION-PRINT.
                IF WS-AWARD-STATUS  = "00"  AND
                   WS-TYPE-STATUS   = "00"  AND
                   WS-SECURE-STATUS = "00"  AND
                   WS-ENROLL-STATUS = "00"  AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 0200-PRINT-REPORT-HEADER
                      PERFORM 1000-TEST-ONE-AWARD
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-RUN-TOTAL
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "AWDELIG - CANNOT START"
                      DISPLAY "AWARD-FILE STATUS  : "
                              WS-AWARD-STATUS
                      DISPLAY "AWARD-TYPE STATUS  : "
                              WS-TYPE-STATUS
                      DISPLAY "SECURE-FILE STATUS : "
                              WS-SECURE-STATUS
                      DISPLAY "ENROLL-FILE STATUS : "
                              WS-ENROLL-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-AWARDS-HELD      TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AWARD-FILE.
           CLOSE AWARD-TYPE-FILE.
           CLOSE SECURE-FILE.
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           CLOSE EXCEPTION-PRINT.
           DISPLAY "AWDELIG - AWARDS READ     : "
                   WS-AWARDS-READ.
           DISPLAY "AWDELIG - AWARDS HELD     : "
                   WS-AWARDS-HELD.
           DISPLAY "AWDELIG - CREDITED, REVIEW: "
                   WS-AWARDS-REVIEW.
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
           MOVE SPACES TO PRT-EXCEPTION-REC.
           MOVE WS-TEMP-DATE TO PRT-HDR-DATE.
           MOVE WS-TERM-CODE TO PRT-HDR-TERM.
           MOVE PRT-EXCEPTION-HEADER TO PRT-EXCEPTION-REC.
           WRITE PRT-EXCEPTION-REC AFTER 3.
           MOVE SPACES TO PRT-EXCEPTION-REC.
           MOVE PRT-EXCEPTION-COL-HDR TO PRT-EXCEPTION-REC.
           WRITE PRT-EXCEPTION-REC AFTER 2.
      *
       0300-PRINT-RUN-TOTAL.
           MOVE WS-AWARDS-HELD   TO PRT-TOT-HELD.
           MOVE WS-AWARDS-REVIEW TO PRT-TOT-REVIEW.
           MOVE SPACES TO PRT-EXCEPTION-REC.
           MOVE PRT-EXCEPTION-TOTAL TO PRT-EXCEPTION-REC.
           WRITE PRT-EXCEPTION-REC AFTER 2.
      *
      ****************************************************
      *
      *  This paragraph reads one award. An award still to be
      * disbursed that the student no longer qualifies for is
      * held; a current-term award already credited that the
      * student no longer qualifies for is listed only. Held
      * awards wait on the aid office in AWDMAINT.
      *
       1000-TEST-ONE-AWARD.
           READ AWARD-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-AWARDS-READ
                 IF AW-PENDING
                       PERFORM 2000-CHECK-ELIGIBILITY
                       IF WS-INELIGIBLE-REASON NOT EQUAL SPACES
                             PERFORM 1100-HOLD-AWARD
                       END-IF
                    ELSE
                    IF AW-DISBURSED AND AW-TERM EQUAL WS-TERM-CODE
                       PERFORM 2000-CHECK-ELIGIBILITY
                       IF WS-INELIGIBLE-REASON NOT EQUAL SPACES
                             ADD 1 TO WS-AWARDS-REVIEW
                             MOVE "CREDITED - REVIEW"
                                  TO WS-EXC-ACTION
                             PERFORM 1200-PRINT-EXCEPTION-LINE
                       END-IF
                    END-IF
                 END-IF
           END-IF.
      *
       1100-HOLD-AWARD.
           MOVE "H"                  TO AW-STATUS.
           MOVE WS-INELIGIBLE-REASON TO AW-REASON.
           MOVE WS-TEMP-DATE         TO AW-STATUS-DATE.
           REWRITE IN-AWARD-REC.
           ADD 1 TO WS-AWARDS-HELD.
           MOVE "HELD" TO WS-EXC-ACTION.
           PERFORM 1200-PRINT-EXCEPTION-LINE.
      *
       1200-PRINT-EXCEPTION-LINE.
           MOVE AW-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      MOVE "NOT ON MASTER" TO PRT-EXC-LAST-NAME
                NOT INVALID KEY
                      MOVE ST-LAST-NAME TO PRT-EXC-LAST-NAME
           END-READ.
           MOVE AW-NUMBER            TO PRT-EXC-NUMBER.
           MOVE AW-TERM              TO PRT-EXC-TERM.
           MOVE AW-CODE              TO PRT-EXC-CODE.
           MOVE AW-AMOUNT            TO PRT-EXC-AMOUNT.
           MOVE WS-INELIGIBLE-REASON TO PRT-EXC-REASON.
           MOVE WS-EXC-ACTION        TO PRT-EXC-ACTION.
           MOVE SPACES TO PRT-EXCEPTION-REC.
           MOVE PRT-EXCEPTION-LINE TO PRT-EXCEPTION-REC.
           WRITE PRT-EXCEPTION-REC AFTER 1.
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
