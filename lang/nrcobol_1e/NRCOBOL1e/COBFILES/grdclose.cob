       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRDCLOSE.
      *PROGRAM DISCRIPTION.
      *
      *  Close of grading for the current term (GPATERM.DAT,
      * YYYYMM of the run date when the registry has not set
      * one). The grades instructors keyed through GRDENTRY on
      * GRADENT.DAT are assembled, student by student, into the
      * term grades file TERMGRAD.DAT in the layout GRADEDIT and
      * GPAUPDT read: one row per student, a course code,
      * credit hours off COURSE.DAT and grade points for each
      * course the student is enrolled on for the term and has
      * not withdrawn from, eight at most.
      *
      *  A student is written only when every one of those
      * courses has a grade; a student with any grade missing
      * is held back, so the end-of-term stream is not run on
      * a part term. The missing-grades report GRDMISS.PRT
      * lists, instructor by instructor off INSTRUC.DAT, every
      * enrolled student still without a grade on each course
      * the instructor teaches, then the students held back.
      * Once the holes are filled GRDCLOSE is simply run again;
      * it rewrites TERMGRAD.DAT from the start each time.
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
            SELECT           ENROLL-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    EN-KEY
            FILE STATUS IS   WS-ENROLL-STATUS.

            SELECT           GRADE-ENTRY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    GE-KEY
            FILE STATUS IS   WS-GRADE-ENTRY-STATUS.

            SELECT           INSTRUCTOR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    IR-INSTRUCTOR-ID
            FILE STATUS IS   WS-INSTRUCTOR-STATUS.

            SELECT           COURSE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.

            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           TERM-GRADES-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-GRADES-STATUS.

            SELECT           MISSING-PRINT
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
       FD GRADE-ENTRY-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GRADENT.DAT".
       01 IN-GRADE-ENTRY-REC.
           03 GE-KEY.
               05 GE-COURSE    PIC X(6).
               05 GE-TERM      PIC X(6).
               05 GE-NUMBER    PIC 9(6).
           03 GE-LETTER-GRADE  PIC XX.
           03 GE-GRADE-POINTS  PIC 9V9.
           03 GE-INSTRUCTOR-ID PIC X(6).
           03 GE-ENTRY-DATE    PIC 9(8).
      *
       FD INSTRUCTOR-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "INSTRUC.DAT".
       01 IN-INSTRUCTOR-REC.
           03 IR-INSTRUCTOR-ID PIC X(6).
           03 IR-NAME          PIC X(24).
           03 IR-COURSES.
               05 IR-COURSE OCCURS 6 TIMES PIC X(6).
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
       FD TERM-GRADES-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TERMGRAD.DAT".
       01 TG-TERM-REC.
           03 TG-NUMBER         PIC 9(6).
           03 TG-COURSE-COUNT   PIC 9.
           03 TG-COURSE         OCCURS 8 TIMES.
               05 TG-COURSE-CODE   PIC X(6).
               05 TG-CREDIT-HOURS  PIC 9.
               05 TG-GRADE-POINTS  PIC 9V9.
      *
       FD MISSING-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GRDMISS.PRT".
       01 PRT-MISSING-REC.
           03 FILLER           PIC A(80).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS        PIC XX VALUE "00".
       01 WS-GRADE-ENTRY-STATUS   PIC XX VALUE "00".
       01 WS-INSTRUCTOR-STATUS    PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-GRADES-STATUS        PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-INSTR-END-FLAG       PIC X  VALUE " ".
           88 WS-INSTR-END            VALUE "S".
       01 WS-SECURE-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-SECURE-OPEN          VALUE "Y".
       01 WS-GRADES-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-GRADES-OPEN          VALUE "Y".
       01 WS-GRADE-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-GRADE-FOUND          VALUE "Y".
       01 WS-COUNTERS.
           03 WS-ROWS-WRITTEN     PIC 9(5) VALUE 0.
           03 WS-STUDENTS-HELD    PIC 9(5) VALUE 0.
           03 WS-GRADES-MISSING   PIC 9(5) VALUE 0.
           03 WS-INSTR-MISSING    PIC 9(5) VALUE 0.
      *
      *  The instructor's course being checked for missing
      * grades.
      *
       01 WS-CRS-SUB              PIC 9  VALUE 0.
       01 WS-CHECK-COURSE         PIC X(6) VALUE SPACES.
       01 WS-NAME-NUMBER          PIC 9(6) VALUE 0.
      *
      *  One student's term grades as they are gathered off
      * the enrollments, laid out the way TG-COURSE is.
      *
       01 WS-TG-STUDENT           PIC 9(6) VALUE 0.
       01 WS-TG-COURSES           PIC 9    VALUE 0.
       01 WS-TG-MISSING           PIC 9    VALUE 0.
       01 WS-TG-SUB               PIC 9    VALUE 0.
       01 WS-TG-TABLE.
           03 WS-TG-ENTRY OCCURS 8 TIMES.
               05 WS-TG-CODE      PIC X(6).
               05 WS-TG-HOURS     PIC 9.
               05 WS-TG-POINTS    PIC 9V9.
      *
      *  The current term, from GPATERM.DAT the way GPAUPDT
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "GRDCLOSE".
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
       01 PRT-MISS-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-MISS-HDR-DATE   PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(32) VALUE
              "MISSING GRADES BY INSTRUCTOR".
           03 FILLER    PIC X(7)  VALUE "TERM : ".
           03 PRT-MISS-HDR-TERM   PIC X(6).
       01 PRT-MISS-INSTR-LINE.
           03 FILLER    PIC X(13) VALUE "INSTRUCTOR : ".
           03 PRT-MISS-INSTR-ID   PIC X(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-MISS-INSTR-NAME PIC X(24).
       01 PRT-MISS-COL-HDR.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 FILLER    PIC X(8)  VALUE "COURSE".
           03 FILLER    PIC X(8)  VALUE "NUMBER".
           03 FILLER    PIC X(17) VALUE "LAST NAME".
           03 FILLER    PIC X(12) VALUE "FIRST NAME".
       01 PRT-MISS-DETAIL.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-MISS-COURSE     PIC X(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-MISS-NUMBER     PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-MISS-LAST-NAME  PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-MISS-FIRST-NAME PIC X(12).
       01 PRT-MISS-INSTR-TOTAL.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-MISS-INSTR-TEXT PIC X(24).
           03 PRT-MISS-INSTR-COUNT PIC ZZZZ9.
       01 PRT-HELD-HEADER.
           03 FILLER    PIC X(40) VALUE
              "STUDENTS HELD BACK FROM TERMGRAD.DAT".
       01 PRT-HELD-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(17) VALUE "LAST NAME".
           03 FILLER    PIC X(13) VALUE "FIRST NAME".
           03 FILLER    PIC X(16) VALUE "GRADES MISSING".
       01 PRT-HELD-LINE.
           03 PRT-HELD-NUMBER     PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-HELD-LAST-NAME  PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-HELD-FIRST-NAME PIC X(12).
           03 FILLER    PIC X(6)  VALUE SPACES.
           03 PRT-HELD-MISSING    PIC 9.
       01 PRT-MISS-TOTAL-1.
           03 FILLER    PIC X(31) VALUE
              "ROWS WRITTEN TO TERMGRAD.DAT : ".
           03 PRT-MISS-WRITTEN    PIC ZZZZ9.
       01 PRT-MISS-TOTAL-2.
           03 FILLER    PIC X(31) VALUE
              "STUDENTS HELD BACK           : ".
           03 PRT-MISS-HELD       PIC ZZZZ9.
       01 PRT-MISS-TOTAL-3.
           03 FILLER    PIC X(31) VALUE
              "GRADES STILL MISSING         : ".
           03 PRT-MISS-MISSING    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the enrollments, the grades keyed,
      * the instructor and course masters and the report, with
      * the student file for names when it is there. TERMGRAD.DAT
      * is only opened - and so emptied - once all four inputs
      * are open, so a run that cannot start leaves the last
      * term's grades where they are. The missing grades are
      * reported first, then the term grades are assembled.
      * Start and end log through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-TERM-CODE.
           OPEN INPUT  ENROLL-FILE.
           OPEN INPUT  GRADE-ENTRY-FILE.
           OPEN INPUT  INSTRUCTOR-FILE.
           OPEN INPUT  COURSE-FILE.
           OPEN INPUT  SECURE-FILE.
           IF WS-SECURE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-SECURE-OPEN-FLAG.
           MOVE SPACES TO WS-GRADES-STATUS.
           IF WS-ENROLL-STATUS      = "00" AND
              WS-GRADE-ENTRY-STATUS = "00" AND
              WS-INSTRUCTOR-STATUS  = "00" AND
              WS-COURSE-STATUS      = "00"
                 OPEN OUTPUT TERM-GRADES-FILE
                 IF WS-GRADES-STATUS EQUAL "00"
                       MOVE "Y" TO WS-GRADES-OPEN-FLAG.
           OPEN OUTPUT MISSING-PRINT.
                IF WS-ENROLL-STATUS      = "00" AND
                   WS-GRADE-ENTRY-STATUS = "00" AND
                   WS-INSTRUCTOR-STATUS  = "00" AND
                   WS-COURSE-STATUS      = "00" AND
                   WS-GRADES-STATUS      = "00" AND
                   WS-PRINT-STATUS       = "00"
                      PERFORM 0200-PRINT-HEADER
                      PERFORM 1000-REPORT-ONE-INSTRUCTOR
                           UNTIL WS-INSTR-END
                      PERFORM 2000-ASSEMBLE-TERM-GRADES
                      PERFORM 3000-PRINT-TOTALS
                      DISPLAY "GRDCLOSE - TERMGRAD.DAT ROWS : "
                              WS-ROWS-WRITTEN
                      DISPLAY "GRDCLOSE - STUDENTS HELD     : "
                              WS-STUDENTS-HELD
                      DISPLAY "GRDCLOSE - GRADES MISSING    : "
                              WS-GRADES-MISSING
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "GRDCLOSE - CANNOT START"
                      DISPLAY "ENROLL-FILE STATUS     : "
                              WS-ENROLL-STATUS
                      DISPLAY "GRADE-ENTRY STATUS     : "
                              WS-GRADE-ENTRY-STATUS
                      DISPLAY "INSTRUCTOR-FILE STATUS : "
                              WS-INSTRUCTOR-STATUS
                      DISPLAY "COURSE-FILE STATUS     : "
                              WS-COURSE-STATUS
                      DISPLAY "OUTPUT STATUS          : "
                              WS-GRADES-STATUS " "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-ROWS-WRITTEN TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE ENROLL-FILE.
           CLOSE GRADE-ENTRY-FILE.
           CLOSE INSTRUCTOR-FILE.
           CLOSE COURSE-FILE.
           IF WS-SECURE-OPEN
                 CLOSE SECURE-FILE.
           IF WS-GRADES-OPEN
                 CLOSE TERM-GRADES-FILE.
           CLOSE MISSING-PRINT.
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
       0200-PRINT-HEADER.
           MOVE WS-TEMP-DATE TO PRT-MISS-HDR-DATE.
           MOVE WS-TERM-CODE TO PRT-MISS-HDR-TERM.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-MISS-HEADER TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 3.
      *
      ****************************************************
      *
      *  This paragraph reads one instructor and, for each course
      * they teach, lists the students enrolled on it for the
      * term who still have no grade, ending with the count for
      * the instructor.
      *
       1000-REPORT-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE NEXT RECORD
                AT END MOVE "S" TO WS-INSTR-END-FLAG
           END-READ.
           IF NOT WS-INSTR-END
                 MOVE 0 TO WS-INSTR-MISSING
                 MOVE SPACES TO PRT-MISS-INSTR-LINE
                 MOVE IR-INSTRUCTOR-ID TO PRT-MISS-INSTR-ID
                 MOVE IR-NAME          TO PRT-MISS-INSTR-NAME
                 MOVE SPACES TO PRT-MISSING-REC
                 MOVE PRT-MISS-INSTR-LINE TO PRT-MISSING-REC
                 WRITE PRT-MISSING-REC AFTER 2
                 MOVE SPACES TO PRT-MISSING-REC
                 MOVE PRT-MISS-COL-HDR TO PRT-MISSING-REC
                 WRITE PRT-MISSING-REC AFTER 1
                 PERFORM 1100-CHECK-ONE-COURSE
                         VARYING WS-CRS-SUB FROM 1 BY 1
                         UNTIL WS-CRS-SUB GREATER 6
                 MOVE SPACES TO PRT-MISS-INSTR-TOTAL
                 IF WS-INSTR-MISSING EQUAL 0
                       MOVE "ALL ROSTERS COMPLETE"
                            TO PRT-MISS-INSTR-TEXT
                    ELSE
                       MOVE "GRADES MISSING      : "
                            TO PRT-MISS-INSTR-TEXT
                       MOVE WS-INSTR-MISSING TO PRT-MISS-INSTR-COUNT
                 END-IF
                 MOVE SPACES TO PRT-MISSING-REC
                 MOVE PRT-MISS-INSTR-TOTAL TO PRT-MISSING-REC
                 WRITE PRT-MISSING-REC AFTER 1
           END-IF.
      *
      *  ENROLL.DAT is keyed by student, so each course's
      * roster is found by reading the whole file.
      *
       1100-CHECK-ONE-COURSE.
           MOVE IR-COURSE (WS-CRS-SUB) TO WS-CHECK-COURSE.
           IF WS-CHECK-COURSE NOT EQUAL SPACES
                 MOVE " " TO WS-END-FILE-FLAG
                 MOVE 0 TO EN-NUMBER
                 MOVE SPACES TO EN-COURSE
                 START ENROLL-FILE KEY IS GREATER THAN EN-KEY
                       INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
                 END-START
                 PERFORM 1110-CHECK-ONE-ENROLLMENT
                         UNTIL WS-END-OF-FILE
                 MOVE " " TO WS-END-FILE-FLAG.
      *
       1110-CHECK-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-OF-FILE
                 CONTINUE
              ELSE
              IF EN-COURSE EQUAL WS-CHECK-COURSE AND
                 EN-TERM EQUAL WS-TERM-CODE AND
                 NOT EN-WITHDRAWN
                    PERFORM 4000-READ-GRADE
                    IF NOT WS-GRADE-FOUND
                          ADD 1 TO WS-INSTR-MISSING
                          PERFORM 1120-PRINT-MISSING-LINE
                    END-IF.
      *
       1120-PRINT-MISSING-LINE.
           MOVE SPACES TO PRT-MISS-DETAIL.
           MOVE EN-COURSE TO PRT-MISS-COURSE.
           MOVE EN-NUMBER TO PRT-MISS-NUMBER.
           MOVE EN-NUMBER TO WS-NAME-NUMBER.
           PERFORM 4100-READ-STUDENT.
           MOVE ST-LAST-NAME  TO PRT-MISS-LAST-NAME.
           MOVE ST-FIRST-NAME TO PRT-MISS-FIRST-NAME.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-MISS-DETAIL TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph reads the enrollments in student order,
      * gathering each student's courses for the term with the
      * credit hours off the course master and the grade points
      * keyed. On the change of student the row goes to
      * TERMGRAD.DAT when every course is graded, or the student
      * is listed as held back.
      *
       2000-ASSEMBLE-TERM-GRADES.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-HELD-HEADER TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 3.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-HELD-COL-HDR TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 2.
           MOVE 0 TO WS-TG-STUDENT.
           MOVE 0 TO WS-TG-COURSES.
           MOVE 0 TO WS-TG-MISSING.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE 0 TO EN-NUMBER.
           MOVE SPACES TO EN-COURSE.
           START ENROLL-FILE KEY IS GREATER THAN EN-KEY
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 2100-GATHER-ONE-ENROLLMENT
                   UNTIL WS-END-OF-FILE.
           IF WS-TG-COURSES GREATER 0
                 PERFORM 2200-FINISH-STUDENT.
      *
       2100-GATHER-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-OF-FILE
                 CONTINUE
              ELSE
              IF EN-NUMBER NOT EQUAL WS-TG-STUDENT AND
                 WS-TG-COURSES GREATER 0
                    PERFORM 2200-FINISH-STUDENT
              END-IF
              IF EN-NUMBER NOT EQUAL WS-TG-STUDENT
                    MOVE EN-NUMBER TO WS-TG-STUDENT
                    MOVE 0 TO WS-TG-COURSES
                    MOVE 0 TO WS-TG-MISSING
              END-IF
              IF EN-TERM NOT EQUAL WS-TERM-CODE OR EN-WITHDRAWN
                    CONTINUE
                 ELSE
              IF WS-TG-COURSES LESS 8
                    ADD 1 TO WS-TG-COURSES
                    MOVE EN-COURSE TO WS-TG-CODE (WS-TG-COURSES)
                    MOVE 0 TO WS-TG-HOURS (WS-TG-COURSES)
                    MOVE 0 TO WS-TG-POINTS (WS-TG-COURSES)
                    MOVE EN-COURSE TO CO-COURSE-CODE
                    READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE CO-CRED-HOURS TO
                                    WS-TG-HOURS (WS-TG-COURSES)
                    END-READ
                    PERFORM 4000-READ-GRADE
                    IF WS-GRADE-FOUND
                          MOVE GE-GRADE-POINTS TO
                               WS-TG-POINTS (WS-TG-COURSES)
                       ELSE
                          ADD 1 TO WS-TG-MISSING
                          ADD 1 TO WS-GRADES-MISSING
                    END-IF
              END-IF.
      *
       2200-FINISH-STUDENT.
           IF WS-TG-MISSING EQUAL 0
                 PERFORM 2300-WRITE-TERM-ROW
              ELSE
                 PERFORM 2400-PRINT-HELD-LINE.
           MOVE 0 TO WS-TG-COURSES.
           MOVE 0 TO WS-TG-MISSING.
      *
       2300-WRITE-TERM-ROW.
           MOVE SPACES TO TG-TERM-REC.
           MOVE WS-TG-STUDENT TO TG-NUMBER.
           MOVE WS-TG-COURSES TO TG-COURSE-COUNT.
           PERFORM 2310-MOVE-ONE-COURSE
                   VARYING WS-TG-SUB FROM 1 BY 1
                   UNTIL WS-TG-SUB GREATER 8.
           WRITE TG-TERM-REC.
           ADD 1 TO WS-ROWS-WRITTEN.
      *
       2310-MOVE-ONE-COURSE.
           IF WS-TG-SUB NOT GREATER WS-TG-COURSES
                 MOVE WS-TG-CODE (WS-TG-SUB) TO
                      TG-COURSE-CODE (WS-TG-SUB)
                 MOVE WS-TG-HOURS (WS-TG-SUB) TO
                      TG-CREDIT-HOURS (WS-TG-SUB)
                 MOVE WS-TG-POINTS (WS-TG-SUB) TO
                      TG-GRADE-POINTS (WS-TG-SUB)
              ELSE
                 MOVE SPACES TO TG-COURSE-CODE (WS-TG-SUB)
                 MOVE 0 TO TG-CREDIT-HOURS (WS-TG-SUB)
                 MOVE 0 TO TG-GRADE-POINTS (WS-TG-SUB).
      *
       2400-PRINT-HELD-LINE.
           ADD 1 TO WS-STUDENTS-HELD.
           MOVE SPACES TO PRT-HELD-LINE.
           MOVE WS-TG-STUDENT TO PRT-HELD-NUMBER.
           MOVE WS-TG-STUDENT TO WS-NAME-NUMBER.
           PERFORM 4100-READ-STUDENT.
           MOVE ST-LAST-NAME  TO PRT-HELD-LAST-NAME.
           MOVE ST-FIRST-NAME TO PRT-HELD-FIRST-NAME.
           MOVE WS-TG-MISSING TO PRT-HELD-MISSING.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-HELD-LINE TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 1.
      *
       3000-PRINT-TOTALS.
           MOVE WS-ROWS-WRITTEN   TO PRT-MISS-WRITTEN.
           MOVE WS-STUDENTS-HELD  TO PRT-MISS-HELD.
           MOVE WS-GRADES-MISSING TO PRT-MISS-MISSING.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-MISS-TOTAL-1 TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 3.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-MISS-TOTAL-2 TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 1.
           MOVE SPACES TO PRT-MISSING-REC.
           MOVE PRT-MISS-TOTAL-3 TO PRT-MISSING-REC.
           WRITE PRT-MISSING-REC AFTER 1.
      *
       4000-READ-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           MOVE EN-COURSE    TO GE-COURSE.
           MOVE WS-TERM-CODE TO GE-TERM.
           MOVE EN-NUMBER    TO GE-NUMBER.
           READ GRADE-ENTRY-FILE RECORD KEY IS GE-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-GRADE-FOUND-FLAG
           END-READ.
      *
       4100-READ-STUDENT.
           MOVE SPACES TO ST-LAST-NAME.
           MOVE SPACES TO ST-FIRST-NAME.
           IF WS-SECURE-OPEN
                 MOVE WS-NAME-NUMBER TO ST-NUMBER
                 READ SECURE-FILE RECORD KEY IS ST-NUMBER
                      INVALID KEY
                            MOVE SPACES TO ST-LAST-NAME
                            MOVE SPACES TO ST-FIRST-NAME
                 END-READ.
      *
      ****************************************************
      *
