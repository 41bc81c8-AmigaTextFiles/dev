       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRDENTRY.
      *PROGRAM DISCRIPTION.
      *
      *  Grade entry by course roster. An instructor signs on
      * through OPRLOGIN with the operator id they hold on the
      * instructor master INSTRUC.DAT and is shown the courses
      * they teach for the current term (GPATERM.DAT, YYYYMM of
      * the run date when the registry has not set one), each
      * with how many students are enrolled, how many have a
      * grade and whether the roster is still INCOMPLETE.
      *
      *  Picking a course brings up its roster from ENROLL.DAT:
      * the students enrolled for the term and not withdrawn,
      * with the grade each already has. The instructor keys a
      * student number and a letter grade; the letter is turned
      * into grade points off the table below and held on the
      * grade entry file GRADENT.DAT, one record per course,
      * term and student. A grade for a student who is not
      * enrolled on the roster, or a letter not on the table,
      * is refused. Keying a grade again corrects it.
      *
      *  GRDCLOSE assembles the finished rosters into
      * TERMGRAD.DAT at close of grading.
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
            SELECT           INSTRUCTOR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    IR-INSTRUCTOR-ID
            FILE STATUS IS   WS-INSTRUCTOR-STATUS.

            SELECT           GRADE-ENTRY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    GE-KEY
            FILE STATUS IS   WS-GRADE-ENTRY-STATUS.

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

            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "INSTRUC.DAT".
       01 IN-INSTRUCTOR-REC.
           03 IR-INSTRUCTOR-ID PIC X(6).
           03 IR-NAME          PIC X(24).
           03 IR-COURSES.
               05 IR-COURSE OCCURS 6 TIMES PIC X(6).
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
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-INSTRUCTOR-STATUS    PIC XX VALUE "00".
       01 WS-GRADE-ENTRY-STATUS   PIC XX VALUE "00".
       01 WS-ENROLL-STATUS        PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-ROSTER-DONE-FLAG     PIC X  VALUE " ".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-SECURE-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-SECURE-OPEN          VALUE "Y".
       01 WS-INSTRUCTOR-FOUND-FLAG PIC X VALUE "N".
           88 WS-INSTRUCTOR-FOUND     VALUE "Y".
       01 WS-GRADE-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-GRADE-FOUND          VALUE "Y".
       01 WS-LETTER-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-LETTER-FOUND         VALUE "Y".
       01 WS-ON-ROSTER-FLAG       PIC X  VALUE "N".
           88 WS-ON-ROSTER            VALUE "Y".
       01 WS-GRADES-KEYED         PIC 9(5) VALUE 0.
      *
      *  The letter grades an instructor may key and the grade
      * points each is worth on the 4.0 scale GRADEDIT checks.
      *
       01 WS-LETTER-GRADE-VALUES.
           03 FILLER              PIC X(4) VALUE "A 40".
           03 FILLER              PIC X(4) VALUE "A-37".
           03 FILLER              PIC X(4) VALUE "B+33".
           03 FILLER              PIC X(4) VALUE "B 30".
           03 FILLER              PIC X(4) VALUE "B-27".
           03 FILLER              PIC X(4) VALUE "C+23".
           03 FILLER              PIC X(4) VALUE "C 20".
           03 FILLER              PIC X(4) VALUE "C-17".
           03 FILLER              PIC X(4) VALUE "D+13".
           03 FILLER              PIC X(4) VALUE "D 10".
           03 FILLER              PIC X(4) VALUE "F 00".
       01 WS-LETTER-GRADE-TABLE REDEFINES WS-LETTER-GRADE-VALUES.
           03 WS-LG-ENTRY OCCURS 11 TIMES.
               05 WS-LG-LETTER    PIC XX.
               05 WS-LG-POINTS    PIC 9V9.
       01 WS-LG-SUB               PIC 99 VALUE 0.
       01 WS-LG-POINTS-FOUND      PIC 9V9 VALUE 0.
      *
      *  The course menu, one line per course taught.
      *
       01 WS-CRS-SUB              PIC 9  VALUE 0.
       01 WS-COURSE-PICK          PIC 9  VALUE 0.
       01 WS-SEL-COURSE           PIC X(6)  VALUE SPACES.
       01 WS-SEL-TITLE            PIC X(20) VALUE SPACES.
       01 WS-ROSTER-ENROLLED      PIC 9(3) VALUE 0.
       01 WS-ROSTER-GRADED        PIC 9(3) VALUE 0.
       01 WS-ROSTER-STATE         PIC X(20) VALUE SPACES.
      *
      *  A roster row as it goes up on the screen. Only the
      * first thirteen students fit; the counts cover them all.
      *
       01 WS-ROW-LINE             PIC 99 VALUE 0.
       01 WS-ROW-MAX-LINE         PIC 99 VALUE 18.
       01 WS-ROW-NUMBER           PIC 9(6) VALUE 0.
       01 WS-ROW-LAST             PIC X(16) VALUE SPACES.
       01 WS-ROW-FIRST            PIC X(12) VALUE SPACES.
       01 WS-ROW-LETTER           PIC XX VALUE SPACES.
      *
      *  The grade as keyed.
      *
       01 WS-KEY-NUMBER           PIC 9(6) VALUE 0.
       01 WS-KEY-LETTER           PIC XX VALUE SPACES.
      *
      *  The current term, from GPATERM.DAT the way GPAUPDT
      * reads it, YYYYMM of the run date when the registry has
      * not set one.
      *
       01 WS-TERM-CODE            PIC X(6) VALUE SPACES.
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR        PIC XX.
           03 WS-REAL-MONTH       PIC XX.
           03 WS-REAL-DAY         PIC XX.
       01 WS-CENTURY-PAR.
           03 WS-CY-YY            PIC 9(2).
           03 WS-CY-PIVOT         PIC 9(2) VALUE 50.
           03 WS-CY-YYYY          PIC 9(4).
       01 WS-TERM-BUILD.
           03 WS-TERM-YYYY        PIC 9(4).
           03 WS-TERM-MM          PIC 99.
       01 WS-TODAY-YMD.
           03 WS-TODAY-YYYY       PIC 9(4).
           03 WS-TODAY-MM         PIC 99.
           03 WS-TODAY-DD         PIC 99.
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "GRDENTRY".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-RESPONCE             PIC X VALUE SPACE.
           88 WS-RESPONCE-Y             VALUE "Y" "y".
      *
       SCREEN SECTION.
       01 BLANK-SCREEN.
           03 BLANK SCREEN.
       01 OPERATOR-LOGIN-PROMPT.
           03 LINE 23 COLUMN 5   VALUE "OPERATOR ID > ".
           03 LINE 23 COLUMN 19  PIC X(6) TO WS-OPERATOR-ID AUTO.
           03 LINE 24 COLUMN 5   VALUE "PIN         > ".
           03 LINE 24 COLUMN 19  PIC 9(4) TO WS-OPERATOR-PIN
              AUTO SECURE.
       01 WRONG-CODE.
           03 LINE 24 COLUMN 5   HIGHLIGHT VALUE
            "INCORRECT OPERATOR ID OR PIN - ACCESS REFUSED".
       01 NOT-INSTRUCTOR-MSG.
           03 LINE 24 COLUMN 5   HIGHLIGHT VALUE
            "NO INSTRUCTOR RECORD FOR THIS OPERATOR - REFUSED".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 GRADE-ENTRY-HEAD.
           03 LINE 2  COLUMN 26    VALUE "GRADE ENTRY".
           03 LINE 3  COLUMN 5     VALUE "INSTRUCTOR : ".
           03 LINE 3  COLUMN 18    PIC X(24) FROM IR-NAME.
           03 LINE 3  COLUMN 50    VALUE "TERM : ".
           03 LINE 3  COLUMN 57    PIC X(6) FROM WS-TERM-CODE.
       01 COURSE-MENU-HEAD.
           03 LINE 5  COLUMN 5     VALUE "   COURSE".
           03 LINE 5  COLUMN 36    VALUE "ENROLLED  GRADED".
       01 COURSE-MENU-ROW.
           03 LINE WS-ROW-LINE COLUMN 5  PIC 9 FROM WS-CRS-SUB.
           03 LINE WS-ROW-LINE COLUMN 8  PIC X(6)
              FROM WS-SEL-COURSE.
           03 LINE WS-ROW-LINE COLUMN 15 PIC X(20)
              FROM WS-SEL-TITLE.
           03 LINE WS-ROW-LINE COLUMN 38 PIC ZZ9
              FROM WS-ROSTER-ENROLLED.
           03 LINE WS-ROW-LINE COLUMN 47 PIC ZZ9
              FROM WS-ROSTER-GRADED.
           03 LINE WS-ROW-LINE COLUMN 53 HIGHLIGHT PIC X(20)
              FROM WS-ROSTER-STATE.
       01 COURSE-PICK-PROMPT.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     VALUE
              "COURSE TO GRADE (1-6, 0 TO STOP) > ".
           03 LINE 14 COLUMN 40    PIC 9 USING WS-COURSE-PICK AUTO.
       01 BAD-PICK-MSG.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "NO COURSE ON THAT LINE".
       01 ROSTER-HEAD.
           03 LINE 4  COLUMN 5     VALUE "COURSE : ".
           03 LINE 4  COLUMN 14    PIC X(6) FROM WS-SEL-COURSE.
           03 LINE 4  COLUMN 22    PIC X(20) FROM WS-SEL-TITLE.
           03 LINE 5  COLUMN 5     VALUE "STUDENT".
           03 LINE 5  COLUMN 14    VALUE "NAME".
           03 LINE 5  COLUMN 50    VALUE "GRADE".
       01 ROSTER-ROW.
           03 LINE WS-ROW-LINE COLUMN 5  PIC 9(6)
              FROM WS-ROW-NUMBER.
           03 LINE WS-ROW-LINE COLUMN 14 PIC X(16)
              FROM WS-ROW-LAST.
           03 LINE WS-ROW-LINE COLUMN 31 PIC X(12)
              FROM WS-ROW-FIRST.
           03 LINE WS-ROW-LINE COLUMN 51 PIC XX
              FROM WS-ROW-LETTER.
       01 ROSTER-TOTALS.
           03 LINE 19 COLUMN 5     VALUE "ENROLLED : ".
           03 LINE 19 COLUMN 16    PIC ZZ9 FROM WS-ROSTER-ENROLLED.
           03 LINE 19 COLUMN 22    VALUE "GRADED : ".
           03 LINE 19 COLUMN 31    PIC ZZ9 FROM WS-ROSTER-GRADED.
           03 LINE 19 COLUMN 38    HIGHLIGHT PIC X(20)
              FROM WS-ROSTER-STATE.
       01 GRADE-KEY-PROMPT.
           03 LINE 21 COLUMN 1     BLANK LINE.
           03 LINE 21 COLUMN 5     VALUE
              "STUDENT NUMBER (0 TO FINISH) > ".
           03 LINE 21 COLUMN 36    PIC 9(6) USING WS-KEY-NUMBER.
           03 LINE 21 COLUMN 45    VALUE "GRADE > ".
           03 LINE 21 COLUMN 53    PIC XX USING WS-KEY-LETTER.
       01 NOT-ENROLLED-MSG.
           03 LINE 23 COLUMN 5     HIGHLIGHT VALUE
              "STUDENT NOT ENROLLED ON THIS ROSTER - GRADE REFUSED".
       01 BAD-LETTER-MSG.
           03 LINE 23 COLUMN 5     HIGHLIGHT VALUE
              "GRADE MUST BE A A- B+ B B- C+ C C- D+ D OR F".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 19 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 20 COLUMN 8   VALUE "INSTRUC.DAT         :".
           03 LINE 20 COLUMN 30  HIGHLIGHT PIC XX
              FROM WS-INSTRUCTOR-STATUS.
           03 LINE 21 COLUMN 8   VALUE "GRADENT.DAT         :".
           03 LINE 21 COLUMN 30  HIGHLIGHT PIC XX
              FROM WS-GRADE-ENTRY-STATUS.
           03 LINE 22 COLUMN 8   VALUE "ENROLL.DAT          :".
           03 LINE 22 COLUMN 30  HIGHLIGHT PIC XX
              FROM WS-ENROLL-STATUS.
           03 LINE 23 COLUMN 8   VALUE "COURSE.DAT          :".
           03 LINE 23 COLUMN 30  HIGHLIGHT PIC XX
              FROM WS-COURSE-STATUS.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the instructor master, the grade
      * entry file (creating it empty on the very first run),
      * the enrollments and the course master, and the student
      * file for the names on the roster when it is there. The
      * operator signs on through the shared OPRLOGIN routine
      * and must be on the instructor master; there is no level
      * needed beyond that, an instructor grades only the
      * courses listed against them. Start and end log through
      * the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-TERM-CODE.
           OPEN INPUT INSTRUCTOR-FILE.
           OPEN I-O GRADE-ENTRY-FILE.
           IF WS-GRADE-ENTRY-STATUS EQUAL "35"
                 OPEN OUTPUT GRADE-ENTRY-FILE
                 CLOSE GRADE-ENTRY-FILE
                 OPEN I-O GRADE-ENTRY-FILE.
           OPEN INPUT ENROLL-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT SECURE-FILE.
           IF WS-SECURE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-SECURE-OPEN-FLAG.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF NOT WS-CREDENTIAL-FOUND
                 DISPLAY WRONG-CODE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
              IF WS-INSTRUCTOR-STATUS  NOT EQUAL "00" OR
                 WS-GRADE-ENTRY-STATUS NOT EQUAL "00" OR
                 WS-ENROLL-STATUS      NOT EQUAL "00" OR
                 WS-COURSE-STATUS      NOT EQUAL "00"
                    DISPLAY ERROR-MESSAGES
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                    PERFORM 0200-FIND-INSTRUCTOR
                    IF NOT WS-INSTRUCTOR-FOUND
                          DISPLAY NOT-INSTRUCTOR-MSG
                          MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                       ELSE
                          PERFORM 1000-PICK-ONE-COURSE
                                  UNTIL WS-STOP-RUN-FLAG = "S"
                          MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-GRADES-KEYED TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE INSTRUCTOR-FILE.
           CLOSE GRADE-ENTRY-FILE.
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           IF WS-SECURE-OPEN
                 CLOSE SECURE-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
       0100-SET-TERM-CODE.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-TERM-YYYY.
           MOVE WS-REAL-MONTH TO WS-TERM-MM.
           MOVE WS-TERM-BUILD TO WS-TERM-CODE.
           MOVE WS-CY-YYYY    TO WS-TODAY-YYYY.
           MOVE WS-REAL-MONTH TO WS-TODAY-MM.
           MOVE WS-REAL-DAY   TO WS-TODAY-DD.
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
       0200-FIND-INSTRUCTOR.
           MOVE "N" TO WS-INSTRUCTOR-FOUND-FLAG.
           MOVE WS-OPERATOR-ID TO IR-INSTRUCTOR-ID.
           READ INSTRUCTOR-FILE RECORD KEY IS IR-INSTRUCTOR-ID
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-INSTRUCTOR-FOUND-FLAG
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph puts up the instructor's courses for
      * the term, each with its enrolled and graded counts and
      * INCOMPLETE against any roster still short of grades,
      * and takes the course to grade. Keying 0 ends the run.
      *
       1000-PICK-ONE-COURSE.
           DISPLAY BLANK-SCREEN.
           DISPLAY GRADE-ENTRY-HEAD.
           DISPLAY COURSE-MENU-HEAD.
           PERFORM 1100-SHOW-ONE-COURSE
                   VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB GREATER 6.
           MOVE 0 TO WS-COURSE-PICK.
           ACCEPT COURSE-PICK-PROMPT.
           IF WS-COURSE-PICK EQUAL 0
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
              IF WS-COURSE-PICK GREATER 6
                    DISPLAY BAD-PICK-MSG
                    DISPLAY NEW-PAGE
                    ACCEPT ANY-KEY
                 ELSE
                 IF IR-COURSE (WS-COURSE-PICK) EQUAL SPACES
                       DISPLAY BAD-PICK-MSG
                       DISPLAY NEW-PAGE
                       ACCEPT ANY-KEY
                    ELSE
                       MOVE IR-COURSE (WS-COURSE-PICK)
                            TO WS-SEL-COURSE
                       PERFORM 1200-GET-COURSE-TITLE
                       MOVE " " TO WS-ROSTER-DONE-FLAG
                       PERFORM 2000-GRADE-ROSTER
                               UNTIL WS-ROSTER-DONE-FLAG = "S".
      *
       1100-SHOW-ONE-COURSE.
           IF IR-COURSE (WS-CRS-SUB) NOT EQUAL SPACES
                 MOVE IR-COURSE (WS-CRS-SUB) TO WS-SEL-COURSE
                 PERFORM 1200-GET-COURSE-TITLE
                 MOVE 0 TO WS-ROW-LINE
                 PERFORM 3000-SCAN-ROSTER
                 COMPUTE WS-ROW-LINE = 5 + WS-CRS-SUB
                 DISPLAY COURSE-MENU-ROW.
      *
       1200-GET-COURSE-TITLE.
           MOVE SPACES TO WS-SEL-TITLE.
           MOVE WS-SEL-COURSE TO CO-COURSE-CODE.
           READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE CO-TITLE TO WS-SEL-TITLE
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph puts up the roster of the course picked
      * with the grades keyed so far and takes one student
      * number and letter grade. The student must be enrolled
      * on the roster for the term and the letter must be on
      * the grade table, or the grade is refused. Keying
      * student 0 goes back to the course list.
      *
       2000-GRADE-ROSTER.
           DISPLAY BLANK-SCREEN.
           DISPLAY GRADE-ENTRY-HEAD.
           DISPLAY ROSTER-HEAD.
           MOVE 5 TO WS-ROW-LINE.
           PERFORM 3000-SCAN-ROSTER.
           DISPLAY ROSTER-TOTALS.
           MOVE 0 TO WS-KEY-NUMBER.
           MOVE SPACES TO WS-KEY-LETTER.
           ACCEPT GRADE-KEY-PROMPT.
           IF WS-KEY-NUMBER EQUAL 0
                 MOVE "S" TO WS-ROSTER-DONE-FLAG
              ELSE
                 INSPECT WS-KEY-LETTER CONVERTING "abcdf" TO "ABCDF"
                 PERFORM 2100-CHECK-ON-ROSTER
                 PERFORM 2200-LOOK-UP-LETTER
                 IF NOT WS-ON-ROSTER
                       DISPLAY NOT-ENROLLED-MSG
                       DISPLAY NEW-PAGE
                       ACCEPT ANY-KEY
                    ELSE
                    IF NOT WS-LETTER-FOUND
                          DISPLAY BAD-LETTER-MSG
                          DISPLAY NEW-PAGE
                          ACCEPT ANY-KEY
                       ELSE
                          PERFORM 2300-SAVE-GRADE.
      *
       2100-CHECK-ON-ROSTER.
           MOVE "N" TO WS-ON-ROSTER-FLAG.
           MOVE WS-KEY-NUMBER TO EN-NUMBER.
           MOVE WS-SEL-COURSE TO EN-COURSE.
           READ ENROLL-FILE RECORD KEY IS EN-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      IF EN-TERM EQUAL WS-TERM-CODE AND
                         NOT EN-WITHDRAWN
                            MOVE "Y" TO WS-ON-ROSTER-FLAG
                      END-IF
           END-READ.
      *
       2200-LOOK-UP-LETTER.
           MOVE "N" TO WS-LETTER-FOUND-FLAG.
           MOVE 0 TO WS-LG-POINTS-FOUND.
           PERFORM 2210-CHECK-ONE-LETTER
                   VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB GREATER 11
                      OR WS-LETTER-FOUND.
      *
       2210-CHECK-ONE-LETTER.
           IF WS-LG-LETTER (WS-LG-SUB) EQUAL WS-KEY-LETTER
                 MOVE "Y" TO WS-LETTER-FOUND-FLAG
                 MOVE WS-LG-POINTS (WS-LG-SUB) TO WS-LG-POINTS-FOUND.
      *
       2300-SAVE-GRADE.
           MOVE WS-SEL-COURSE TO GE-COURSE.
           MOVE WS-TERM-CODE  TO GE-TERM.
           MOVE WS-KEY-NUMBER TO GE-NUMBER.
           PERFORM 3200-READ-GRADE.
           MOVE WS-KEY-LETTER      TO GE-LETTER-GRADE.
           MOVE WS-LG-POINTS-FOUND TO GE-GRADE-POINTS.
           MOVE WS-OPERATOR-ID     TO GE-INSTRUCTOR-ID.
           MOVE WS-TODAY-NUM       TO GE-ENTRY-DATE.
           IF WS-GRADE-FOUND
                 REWRITE IN-GRADE-ENTRY-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-GRADE-ENTRY-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-GRADES-KEYED.
      *
      ****************************************************
      *
      *  This paragraph runs through the enrollments for the
      * course picked, counting the students enrolled for the
      * term and not withdrawn and those of them with a grade
      * on file. ENROLL.DAT is keyed by student, so the whole
      * file is read. When WS-ROW-LINE is set each student also
      * goes up on the roster screen, as far as the screen goes.
      *
       3000-SCAN-ROSTER.
           MOVE 0 TO WS-ROSTER-ENROLLED.
           MOVE 0 TO WS-ROSTER-GRADED.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE 0 TO EN-NUMBER.
           MOVE SPACES TO EN-COURSE.
           START ENROLL-FILE KEY IS GREATER THAN EN-KEY
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 3100-SCAN-ONE-ENROLLMENT
                   UNTIL WS-END-OF-FILE.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-ROSTER-ENROLLED EQUAL 0
                 MOVE "NO STUDENTS"       TO WS-ROSTER-STATE
              ELSE
              IF WS-ROSTER-GRADED LESS WS-ROSTER-ENROLLED
                    MOVE "INCOMPLETE"     TO WS-ROSTER-STATE
                 ELSE
                    MOVE "COMPLETE"       TO WS-ROSTER-STATE.
      *
       3100-SCAN-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-OF-FILE
                 CONTINUE
              ELSE
              IF EN-COURSE EQUAL WS-SEL-COURSE AND
                 EN-TERM EQUAL WS-TERM-CODE AND
                 NOT EN-WITHDRAWN
                    ADD 1 TO WS-ROSTER-ENROLLED
                    MOVE EN-COURSE    TO GE-COURSE
                    MOVE WS-TERM-CODE TO GE-TERM
                    MOVE EN-NUMBER    TO GE-NUMBER
                    PERFORM 3200-READ-GRADE
                    MOVE SPACES TO WS-ROW-LETTER
                    IF WS-GRADE-FOUND
                          ADD 1 TO WS-ROSTER-GRADED
                          MOVE GE-LETTER-GRADE TO WS-ROW-LETTER
                    END-IF
                    IF WS-ROW-LINE NOT EQUAL 0 AND
                       WS-ROW-LINE LESS WS-ROW-MAX-LINE
                          PERFORM 3300-SHOW-ROSTER-ROW
                    END-IF.
      *
       3200-READ-GRADE.
           MOVE "N" TO WS-GRADE-FOUND-FLAG.
           READ GRADE-ENTRY-FILE RECORD KEY IS GE-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-GRADE-FOUND-FLAG
           END-READ.
      *
       3300-SHOW-ROSTER-ROW.
           ADD 1 TO WS-ROW-LINE.
           MOVE EN-NUMBER TO WS-ROW-NUMBER.
           MOVE SPACES TO WS-ROW-LAST.
           MOVE SPACES TO WS-ROW-FIRST.
           IF WS-SECURE-OPEN
                 MOVE EN-NUMBER TO ST-NUMBER
                 READ SECURE-FILE RECORD KEY IS ST-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE ST-LAST-NAME  TO WS-ROW-LAST
                            MOVE ST-FIRST-NAME TO WS-ROW-FIRST
                 END-READ.
           DISPLAY ROSTER-ROW.
      *
      ****************************************************
      *
