       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DEGAUDIT.
      *PROGRAM DISCRIPTION.
      *
      *  Graduation degree audit for the registrar. Every
      * student on SECURITY.DAT2 who has declared a degree
      * program is measured against that program's record on
      * DEGPROG.DAT (kept by DEGMAINT): earned credit hours
      * against the hours the program needs, grade point
      * average against its minimum, and each required course
      * against the student's course grade history CRSHIST.DAT
      * (posted by GPAUPDT) - a course counts as passed when
      * the best attempt at it earned more than zero grade
      * points.
      *
      *  The per-student audit (DEGAUDIT.PRT) shows every
      * requirement as MET or OUTSTANDING with what is needed
      * and what the student has. A student meeting every
      * requirement is flagged cleared to graduate on their
      * master record and listed on the graduation candidate
      * list (DEGCAND.PRT); a student who no longer meets them,
      * or has no program declared, has the flag taken off.
      * STUARCH archives as graduated only students carrying
      * the flag, so this run goes before it.
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
            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           PROGRAM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    DP-PROGRAM-CODE
            FILE STATUS IS   WS-PROGRAM-STATUS.

            SELECT           COURSE-GRADE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CG-KEY
            FILE STATUS IS   WS-COURSE-GRADE-STATUS.

            SELECT           AUDIT-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-PRINT-STATUS.

            SELECT           CANDIDATE-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-CAND-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
               88 ST-CLEARED-TO-GRADUATE VALUE "C".
      *
       FD PROGRAM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "DEGPROG.DAT".
       01 IN-PROGRAM-REC.
           03 DP-PROGRAM-CODE  PIC X(4).
           03 DP-TITLE         PIC X(30).
           03 DP-HOURS-NEEDED  PIC 9(3).
           03 DP-MIN-GPA       PIC 9V99.
           03 DP-REQUIRED-COURSES.
               05 DP-REQ-COURSE OCCURS 8 TIMES PIC X(6).
      *
       FD COURSE-GRADE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CRSHIST.DAT".
       01 CG-GRADE-REC.
           03 CG-KEY.
               05 CG-NUMBER    PIC 9(6).
               05 CG-COURSE    PIC X(6).
               05 CG-TERM      PIC X(6).
           03 CG-CREDIT-HOURS  PIC 9.
           03 CG-GRADE-POINTS  PIC 9V9.
           03 CG-POSTED-DATE   PIC X(8).
      *
       FD AUDIT-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGAUDIT.PRT".
       01 PRT-AUDIT-REC.
           03 FILLER           PIC A(80).
      *
       FD CANDIDATE-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEGCAND.PRT".
       01 PRT-CAND-REC.
           03 FILLER           PIC A(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-PROGRAM-STATUS       PIC XX VALUE "00".
       01 WS-COURSE-GRADE-STATUS  PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-CAND-PRINT-STATUS    PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-GRADE-OPEN-FLAG      PIC X  VALUE "N".
           88 WS-GRADE-OPEN           VALUE "Y".
       01 WS-COUNTERS.
           03 WS-STUDENTS-READ    PIC 9(5) VALUE 0.
           03 WS-STUDENTS-AUDITED PIC 9(5) VALUE 0.
           03 WS-STUDENTS-CLEARED PIC 9(5) VALUE 0.
           03 WS-NO-PROGRAM-COUNT PIC 9(5) VALUE 0.
      *
      *  One student's audit: every requirement met leaves the
      * student cleared. The course scan keeps the best grade
      * found for the required course in hand.
      *
       01 WS-CLEARED-FLAG         PIC X  VALUE "N".
           88 WS-ALL-MET              VALUE "Y".
       01 WS-NEW-CLEARED          PIC X  VALUE SPACE.
       01 WS-REQ-SUB              PIC 9  VALUE 0.
       01 WS-REQ-COURSE           PIC X(6) VALUE SPACES.
       01 WS-COURSE-END-FLAG      PIC X  VALUE " ".
       01 WS-COURSE-TAKEN-FLAG    PIC X  VALUE "N".
           88 WS-COURSE-TAKEN         VALUE "Y".
       01 WS-BEST-GRADE           PIC 9V9 VALUE 0.
       01 WS-ED-HOURS             PIC ZZ9.
       01 WS-ED-GPA               PIC 9.99.
       01 WS-ED-GRADE             PIC 9.9.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "DEGAUDIT".
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
       01 PRT-AUDIT-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-AUD-HDR-DATE    PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(20) VALUE "DEGREE AUDIT".
       01 PRT-AUDIT-STUDENT-LINE.
           03 PRT-AUD-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-AUD-LAST-NAME   PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AUD-FIRST-NAME  PIC X(12).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-AUD-PROGRAM     PIC X(4).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-AUD-TITLE       PIC X(30).
       01 PRT-AUDIT-COL-HDR.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 FILLER    PIC X(14) VALUE "REQUIREMENT".
           03 FILLER    PIC X(8)  VALUE "NEEDED".
           03 FILLER    PIC X(8)  VALUE "HAS".
           03 FILLER    PIC X(11) VALUE "RESULT".
       01 PRT-AUDIT-REQ-LINE.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-AUD-REQ-LABEL   PIC X(7).
           03 PRT-AUD-REQ-ITEM    PIC X(7).
           03 PRT-AUD-REQ-NEED    PIC X(8).
           03 PRT-AUD-REQ-HAVE    PIC X(8).
           03 PRT-AUD-REQ-RESULT  PIC X(11).
       01 PRT-AUDIT-RESULT-LINE.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 FILLER    PIC X(9)  VALUE "RESULT : ".
           03 PRT-AUD-VERDICT     PIC X(40).
       01 PRT-AUDIT-NO-PROGRAM.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 FILLER    PIC X(32) VALUE
              "PROGRAM NOT ON DEGPROG.DAT".
       01 PRT-AUDIT-TOTAL-1.
           03 FILLER    PIC X(24) VALUE "STUDENTS AUDITED     : ".
           03 PRT-AUD-AUDITED     PIC ZZZZ9.
       01 PRT-AUDIT-TOTAL-2.
           03 FILLER    PIC X(24) VALUE "CLEARED TO GRADUATE  : ".
           03 PRT-AUD-CLEARED     PIC ZZZZ9.
       01 PRT-AUDIT-TOTAL-3.
           03 FILLER    PIC X(24) VALUE "NO PROGRAM DECLARED  : ".
           03 PRT-AUD-NO-PROGRAM  PIC ZZZZ9.
      *
       01 PRT-CAND-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-CAND-HDR-DATE   PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(40) VALUE
              "GRADUATION CANDIDATES - AUDIT CLEARED".
       01 PRT-CAND-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(17) VALUE "LAST NAME".
           03 FILLER    PIC X(13) VALUE "FIRST NAME".
           03 FILLER    PIC X(9)  VALUE "PROGRAM".
           03 FILLER    PIC X(7)  VALUE "HOURS".
           03 FILLER    PIC X(4)  VALUE "GPA".
       01 PRT-CAND-LINE.
           03 PRT-CAND-NUMBER     PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-CAND-LAST-NAME  PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CAND-FIRST-NAME PIC X(12).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CAND-PROGRAM    PIC X(4).
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 PRT-CAND-HOURS      PIC ZZ9.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-CAND-GPA        PIC 9.99.
       01 PRT-CAND-TOTAL.
           03 FILLER    PIC X(24) VALUE "CANDIDATES           : ".
           03 PRT-CAND-COUNT      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the student master for update, the
      * program master and the two reports, audits every student
      * until end of file, prints the totals and logs start/end
      * through the shared RUNLOG routine. No course grade
      * history yet only means no required course has been
      * passed.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           OPEN I-O    SECURE-FILE.
           OPEN INPUT  PROGRAM-FILE.
           OPEN INPUT  COURSE-GRADE-FILE.
           IF WS-COURSE-GRADE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-GRADE-OPEN-FLAG.
           OPEN OUTPUT AUDIT-PRINT.
           OPEN OUTPUT CANDIDATE-PRINT.
                IF WS-SECURE-STATUS     = "00" AND
                   WS-PROGRAM-STATUS    = "00" AND
                   WS-PRINT-STATUS      = "00" AND
                   WS-CAND-PRINT-STATUS = "00"
                      PERFORM 0200-PRINT-HEADERS
                      PERFORM 1000-AUDIT-ONE-STUDENT
                           UNTIL WS-END-OF-FILE
                      PERFORM 3000-PRINT-TOTALS
                      DISPLAY "DEGAUDIT - STUDENTS AUDITED : "
                              WS-STUDENTS-AUDITED
                      DISPLAY "DEGAUDIT - CLEARED          : "
                              WS-STUDENTS-CLEARED
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "DEGAUDIT - CANNOT START"
                      DISPLAY "SECURE-FILE STATUS  : "
                              WS-SECURE-STATUS
                      DISPLAY "PROGRAM-FILE STATUS : "
                              WS-PROGRAM-STATUS
                      DISPLAY "PRINT STATUS        : "
                              WS-PRINT-STATUS " "
                              WS-CAND-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-STUDENTS-CLEARED TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE SECURE-FILE.
           CLOSE PROGRAM-FILE.
           IF WS-GRADE-OPEN
                 CLOSE COURSE-GRADE-FILE.
           CLOSE AUDIT-PRINT.
           CLOSE CANDIDATE-PRINT.
           GOBACK.
      *
       0200-PRINT-HEADERS.
           MOVE WS-TEMP-DATE TO PRT-AUD-HDR-DATE.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-HEADER TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 3.
           MOVE WS-TEMP-DATE TO PRT-CAND-HDR-DATE.
           MOVE SPACES TO PRT-CAND-REC.
           MOVE PRT-CAND-HEADER TO PRT-CAND-REC.
           WRITE PRT-CAND-REC AFTER 3.
           MOVE SPACES TO PRT-CAND-REC.
           MOVE PRT-CAND-COL-HDR TO PRT-CAND-REC.
           WRITE PRT-CAND-REC AFTER 2.
      *
      ****************************************************
      *
      *  This paragraph reads one student. One with a declared
      * program is audited against it; one without is counted.
      * Either way the cleared flag is set to what the audit
      * found and the master rewritten when it changes.
      *
       1000-AUDIT-ONE-STUDENT.
           READ SECURE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-STUDENTS-READ
                 MOVE SPACE TO WS-NEW-CLEARED
                 IF ST-DEGREE-PROGRAM EQUAL SPACES OR
                    ST-DEGREE-PROGRAM EQUAL LOW-VALUES
                       ADD 1 TO WS-NO-PROGRAM-COUNT
                    ELSE
                       PERFORM 1100-AUDIT-AGAINST-PROGRAM
                 END-IF
                 IF ST-DEGREE-CLEARED NOT EQUAL WS-NEW-CLEARED
                       MOVE WS-NEW-CLEARED TO ST-DEGREE-CLEARED
                       REWRITE IN-STUDENT-REC
                 END-IF
           END-IF.
      *
      ****************************************************
      *
      *  This paragraph prints the student's heading and checks
      * each requirement of their program in turn, printing a
      * line for each, then the verdict. A program code that is
      * no longer on the master clears nobody.
      *
       1100-AUDIT-AGAINST-PROGRAM.
           ADD 1 TO WS-STUDENTS-AUDITED.
           MOVE "Y" TO WS-CLEARED-FLAG.
           MOVE ST-DEGREE-PROGRAM TO DP-PROGRAM-CODE.
           MOVE SPACES TO PRT-AUDIT-STUDENT-LINE.
           MOVE ST-NUMBER         TO PRT-AUD-NUMBER.
           MOVE ST-LAST-NAME      TO PRT-AUD-LAST-NAME.
           MOVE ST-FIRST-NAME     TO PRT-AUD-FIRST-NAME.
           MOVE ST-DEGREE-PROGRAM TO PRT-AUD-PROGRAM.
           READ PROGRAM-FILE RECORD KEY IS DP-PROGRAM-CODE
                INVALID KEY
                      MOVE "N" TO WS-CLEARED-FLAG
                NOT INVALID KEY
                      MOVE DP-TITLE TO PRT-AUD-TITLE
           END-READ.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-STUDENT-LINE TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 2.
           IF NOT WS-ALL-MET
                 MOVE SPACES TO PRT-AUDIT-REC
                 MOVE PRT-AUDIT-NO-PROGRAM TO PRT-AUDIT-REC
                 WRITE PRT-AUDIT-REC AFTER 1
              ELSE
                 MOVE SPACES TO PRT-AUDIT-REC
                 MOVE PRT-AUDIT-COL-HDR TO PRT-AUDIT-REC
                 WRITE PRT-AUDIT-REC AFTER 1
                 PERFORM 1200-CHECK-HOURS
                 PERFORM 1300-CHECK-GPA
                 PERFORM 1400-CHECK-ONE-COURSE
                         VARYING WS-REQ-SUB FROM 1 BY 1
                         UNTIL WS-REQ-SUB GREATER 8.
           IF WS-ALL-MET
                 MOVE "C" TO WS-NEW-CLEARED
                 MOVE "CLEARED TO GRADUATE" TO PRT-AUD-VERDICT
                 ADD 1 TO WS-STUDENTS-CLEARED
                 PERFORM 2000-PRINT-CANDIDATE
              ELSE
                 MOVE "REQUIREMENTS OUTSTANDING" TO PRT-AUD-VERDICT.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-RESULT-LINE TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 1.
      *
       1200-CHECK-HOURS.
           MOVE SPACES TO PRT-AUDIT-REQ-LINE.
           MOVE "HOURS"          TO PRT-AUD-REQ-LABEL.
           MOVE DP-HOURS-NEEDED  TO WS-ED-HOURS.
           MOVE WS-ED-HOURS      TO PRT-AUD-REQ-NEED.
           MOVE ST-CRED-HOURS    TO WS-ED-HOURS.
           MOVE WS-ED-HOURS      TO PRT-AUD-REQ-HAVE.
           IF ST-CRED-HOURS LESS DP-HOURS-NEEDED
                 MOVE "N" TO WS-CLEARED-FLAG
                 MOVE "OUTSTANDING" TO PRT-AUD-REQ-RESULT
              ELSE
                 MOVE "MET"         TO PRT-AUD-REQ-RESULT.
           PERFORM 1900-WRITE-REQ-LINE.
      *
       1300-CHECK-GPA.
           MOVE SPACES TO PRT-AUDIT-REQ-LINE.
           MOVE "GPA"            TO PRT-AUD-REQ-LABEL.
           MOVE DP-MIN-GPA       TO WS-ED-GPA.
           MOVE WS-ED-GPA        TO PRT-AUD-REQ-NEED.
           MOVE ST-GRADE-PNT-AVG TO WS-ED-GPA.
           MOVE WS-ED-GPA        TO PRT-AUD-REQ-HAVE.
           IF ST-GRADE-PNT-AVG LESS DP-MIN-GPA
                 MOVE "N" TO WS-CLEARED-FLAG
                 MOVE "OUTSTANDING" TO PRT-AUD-REQ-RESULT
              ELSE
                 MOVE "MET"         TO PRT-AUD-REQ-RESULT.
           PERFORM 1900-WRITE-REQ-LINE.
      *
      ****************************************************
      *
      *  This paragraph checks one required course slot: the
      * student's attempts at the course are read off the course
      * grade history from the first for that student and
      * course, keeping the best grade.
      *
       1400-CHECK-ONE-COURSE.
           MOVE DP-REQ-COURSE (WS-REQ-SUB) TO WS-REQ-COURSE.
           IF WS-REQ-COURSE NOT EQUAL SPACES AND
              WS-REQ-COURSE NOT EQUAL LOW-VALUES
                 MOVE "N" TO WS-COURSE-TAKEN-FLAG
                 MOVE 0   TO WS-BEST-GRADE
                 MOVE " " TO WS-COURSE-END-FLAG
                 IF WS-GRADE-OPEN
                       MOVE ST-NUMBER     TO CG-NUMBER
                       MOVE WS-REQ-COURSE TO CG-COURSE
                       MOVE SPACES        TO CG-TERM
                       START COURSE-GRADE-FILE
                             KEY IS NOT LESS THAN CG-KEY
                             INVALID KEY MOVE "E" TO WS-COURSE-END-FLAG
                       END-START
                    ELSE
                       MOVE "E" TO WS-COURSE-END-FLAG
                 END-IF
                 PERFORM 1410-SCAN-ONE-ATTEMPT
                         UNTIL WS-COURSE-END-FLAG = "E"
                 MOVE SPACES TO PRT-AUDIT-REQ-LINE
                 MOVE "COURSE"      TO PRT-AUD-REQ-LABEL
                 MOVE WS-REQ-COURSE TO PRT-AUD-REQ-ITEM
                 MOVE "PASS"        TO PRT-AUD-REQ-NEED
                 IF WS-COURSE-TAKEN
                       MOVE WS-BEST-GRADE TO WS-ED-GRADE
                       MOVE WS-ED-GRADE   TO PRT-AUD-REQ-HAVE
                    ELSE
                       MOVE "NONE"        TO PRT-AUD-REQ-HAVE
                 END-IF
                 IF WS-BEST-GRADE GREATER ZERO
                       MOVE "MET"         TO PRT-AUD-REQ-RESULT
                    ELSE
                       MOVE "N" TO WS-CLEARED-FLAG
                       MOVE "OUTSTANDING" TO PRT-AUD-REQ-RESULT
                 END-IF
                 PERFORM 1900-WRITE-REQ-LINE
           END-IF.
      *
       1410-SCAN-ONE-ATTEMPT.
           READ COURSE-GRADE-FILE NEXT RECORD
                AT END MOVE "E" TO WS-COURSE-END-FLAG
           END-READ.
           IF WS-COURSE-END-FLAG NOT EQUAL "E"
              IF CG-NUMBER NOT EQUAL ST-NUMBER OR
                 CG-COURSE NOT EQUAL WS-REQ-COURSE
                    MOVE "E" TO WS-COURSE-END-FLAG
              ELSE
                 MOVE "Y" TO WS-COURSE-TAKEN-FLAG
                 IF CG-GRADE-POINTS GREATER WS-BEST-GRADE
                       MOVE CG-GRADE-POINTS TO WS-BEST-GRADE.
      *
       1900-WRITE-REQ-LINE.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-REQ-LINE TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 1.
      *
       2000-PRINT-CANDIDATE.
           MOVE SPACES TO PRT-CAND-LINE.
           MOVE ST-NUMBER         TO PRT-CAND-NUMBER.
           MOVE ST-LAST-NAME      TO PRT-CAND-LAST-NAME.
           MOVE ST-FIRST-NAME     TO PRT-CAND-FIRST-NAME.
           MOVE ST-DEGREE-PROGRAM TO PRT-CAND-PROGRAM.
           MOVE ST-CRED-HOURS     TO PRT-CAND-HOURS.
           MOVE ST-GRADE-PNT-AVG  TO PRT-CAND-GPA.
           MOVE SPACES TO PRT-CAND-REC.
           MOVE PRT-CAND-LINE TO PRT-CAND-REC.
           WRITE PRT-CAND-REC AFTER 1.
      *
       3000-PRINT-TOTALS.
           MOVE WS-STUDENTS-AUDITED TO PRT-AUD-AUDITED.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-TOTAL-1 TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 3.
           MOVE WS-STUDENTS-CLEARED TO PRT-AUD-CLEARED.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-TOTAL-2 TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 1.
           MOVE WS-NO-PROGRAM-COUNT TO PRT-AUD-NO-PROGRAM.
           MOVE SPACES TO PRT-AUDIT-REC.
           MOVE PRT-AUDIT-TOTAL-3 TO PRT-AUDIT-REC.
           WRITE PRT-AUDIT-REC AFTER 1.
           MOVE WS-STUDENTS-CLEARED TO PRT-CAND-COUNT.
           MOVE SPACES TO PRT-CAND-REC.
           MOVE PRT-CAND-TOTAL TO PRT-CAND-REC.
           WRITE PRT-CAND-REC AFTER 2.
      *
      ****************************************************
      *
