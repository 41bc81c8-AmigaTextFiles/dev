      * retyping every student's new GPA by hand through
      * SECURITY's 1300-DISPLAY-REC screen edit.
      *
      *  Each course on the extract also posts to the course
      * grade history CRSHIST.DAT, keyed student, course and
      * term, so the system knows which courses a student has
      * passed and with what grade - SECURITY's transcript lists
      * them under each term and ENRLMNT checks prerequisites
      * against them. A course posted again for the same term
      * replaces the earlier grade. Every course posting is
      * journaled to CRSJRNL.DAT alongside the GPA journal so
      * GPABKOUT takes the course grades back out as well.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-JOURNAL-STATUS.

            SELECT           COURSE-GRADE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CG-KEY
            FILE STATUS IS   WS-COURSE-GRADE-STATUS.

            SELECT           COURSE-JOURNAL-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-COURSE-JOURNAL-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
           03 OS-CITY          PIC X(16).
           03 OS-POSTAL-CODE   PIC X(7).
           03 OS-CRED-HOURS    PIC 9(3).
           03 OS-DEGREE-PROGRAM PIC X(4).
           03 OS-DEGREE-CLEARED PIC X.
      *
      *  Input is the edited extract GRADEDIT leaves behind, not
      * the raw registry file - run GRADEDIT first.
           03 TG-NUMBER         PIC 9(6).
           03 TG-COURSE-COUNT   PIC 9.
           03 TG-COURSE         OCCURS 8 TIMES.
               05 TG-COURSE-CODE   PIC X(6).
               05 TG-CREDIT-HOURS  PIC 9.
               05 TG-GRADE-POINTS  PIC 9V9.
      *
           03 JR-OLD-HOURS     PIC 9(3).
           03 FILLER           PIC X.
           03 JR-RUN-DATE      PIC X(8).
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
       FD COURSE-JOURNAL-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CRSJRNL.DAT".
       01 CJ-JOURNAL-REC.
           03 CJ-NUMBER        PIC 9(6).
           03 FILLER           PIC X.
           03 CJ-COURSE        PIC X(6).
           03 FILLER           PIC X.
           03 CJ-TERM          PIC X(6).
           03 FILLER           PIC X.
           03 CJ-ACTION        PIC X.
           03 FILLER           PIC X.
           03 CJ-OLD-HOURS     PIC 9.
           03 FILLER           PIC X.
           03 CJ-OLD-POINTS    PIC 9V9.
           03 FILLER           PIC X.
           03 CJ-RUN-DATE      PIC X(8).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
           03 FILLER              PIC X  VALUE  "/".
           03 WS-TEMP-YEAR        PIC XX.
       01 WS-TERM-PARM-STATUS     PIC XX   VALUE "00".
       01 WS-COURSE-GRADE-STATUS  PIC XX   VALUE "00".
       01 WS-COURSE-JOURNAL-STATUS PIC XX  VALUE "00".
       01 WS-COURSES-POSTED       PIC 9(5) VALUE 0.
       01 WS-STUDENT-FOUND-FLAG   PIC X    VALUE "N".
           88 WS-STUDENT-FOUND         VALUE "Y".
      *
                 OPEN OUTPUT HISTORY-FILE
                 CLOSE HISTORY-FILE
                 OPEN EXTEND HISTORY-FILE.
           OPEN I-O    COURSE-GRADE-FILE.
           IF WS-COURSE-GRADE-STATUS EQUAL "35"
                 OPEN OUTPUT COURSE-GRADE-FILE
                 CLOSE COURSE-GRADE-FILE
                 OPEN I-O COURSE-GRADE-FILE.
      *  The journal starts fresh each run - it records exactly
      * the run just made, so GPABKOUT undoes that run and only
      * that run. It is only opened (and so only truncated) once
      * must not wipe the journal of the run before it.
                IF WS-FILE-STATUS    = "00" AND
                   WS-GRADES-STATUS  = "00" AND
                   WS-HISTORY-STATUS = "00" AND
                   WS-COURSE-GRADE-STATUS = "00"
                      OPEN OUTPUT JOURNAL-FILE
                      OPEN OUTPUT COURSE-JOURNAL-FILE.
                IF WS-FILE-STATUS    = "00" AND
                   WS-GRADES-STATUS  = "00" AND
                   WS-HISTORY-STATUS = "00" AND
                   WS-JOURNAL-STATUS = "00" AND
                   WS-COURSE-GRADE-STATUS   = "00" AND
                   WS-COURSE-JOURNAL-STATUS = "00"
                      PERFORM 1000-PROCESS-GRADES
                           UNTIL WS-END-OF-FILE
                      DISPLAY "GPAUPDT - STUDENTS UPDATED  : "
                              WS-SKIPPED-COUNT
                      DISPLAY "GPAUPDT - NUMBERS NOT FOUND : "
                              WS-NOT-FOUND-COUNT
                      DISPLAY "GPAUPDT - COURSE GRADES     : "
                              WS-COURSES-POSTED
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "GPAUPDT - FILE WOULD NOT OPEN"
                              WS-HISTORY-STATUS
                      DISPLAY "JOURNAL-FILE STATUS      : "
                              WS-JOURNAL-STATUS
                      DISPLAY "COURSE-GRADE-FILE STATUS : "
                              WS-COURSE-GRADE-STATUS
                      DISPLAY "COURSE-JOURNAL STATUS    : "
                              WS-COURSE-JOURNAL-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "            TO WS-RUNLOG-ACTION.
           MOVE WS-UPDATED-COUNT  TO WS-RUNLOG-RECORD-COUNT.
           CLOSE TERM-GRADES-FILE.
           CLOSE HISTORY-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE COURSE-GRADE-FILE.
           CLOSE COURSE-JOURNAL-FILE.
           GOBACK.
      *
      ****************************************************
                               WS-TOTAL-CREDIT-HOURS
                       PERFORM 1020-REWRITE-STUDENT
                       IF WS-STUDENT-FOUND
                             PERFORM 1030-WRITE-HISTORY
                             PERFORM 1040-POST-COURSE-GRADE
                                     VARYING WS-COURSE-SUB FROM 1 BY 1
                                     UNTIL WS-COURSE-SUB GREATER
                                           WS-COURSE-COUNT-USED.
      *
      ****************************************************
      *
           MOVE WS-TOTAL-CREDIT-HOURS TO HG-CREDIT-HOURS.
           MOVE WS-NEW-GPA            TO HG-TERM-GPA.
           WRITE HG-HISTORY-REC.
      *
      ****************************************************
      *
      *  This paragraph posts one course off the extract to the
      * course grade history - a new row for a course not yet
      * posted for this term, otherwise the earlier grade is
      * replaced - and journals what it did, with the grade it
      * replaced, for GPABKOUT. A slot with no course code (an
      * extract built before the codes were carried) posts
      * nothing.
      *
       1040-POST-COURSE-GRADE.
           IF TG-COURSE-CODE (WS-COURSE-SUB) NOT EQUAL SPACES
                 MOVE SPACES TO CJ-JOURNAL-REC
                 MOVE TG-NUMBER    TO CJ-NUMBER
                 MOVE TG-COURSE-CODE (WS-COURSE-SUB) TO CJ-COURSE
                 MOVE WS-TERM-CODE TO CJ-TERM
                 MOVE WS-TEMP-DATE TO CJ-RUN-DATE
                 MOVE 0            TO CJ-OLD-HOURS
                 MOVE 0            TO CJ-OLD-POINTS
                 MOVE TG-NUMBER    TO CG-NUMBER
                 MOVE TG-COURSE-CODE (WS-COURSE-SUB) TO CG-COURSE
                 MOVE WS-TERM-CODE TO CG-TERM
                 READ COURSE-GRADE-FILE RECORD KEY IS CG-KEY
                      INVALID KEY
                            MOVE "A" TO CJ-ACTION
                            PERFORM 1045-FILL-COURSE-GRADE
                            WRITE CG-GRADE-REC
                      NOT INVALID KEY
                            MOVE "R" TO CJ-ACTION
                            MOVE CG-CREDIT-HOURS TO CJ-OLD-HOURS
                            MOVE CG-GRADE-POINTS TO CJ-OLD-POINTS
                            PERFORM 1045-FILL-COURSE-GRADE
                            REWRITE CG-GRADE-REC
                 END-READ
                 WRITE CJ-JOURNAL-REC
                 ADD 1 TO WS-COURSES-POSTED.
      *
       1045-FILL-COURSE-GRADE.
           MOVE TG-NUMBER    TO CG-NUMBER.
           MOVE TG-COURSE-CODE (WS-COURSE-SUB) TO CG-COURSE.
           MOVE WS-TERM-CODE TO CG-TERM.
           MOVE TG-CREDIT-HOURS (WS-COURSE-SUB) TO CG-CREDIT-HOURS.
           MOVE TG-GRADE-POINTS (WS-COURSE-SUB) TO CG-GRADE-POINTS.
           MOVE WS-TEMP-DATE TO CG-POSTED-DATE.
