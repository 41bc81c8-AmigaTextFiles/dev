      *  Edit batch run on the registry's term grades extract
      * before GPAUPDT posts it: every TERMGRAD.DAT record is
      * checked - student number numeric and not zero, course
      * count within the table bound, each course named by its
      * code, its credit hours
      * numeric and its grade points numeric and no higher than
      * 4.0, and no student number appearing twice. Clean records
      * go to TERMGRAD.OK, the file GPAUPDT consumes; bad ones go
           03 TG-NUMBER         PIC 9(6).
           03 TG-COURSE-COUNT   PIC 9.
           03 TG-COURSE         OCCURS 8 TIMES.
               05 TG-COURSE-CODE   PIC X(6).
               05 TG-CREDIT-HOURS  PIC 9.
               05 TG-GRADE-POINTS  PIC 9V9.
      *
       FD CLEAN-GRADES-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TERMGRAD.OK".
       01 OK-TERM-REC           PIC X(79).
      *
       FD EDIT-PRINT
           LABEL RECORD IS STANDARD
           END-IF.
      *
       1020-VALIDATE-ONE-COURSE.
           IF TG-COURSE-CODE (WS-COURSE-SUB) EQUAL SPACES
                 MOVE "COURSE CODE MISSING"
                      TO WS-REJECT-REASON
              ELSE
              IF TG-CREDIT-HOURS (WS-COURSE-SUB) NOT NUMERIC
                    MOVE "CREDIT HOURS NOT NUMERIC"
                         TO WS-REJECT-REASON
                 ELSE
                 IF TG-GRADE-POINTS (WS-COURSE-SUB) NOT NUMERIC
                       MOVE "GRADE POINTS NOT NUMERIC"
                            TO WS-REJECT-REASON
                    ELSE
                    IF TG-GRADE-POINTS (WS-COURSE-SUB) GREATER
                       WS-MAX-GRADE-POINTS
                          MOVE "GRADE POINTS OVER 4.0"
                               TO WS-REJECT-REASON.
      *
      ****************************************************
      *
