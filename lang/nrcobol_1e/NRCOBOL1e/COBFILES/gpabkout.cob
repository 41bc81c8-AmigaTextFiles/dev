      * emptied once the restore completes, so running the
      * backout twice cannot re-apply stale values.
      *
      *  The same run's course grade postings are taken back off
      * CRSHIST.DAT from the course journal CRSJRNL.DAT: a
      * course the run added is deleted, one it regraded gets
      * its earlier grade back. A journal left from before
      * course grades were posted is simply not there to read.
      * The course journal is taken back newest entry first, so
      * a course the run touched twice ends on the grade it had
      * before the run, not the one between.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
            ORGANIZATION IS  LINE SEQUENTIAL
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
      *
       DATA DIVISION.
       FILE SECTION.
           03 OS-CITY          PIC X(16).
           03 OS-POSTAL-CODE   PIC X(7).
           03 OS-CRED-HOURS    PIC 9(3).
           03 OS-DEGREE-PROGRAM PIC X(4).
           03 OS-DEGREE-CLEARED PIC X.
      *
       FD JOURNAL-FILE
            LABEL RECORD IS STANDARD
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
               88 CJ-ADDED           VALUE "A".
           03 FILLER           PIC X.
           03 CJ-OLD-HOURS     PIC 9.
           03 FILLER           PIC X.
           03 CJ-OLD-POINTS    PIC 9V9.
           03 FILLER           PIC X.
           03 CJ-RUN-DATE      PIC X(8).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX VALUE "00".
       01 WS-JOURNAL-STATUS       PIC XX VALUE "00".
       01 WS-COURSE-GRADE-STATUS  PIC XX VALUE "00".
       01 WS-COURSE-JOURNAL-STATUS PIC XX VALUE "00".
       01 WS-CJ-END-FLAG          PIC X  VALUE " ".
      *
      *  The course journal is read into this table in the order
      * GPAUPDT wrote it and taken back from the last entry to
      * the first. A journal too long for the table is left
      * untouched for the next backout.
      *
       01 WS-CJ-TABLE.
           03 WS-CJ-ENTRY OCCURS 5000 TIMES.
               05 WS-CJ-NUMBER     PIC 9(6).
               05 WS-CJ-COURSE     PIC X(6).
               05 WS-CJ-TERM       PIC X(6).
               05 WS-CJ-ACTION     PIC X.
                   88 WS-CJ-ADDED        VALUE "A".
               05 WS-CJ-OLD-HOURS  PIC 9.
               05 WS-CJ-OLD-POINTS PIC 9V9.
       01 WS-CJ-MAX               PIC 9(4) VALUE 5000.
       01 WS-CJ-USED              PIC 9(4) VALUE 0.
       01 WS-CJ-SUB               PIC 9(4) VALUE 0.
       01 WS-CJ-FULL-FLAG         PIC X  VALUE "N".
           88 WS-CJ-FULL                VALUE "Y".
       01 WS-COURSES-REVERSED     PIC 9(5) VALUE 0.
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE            VALUE "S".
       01 WS-COUNTERS.
                           UNTIL WS-END-OF-FILE
                      CLOSE JOURNAL-FILE
                      PERFORM 2000-EMPTY-JOURNAL
                      PERFORM 3000-REVERSE-COURSE-GRADES
                      DISPLAY "GPABKOUT - GPAS RESTORED    : "
                              WS-RESTORED-COUNT
                      DISPLAY "GPABKOUT - NUMBERS NOT FOUND: "
                              WS-NOT-FOUND-COUNT
                      DISPLAY "GPABKOUT - COURSES REVERSED : "
                              WS-COURSES-REVERSED
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "GPABKOUT - FILE WOULD NOT OPEN"
      *
      ****************************************************
      *
      *  This paragraph takes the run's course grade postings
      * back off the course history and empties the course
      * journal. The whole journal is loaded first and then
      * walked from its last entry back to its first, each
      * entry undoing what came after it. With no course
      * journal there is nothing to take back; a journal whose
      * history file will not open, or that will not fit the
      * table, is left as it is for the next backout.
      *
       3000-REVERSE-COURSE-GRADES.
           MOVE " " TO WS-CJ-END-FLAG.
           MOVE 0   TO WS-CJ-USED.
           MOVE "N" TO WS-CJ-FULL-FLAG.
           OPEN INPUT COURSE-JOURNAL-FILE.
           IF WS-COURSE-JOURNAL-STATUS EQUAL "00"
                 PERFORM 3050-LOAD-ONE-JOURNAL-ENTRY
                         UNTIL WS-CJ-END-FLAG = "S"
                 CLOSE COURSE-JOURNAL-FILE
                 IF WS-CJ-FULL
                       DISPLAY "GPABKOUT - CRSJRNL.DAT OVER "
                               WS-CJ-MAX " ENTRIES - NOT REVERSED"
                    ELSE
                    OPEN I-O COURSE-GRADE-FILE
                    IF WS-COURSE-GRADE-STATUS EQUAL "00"
                          PERFORM 3100-REVERSE-ONE-COURSE
                                  VARYING WS-CJ-SUB FROM WS-CJ-USED
                                  BY -1 UNTIL WS-CJ-SUB LESS 1
                          CLOSE COURSE-GRADE-FILE
                          OPEN OUTPUT COURSE-JOURNAL-FILE
                          CLOSE COURSE-JOURNAL-FILE
                       ELSE
                          DISPLAY
                              "GPABKOUT - CRSHIST.DAT WOULD NOT OPEN"
                          DISPLAY "COURSE-GRADE-FILE STATUS : "
                                  WS-COURSE-GRADE-STATUS
                    END-IF
                 END-IF
           END-IF.
      *
       3050-LOAD-ONE-JOURNAL-ENTRY.
           READ COURSE-JOURNAL-FILE
                AT END MOVE "S" TO WS-CJ-END-FLAG
           END-READ.
           IF WS-CJ-END-FLAG NOT EQUAL "S"
                 IF WS-CJ-USED NOT LESS WS-CJ-MAX
                       MOVE "Y" TO WS-CJ-FULL-FLAG
                       MOVE "S" TO WS-CJ-END-FLAG
                    ELSE
                       ADD 1 TO WS-CJ-USED
                       MOVE CJ-NUMBER     TO WS-CJ-NUMBER (WS-CJ-USED)
                       MOVE CJ-COURSE     TO WS-CJ-COURSE (WS-CJ-USED)
                       MOVE CJ-TERM       TO WS-CJ-TERM (WS-CJ-USED)
                       MOVE CJ-ACTION     TO WS-CJ-ACTION (WS-CJ-USED)
                       MOVE CJ-OLD-HOURS
                            TO WS-CJ-OLD-HOURS (WS-CJ-USED)
                       MOVE CJ-OLD-POINTS
                            TO WS-CJ-OLD-POINTS (WS-CJ-USED)
                 END-IF
           END-IF.
      *
       3100-REVERSE-ONE-COURSE.
           MOVE WS-CJ-NUMBER (WS-CJ-SUB) TO CG-NUMBER.
           MOVE WS-CJ-COURSE (WS-CJ-SUB) TO CG-COURSE.
           MOVE WS-CJ-TERM (WS-CJ-SUB)   TO CG-TERM.
           READ COURSE-GRADE-FILE RECORD KEY IS CG-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      IF WS-CJ-ADDED (WS-CJ-SUB)
                            DELETE COURSE-GRADE-FILE RECORD
                         ELSE
                            MOVE WS-CJ-OLD-HOURS (WS-CJ-SUB)
                                 TO CG-CREDIT-HOURS
                            MOVE WS-CJ-OLD-POINTS (WS-CJ-SUB)
                                 TO CG-GRADE-POINTS
                            REWRITE CG-GRADE-REC
                      END-IF
                      ADD 1 TO WS-COURSES-REVERSED
           END-READ.
      *
      ****************************************************
      *
