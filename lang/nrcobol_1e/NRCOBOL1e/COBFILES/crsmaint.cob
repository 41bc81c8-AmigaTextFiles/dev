      * code, an existing course comes up for correction, a new
      * code starts blank.
      *
      *  A course is taught each term in one or more sections
      * kept on SECTION.DAT - course, term and a two-character
      * section code, with the seat capacity and the meeting
      * days and times. After a course is saved its sections
      * for a term (the current one offered first) can be
      * maintained on the same pass. Days are keyed by position
      * M T W R F S, a space where the section does not meet;
      * times are 24-hour HHMM. The seats taken and the next
      * waitlist number are ENRLMNT's to keep and show here
      * only; capacity cannot be cut below the seats taken.
      *
      *  Up to four prerequisite courses can be named for a
      * course, each with the minimum grade (in grade points,
      * 0.0 to 4.0) the student must have earned in it; ENRLMNT
      * checks them against the course-grade history before it
      * enrolls anyone. A prerequisite must itself be on the
      * course master and cannot be the course itself.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.

            SELECT           SECTION-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    SC-KEY
            FILE STATUS IS   WS-SECTION-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03 CO-COURSE-CODE   PIC X(6).
           03 CO-TITLE         PIC X(20).
           03 CO-CRED-HOURS    PIC 9.
           03 CO-PREREQS.
               05 CO-PREREQ OCCURS 4 TIMES.
                   07 CO-PREREQ-CODE PIC X(6).
                   07 CO-PREREQ-MIN  PIC 9V9.
      *
       FD SECTION-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SECTION.DAT".
       01 IN-SECTION-REC.
           03 SC-KEY.
               05 SC-COURSE    PIC X(6).
               05 SC-TERM      PIC X(6).
               05 SC-SECTION   PIC XX.
           03 SC-CAPACITY      PIC 9(3).
           03 SC-ENROLLED      PIC 9(3).
           03 SC-DAYS          PIC X(6).
           03 SC-START-TIME    PIC 9(4).
           03 SC-END-TIME      PIC 9(4).
           03 SC-ROOM          PIC X(6).
           03 SC-NEXT-WAIT     PIC 9(3).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-SECTION-STATUS       PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-STOP-PASS-FLAG       PIC X  VALUE " ".
       01 WS-SECTION-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-SECTION-FOUND        VALUE "Y".
       01 WS-SECTION-OK-FLAG      PIC X  VALUE "N".
           88 WS-SECTION-OK           VALUE "Y".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT     PIC 9(5) VALUE 0.
           03 WS-CO-COURSE-CODE   PIC X(6)  VALUE SPACES.
           03 WS-CO-TITLE         PIC X(20) VALUE SPACES.
           03 WS-CO-CRED-HOURS    PIC 9     VALUE 0.
      *
      *  The prerequisites as keyed, one named field per screen
      * line, with a table view for the checks and the moves.
      *
       01 WS-CO-PREREQS.
           03 WS-CO-PREREQ-1      PIC X(6)  VALUE SPACES.
           03 WS-CO-MIN-1         PIC 9V9   VALUE 0.
           03 WS-CO-PREREQ-2      PIC X(6)  VALUE SPACES.
           03 WS-CO-MIN-2         PIC 9V9   VALUE 0.
           03 WS-CO-PREREQ-3      PIC X(6)  VALUE SPACES.
           03 WS-CO-MIN-3         PIC 9V9   VALUE 0.
           03 WS-CO-PREREQ-4      PIC X(6)  VALUE SPACES.
           03 WS-CO-MIN-4         PIC 9V9   VALUE 0.
       01 WS-CO-PREREQ-TABLE REDEFINES WS-CO-PREREQS.
           03 WS-CO-PREREQ        OCCURS 4 TIMES.
               05 WS-CO-PREREQ-CODE PIC X(6).
               05 WS-CO-PREREQ-MIN  PIC 9V9.
       01 WS-PRQ-SUB              PIC 9 VALUE 0.
       01 WS-PREREQ-OK-FLAG       PIC X  VALUE "N".
           88 WS-PREREQ-OK            VALUE "Y".
       01 WS-MAX-GRADE-POINTS     PIC 9V9  VALUE 4.0.
      *
       01 WS-SECTION-REC.
           03 WS-SC-TERM          PIC X(6)  VALUE SPACES.
           03 WS-SC-SECTION       PIC XX    VALUE SPACES.
           03 WS-SC-CAPACITY      PIC 9(3)  VALUE 0.
           03 WS-SC-ENROLLED      PIC 9(3)  VALUE 0.
           03 WS-SC-DAYS          PIC X(6)  VALUE SPACES.
           03 WS-SC-START-TIME    PIC 9(4)  VALUE 0.
           03 WS-SC-END-TIME      PIC 9(4)  VALUE 0.
           03 WS-SC-ROOM          PIC X(6)  VALUE SPACES.
           03 WS-SC-NEXT-WAIT     PIC 9(3)  VALUE 0.
      *
      *  Meeting days are checked position by position against
      * the day letters; times split into hours and minutes.
      *
       01 WS-DAY-LETTERS          PIC X(6) VALUE "MTWRFS".
       01 WS-DAY-LETTER-TBL REDEFINES WS-DAY-LETTERS.
           03 WS-DAY-LETTER       PIC X OCCURS 6 TIMES.
       01 WS-DAY-KEYED-TBL.
           03 WS-DAY-KEYED        PIC X OCCURS 6 TIMES.
       01 WS-DAY-SUB              PIC 9 VALUE 0.
       01 WS-TIME-CHECK           PIC 9(4) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
           03 WS-TIME-HH          PIC 99.
           03 WS-TIME-MM          PIC 99.
      *
      *  Sections default to the current term, from GPATERM.DAT
      * the way GPAUPDT reads it, YYYYMM of the run date when
      * the registry has not set one.
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
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 30    PIC 9
              USING WS-CO-CRED-HOURS.
           03 LINE 10 COLUMN 5     VALUE "PREREQUISITE 1".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 30    PIC X(6) USING WS-CO-PREREQ-1.
           03 LINE 10 COLUMN 38    VALUE "MINIMUM GRADE : ".
           03 LINE 10 COLUMN 54    PIC 9.9 USING WS-CO-MIN-1.
           03 LINE 11 COLUMN 5     VALUE "PREREQUISITE 2".
           03 LINE 11 COLUMN 29    VALUE ": ".
           03 LINE 11 COLUMN 30    PIC X(6) USING WS-CO-PREREQ-2.
           03 LINE 11 COLUMN 38    VALUE "MINIMUM GRADE : ".
           03 LINE 11 COLUMN 54    PIC 9.9 USING WS-CO-MIN-2.
           03 LINE 12 COLUMN 5     VALUE "PREREQUISITE 3".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 30    PIC X(6) USING WS-CO-PREREQ-3.
           03 LINE 12 COLUMN 38    VALUE "MINIMUM GRADE : ".
           03 LINE 12 COLUMN 54    PIC 9.9 USING WS-CO-MIN-3.
           03 LINE 13 COLUMN 5     VALUE "PREREQUISITE 4".
           03 LINE 13 COLUMN 29    VALUE ": ".
           03 LINE 13 COLUMN 30    PIC X(6) USING WS-CO-PREREQ-4.
           03 LINE 13 COLUMN 38    VALUE "MINIMUM GRADE : ".
           03 LINE 13 COLUMN 54    PIC 9.9 USING WS-CO-MIN-4.
       01 COURSE-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW COURSE - KEY IN ITS DETAILS".
       01 COURSE-SAVE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE THIS COURSE? (Y/N) > ".
           03 LINE 15 COLUMN 31    PIC X TO WS-RESPONCE AUTO.
       01 COURSE-SAVED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "COURSE RECORD SAVED".
       01 PREREQ-BAD-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "PREREQUISITE NOT ON FILE OR GRADE OVER 4.0 - ".
           03 LINE 17 COLUMN 50    HIGHLIGHT VALUE "NOT SAVED".
       01 SECTIONS-PROMPT.
           03 LINE 19 COLUMN 1     BLANK LINE.
           03 LINE 19 COLUMN 5     VALUE
              "MAINTAIN SECTIONS OF THIS COURSE? (Y/N) > ".
           03 LINE 19 COLUMN 47    PIC X TO WS-RESPONCE AUTO.
       01 SECTION-KEY-PROMPT.
           03 LINE 2  COLUMN 5     VALUE "SECTIONS OF ".
           03 LINE 2  COLUMN 17    PIC X(6) FROM WS-CO-COURSE-CODE.
           03 LINE 2  COLUMN 24    PIC X(20) FROM WS-CO-TITLE.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "TERM                           : ".
           03 LINE 4  COLUMN 38    PIC X(6)
              USING WS-SC-TERM AUTO.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "SECTION (SPACES TO STOP)       : ".
           03 LINE 5  COLUMN 38    PIC XX
              TO WS-SC-SECTION AUTO.
       01 SECTION-ENTRY-SCREEN.
           03 LINE 7  COLUMN 5     VALUE "SEAT CAPACITY".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 31    PIC 9(3) USING WS-SC-CAPACITY.
           03 LINE 8  COLUMN 5     VALUE "MEETS ON (MTWRFS)".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 31    PIC X(6) USING WS-SC-DAYS.
           03 LINE 9  COLUMN 5     VALUE "FROM (HHMM)".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 31    PIC 9(4) USING WS-SC-START-TIME.
           03 LINE 10 COLUMN 5     VALUE "TO   (HHMM)".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 31    PIC 9(4) USING WS-SC-END-TIME.
           03 LINE 11 COLUMN 5     VALUE "ROOM".
           03 LINE 11 COLUMN 29    VALUE ": ".
           03 LINE 11 COLUMN 31    PIC X(6) USING WS-SC-ROOM.
       01 SECTION-TAKEN-SCREEN.
           03 LINE 12 COLUMN 5     VALUE "SEATS TAKEN / WAITLIST".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 31    PIC ZZ9 FROM WS-SC-ENROLLED.
           03 LINE 12 COLUMN 35    PIC ZZ9 FROM WS-SC-NEXT-WAIT.
       01 SECTION-NEW-MSG.
           03 LINE 6  COLUMN 1     BLANK LINE.
           03 LINE 6  COLUMN 5     VALUE
              "NEW SECTION - KEY IN ITS DETAILS".
       01 SECTION-SAVE-PROMPT.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     VALUE
              "SAVE THIS SECTION? (Y/N) > ".
           03 LINE 14 COLUMN 32    PIC X TO WS-RESPONCE AUTO.
       01 SECTION-SAVED-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE "SECTION RECORD SAVED".
       01 SECTION-BAD-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "DAYS, TIMES OR CAPACITY NOT VALID - NOT SAVED".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-OPEN-COURSE-FILE.
           PERFORM 0200-SET-TERM-CODE.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                 IF WS-COURSE-STATUS  NOT EQUAL "00" OR
                    WS-SECTION-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE COURSE-FILE.
           CLOSE SECTION-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
                 OPEN OUTPUT COURSE-FILE
                 CLOSE COURSE-FILE
                 OPEN I-O COURSE-FILE.
           OPEN I-O SECTION-FILE.
           IF WS-SECTION-STATUS EQUAL "35"
                 OPEN OUTPUT SECTION-FILE
                 CLOSE SECTION-FILE
                 OPEN I-O SECTION-FILE.
      *
       0200-SET-TERM-CODE.
           ACCEPT WS-REAL-DATE FROM DATE.
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
      ****************************************************
      *
           MOVE SPACES TO WS-CO-COURSE-CODE.
           MOVE SPACES TO WS-CO-TITLE.
           MOVE ZERO   TO WS-CO-CRED-HOURS.
           MOVE SPACES TO WS-CO-PREREQ-1 WS-CO-PREREQ-2
                          WS-CO-PREREQ-3 WS-CO-PREREQ-4.
           MOVE ZERO   TO WS-CO-MIN-1 WS-CO-MIN-2
                          WS-CO-MIN-3 WS-CO-MIN-4.
           DISPLAY BLANK-SCREEN.
           ACCEPT  COURSE-CODE-PROMPT.
           IF WS-CO-COURSE-CODE EQUAL SPACES
                            MOVE CO-TITLE      TO WS-CO-TITLE
                            MOVE CO-CRED-HOURS
                                 TO WS-CO-CRED-HOURS
                            PERFORM 1010-FETCH-ONE-PREREQ
                                    VARYING WS-PRQ-SUB FROM 1 BY 1
                                    UNTIL WS-PRQ-SUB GREATER 4
                 END-READ
                 DISPLAY COURSE-ENTRY-SCREEN
                 ACCEPT  COURSE-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT COURSE-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 1050-CHECK-PREREQS
                       IF WS-PREREQ-OK
                             PERFORM 1100-SAVE-COURSE
                          ELSE
                             DISPLAY PREREQ-BAD-MSG
                       END-IF
                 END-IF
                 IF WS-COURSE-FOUND
                       MOVE SPACE TO WS-RESPONCE
                       ACCEPT SECTIONS-PROMPT
                       IF WS-RESPONCE-Y
                             MOVE " " TO WS-STOP-PASS-FLAG
                             MOVE WS-TERM-CODE TO WS-SC-TERM
                             PERFORM 2000-MAINTAIN-ONE-SECTION
                                     UNTIL WS-STOP-PASS-FLAG = "S"
                       END-IF
                 END-IF
           END-IF.
      *
       1010-FETCH-ONE-PREREQ.
           IF CO-PREREQ-CODE (WS-PRQ-SUB) EQUAL LOW-VALUES OR
              CO-PREREQ-MIN (WS-PRQ-SUB) NOT NUMERIC
      *  A course written before prerequisites were kept.
                 MOVE SPACES TO WS-CO-PREREQ-CODE (WS-PRQ-SUB)
                 MOVE ZERO   TO WS-CO-PREREQ-MIN (WS-PRQ-SUB)
              ELSE
                 MOVE CO-PREREQ-CODE (WS-PRQ-SUB)
                      TO WS-CO-PREREQ-CODE (WS-PRQ-SUB)
                 MOVE CO-PREREQ-MIN (WS-PRQ-SUB)
                      TO WS-CO-PREREQ-MIN (WS-PRQ-SUB).
      *
      ****************************************************
      *
      *  This paragraph checks each prerequisite keyed is a
      * course on the master other than this one, with a
      * minimum grade no higher than 4.0.
      *
       1050-CHECK-PREREQS.
           MOVE "Y" TO WS-PREREQ-OK-FLAG.
           PERFORM 1060-CHECK-ONE-PREREQ
                   VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB GREATER 4.
      *
       1060-CHECK-ONE-PREREQ.
           IF WS-CO-PREREQ-CODE (WS-PRQ-SUB) NOT EQUAL SPACES
              IF WS-CO-PREREQ-CODE (WS-PRQ-SUB) EQUAL
                 WS-CO-COURSE-CODE OR
                 WS-CO-PREREQ-MIN (WS-PRQ-SUB) GREATER
                 WS-MAX-GRADE-POINTS
                    MOVE "N" TO WS-PREREQ-OK-FLAG
              ELSE
                 MOVE WS-CO-PREREQ-CODE (WS-PRQ-SUB)
                      TO CO-COURSE-CODE
                 READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                      INVALID KEY
                            MOVE "N" TO WS-PREREQ-OK-FLAG
                 END-READ.
      *
       1100-SAVE-COURSE.
           MOVE WS-CO-COURSE-CODE TO CO-COURSE-CODE.
           MOVE WS-CO-TITLE       TO CO-TITLE.
           MOVE WS-CO-CRED-HOURS  TO CO-CRED-HOURS.
           PERFORM 1110-MOVE-ONE-PREREQ
                   VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB GREATER 4.
           IF WS-COURSE-FOUND
                 REWRITE IN-COURSE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 WRITE IN-COURSE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           MOVE "Y" TO WS-COURSE-FOUND-FLAG.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY COURSE-SAVED-MSG.
      *
       1110-MOVE-ONE-PREREQ.
           MOVE WS-CO-PREREQ-CODE (WS-PRQ-SUB)
                TO CO-PREREQ-CODE (WS-PRQ-SUB).
           MOVE WS-CO-PREREQ-MIN (WS-PRQ-SUB)
                TO CO-PREREQ-MIN (WS-PRQ-SUB).
      *
      ****************************************************
      *
      *  This paragraph maintains one section of the course per
      * pass: the keyed term and section are fetched, an
      * existing section comes up for correction, a new one
      * starts empty. Keying a blank section returns to the
      * course code.
      *
       2000-MAINTAIN-ONE-SECTION.
           MOVE SPACES TO WS-SC-SECTION.
           DISPLAY BLANK-SCREEN.
           ACCEPT  SECTION-KEY-PROMPT.
           IF WS-SC-SECTION EQUAL SPACES
                 MOVE "S" TO WS-STOP-PASS-FLAG
              ELSE
                 PERFORM 2100-FETCH-SECTION
                 DISPLAY SECTION-ENTRY-SCREEN
                 DISPLAY SECTION-TAKEN-SCREEN
                 ACCEPT  SECTION-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT SECTION-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 2200-CHECK-SECTION
                       IF WS-SECTION-OK
                             PERFORM 2300-SAVE-SECTION
                          ELSE
                             DISPLAY SECTION-BAD-MSG
                       END-IF
                 END-IF
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
           END-IF.
      *
       2100-FETCH-SECTION.
           MOVE "N"    TO WS-SECTION-FOUND-FLAG.
           MOVE ZERO   TO WS-SC-CAPACITY.
           MOVE ZERO   TO WS-SC-ENROLLED.
           MOVE SPACES TO WS-SC-DAYS.
           MOVE ZERO   TO WS-SC-START-TIME.
           MOVE ZERO   TO WS-SC-END-TIME.
           MOVE SPACES TO WS-SC-ROOM.
           MOVE ZERO   TO WS-SC-NEXT-WAIT.
           MOVE WS-CO-COURSE-CODE TO SC-COURSE.
           MOVE WS-SC-TERM        TO SC-TERM.
           MOVE WS-SC-SECTION     TO SC-SECTION.
           READ SECTION-FILE RECORD KEY IS SC-KEY
                INVALID KEY
                      DISPLAY SECTION-NEW-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-SECTION-FOUND-FLAG
                      MOVE SC-CAPACITY   TO WS-SC-CAPACITY
                      MOVE SC-ENROLLED   TO WS-SC-ENROLLED
                      MOVE SC-DAYS       TO WS-SC-DAYS
                      MOVE SC-START-TIME TO WS-SC-START-TIME
                      MOVE SC-END-TIME   TO WS-SC-END-TIME
                      MOVE SC-ROOM       TO WS-SC-ROOM
                      MOVE SC-NEXT-WAIT  TO WS-SC-NEXT-WAIT
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph checks the section keyed: a capacity no
      * smaller than the seats already taken, at least one day
      * with each keyed day in its own position, and real times
      * with the class ending after it starts.
      *
       2200-CHECK-SECTION.
           MOVE "Y" TO WS-SECTION-OK-FLAG.
           IF WS-SC-CAPACITY EQUAL 0 OR
              WS-SC-CAPACITY LESS WS-SC-ENROLLED
                 MOVE "N" TO WS-SECTION-OK-FLAG.
           IF WS-SC-DAYS EQUAL SPACES
                 MOVE "N" TO WS-SECTION-OK-FLAG.
           INSPECT WS-SC-DAYS CONVERTING "mtwrfs" TO "MTWRFS".
           MOVE WS-SC-DAYS TO WS-DAY-KEYED-TBL.
           PERFORM 2210-CHECK-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB GREATER 6.
           MOVE WS-SC-START-TIME TO WS-TIME-CHECK.
           IF WS-TIME-HH GREATER 23 OR WS-TIME-MM GREATER 59
                 MOVE "N" TO WS-SECTION-OK-FLAG.
           MOVE WS-SC-END-TIME TO WS-TIME-CHECK.
           IF WS-TIME-HH GREATER 23 OR WS-TIME-MM GREATER 59
                 MOVE "N" TO WS-SECTION-OK-FLAG.
           IF WS-SC-END-TIME NOT GREATER WS-SC-START-TIME
                 MOVE "N" TO WS-SECTION-OK-FLAG.
      *
       2210-CHECK-ONE-DAY.
           IF WS-DAY-KEYED (WS-DAY-SUB) NOT EQUAL SPACE AND
              WS-DAY-KEYED (WS-DAY-SUB) NOT EQUAL
                             WS-DAY-LETTER (WS-DAY-SUB)
                 MOVE "N" TO WS-SECTION-OK-FLAG.
      *
       2300-SAVE-SECTION.
           MOVE WS-CO-COURSE-CODE TO SC-COURSE.
           MOVE WS-SC-TERM        TO SC-TERM.
           MOVE WS-SC-SECTION     TO SC-SECTION.
           MOVE WS-SC-CAPACITY    TO SC-CAPACITY.
           MOVE WS-SC-ENROLLED    TO SC-ENROLLED.
           MOVE WS-SC-DAYS        TO SC-DAYS.
           MOVE WS-SC-START-TIME  TO SC-START-TIME.
           MOVE WS-SC-END-TIME    TO SC-END-TIME.
           MOVE WS-SC-ROOM        TO SC-ROOM.
           MOVE WS-SC-NEXT-WAIT   TO SC-NEXT-WAIT.
           IF WS-SECTION-FOUND
                 REWRITE IN-SECTION-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-SECTION-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY SECTION-SAVED-MSG.
      *
      ****************************************************
      *
