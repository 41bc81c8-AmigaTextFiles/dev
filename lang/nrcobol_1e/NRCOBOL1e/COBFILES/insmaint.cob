       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INSMAINT.
      *PROGRAM DISCRIPTION.
      *
      *  Screen maintenance for the instructor master
      * INSTRUC.DAT: one record per instructor, keyed by the
      * operator id the instructor signs on to OPRLOGIN with,
      * carrying their name and up to six courses off the course
      * master COURSE.DAT that they teach. GRDENTRY lets an
      * instructor key grades for those courses only, and
      * GRDCLOSE reports missing grades instructor by
      * instructor.
      *
      *  A course taught must be on COURSE.DAT and may be listed
      * once only; an unused slot is left blank. Maintained the
      * way DEGMAINT maintains a degree program.
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

            SELECT           COURSE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.
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
       WORKING-STORAGE SECTION.
       01 WS-INSTRUCTOR-STATUS    PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT     PIC 9(5) VALUE 0.
       01 WS-INSTRUCTOR-FOUND-FLAG PIC X VALUE "N".
           88 WS-INSTRUCTOR-FOUND     VALUE "Y".
       01 WS-INSTRUCTOR-OK-FLAG   PIC X  VALUE "N".
           88 WS-INSTRUCTOR-OK        VALUE "Y".
       01 WS-COURSE-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-COURSE-OPEN          VALUE "Y".
      *
      *  The instructor as keyed. The courses taught are keyed
      * as six named fields and checked as a table laid the
      * same way as IR-COURSES.
      *
       01 WS-IR-INSTRUCTOR-ID     PIC X(6)  VALUE SPACES.
       01 WS-IR-NAME              PIC X(24) VALUE SPACES.
       01 WS-IR-COURSES.
           03 WS-IR-COURSE-1      PIC X(6) VALUE SPACES.
           03 WS-IR-COURSE-2      PIC X(6) VALUE SPACES.
           03 WS-IR-COURSE-3      PIC X(6) VALUE SPACES.
           03 WS-IR-COURSE-4      PIC X(6) VALUE SPACES.
           03 WS-IR-COURSE-5      PIC X(6) VALUE SPACES.
           03 WS-IR-COURSE-6      PIC X(6) VALUE SPACES.
       01 WS-IR-COURSE-TABLE REDEFINES WS-IR-COURSES.
           03 WS-IR-COURSE OCCURS 6 TIMES PIC X(6).
       01 WS-CRS-SUB              PIC 9 VALUE 0.
       01 WS-DUP-SUB              PIC 9 VALUE 0.
       01 WS-BAD-COURSE           PIC X(6) VALUE SPACES.
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "INSMAINT".
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
       01 LEVEL-REFUSED-MSG.
           03 LINE 24 COLUMN 5   HIGHLIGHT VALUE
            "INSTRUCTOR MAINTENANCE NOT PERMITTED AT YOUR LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 INSTRUCTOR-PROMPT.
           03 LINE 2  COLUMN 26    VALUE "INSTRUCTORS".
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "OPERATOR ID (SPACES TO STOP): ".
           03 LINE 4  COLUMN 35    PIC X(6)
              USING WS-IR-INSTRUCTOR-ID AUTO.
       01 INSTRUCTOR-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW INSTRUCTOR - KEY IN NAME AND COURSES TAUGHT".
       01 INSTRUCTOR-ENTRY-SCREEN.
           03 LINE 7  COLUMN 5     VALUE "INSTRUCTOR NAME".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 31    PIC X(24) USING WS-IR-NAME.
           03 LINE 9  COLUMN 5     VALUE "COURSES TAUGHT".
           03 LINE 10 COLUMN 5     VALUE "1 :".
           03 LINE 10 COLUMN 9     PIC X(6) USING WS-IR-COURSE-1.
           03 LINE 10 COLUMN 20    VALUE "2 :".
           03 LINE 10 COLUMN 24    PIC X(6) USING WS-IR-COURSE-2.
           03 LINE 10 COLUMN 35    VALUE "3 :".
           03 LINE 10 COLUMN 39    PIC X(6) USING WS-IR-COURSE-3.
           03 LINE 11 COLUMN 5     VALUE "4 :".
           03 LINE 11 COLUMN 9     PIC X(6) USING WS-IR-COURSE-4.
           03 LINE 11 COLUMN 20    VALUE "5 :".
           03 LINE 11 COLUMN 24    PIC X(6) USING WS-IR-COURSE-5.
           03 LINE 11 COLUMN 35    VALUE "6 :".
           03 LINE 11 COLUMN 39    PIC X(6) USING WS-IR-COURSE-6.
       01 INSTRUCTOR-SAVE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE THIS INSTRUCTOR? (Y/N) > ".
           03 LINE 15 COLUMN 35    PIC X TO WS-RESPONCE AUTO.
       01 INSTRUCTOR-SAVED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "INSTRUCTOR SAVED".
       01 BAD-INSTRUCTOR-MSG.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "INSTRUCTOR NAME NEEDED - NOT SAVED".
       01 BAD-COURSE-MSG.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "NOT ON COURSE.DAT OR LISTED TWICE : ".
           03 LINE 17 COLUMN 41    HIGHLIGHT PIC X(6)
              FROM WS-BAD-COURSE.
           03 LINE 17 COLUMN 48    HIGHLIGHT VALUE "- NOT SAVED".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 22 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-INSTRUCTOR-STATUS.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the instructor master for update
      * (creating it empty on the very first run) and the
      * course master to check courses taught against, signs
      * the operator on through the shared OPRLOGIN routine and
      * maintains one instructor per pass until a blank id is
      * keyed. Start and end log through the shared RUNLOG
      * routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           OPEN I-O INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS EQUAL "35"
                 OPEN OUTPUT INSTRUCTOR-FILE
                 CLOSE INSTRUCTOR-FILE
                 OPEN I-O INSTRUCTOR-FILE.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-COURSE-OPEN-FLAG.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF NOT WS-CREDENTIAL-FOUND
                 DISPLAY WRONG-CODE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
              IF WS-SECURITY-LEVEL LESS WS-SENIOR-LEVEL-NEEDED
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                 IF WS-INSTRUCTOR-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
                       MOVE SPACES TO WS-IR-INSTRUCTOR-ID
                       PERFORM 1000-MAINTAIN-ONE-INSTRUCTOR
                               UNTIL WS-STOP-RUN-FLAG = "S"
                       MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE INSTRUCTOR-FILE.
           IF WS-COURSE-OPEN
                 CLOSE COURSE-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      ****************************************************
      *
      *  This paragraph maintains one instructor per pass: an
      * existing instructor comes up for correction, a new one
      * starts blank. Keying a blank id ends the run.
      *
       1000-MAINTAIN-ONE-INSTRUCTOR.
           DISPLAY BLANK-SCREEN.
           ACCEPT  INSTRUCTOR-PROMPT.
           IF WS-IR-INSTRUCTOR-ID EQUAL SPACES
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
                 PERFORM 1100-FETCH-INSTRUCTOR
                 DISPLAY INSTRUCTOR-ENTRY-SCREEN
                 ACCEPT  INSTRUCTOR-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT INSTRUCTOR-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 2000-CHECK-INSTRUCTOR
                       IF WS-INSTRUCTOR-OK
                             PERFORM 3000-SAVE-INSTRUCTOR
                       END-IF
                 END-IF
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
                 MOVE SPACES TO WS-IR-INSTRUCTOR-ID
           END-IF.
      *
       1100-FETCH-INSTRUCTOR.
           MOVE "N" TO WS-INSTRUCTOR-FOUND-FLAG.
           MOVE SPACES TO WS-IR-NAME.
           MOVE SPACES TO WS-IR-COURSES.
           MOVE WS-IR-INSTRUCTOR-ID TO IR-INSTRUCTOR-ID.
           READ INSTRUCTOR-FILE RECORD KEY IS IR-INSTRUCTOR-ID
                INVALID KEY
                      DISPLAY INSTRUCTOR-NEW-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-INSTRUCTOR-FOUND-FLAG
                      MOVE IR-NAME    TO WS-IR-NAME
                      MOVE IR-COURSES TO WS-IR-COURSES
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph checks the instructor keyed: a name is
      * needed, and every course taught must be on the course
      * master and named only once.
      *
       2000-CHECK-INSTRUCTOR.
           MOVE "Y" TO WS-INSTRUCTOR-OK-FLAG.
           MOVE SPACES TO WS-BAD-COURSE.
           IF WS-IR-NAME EQUAL SPACES
                 MOVE "N" TO WS-INSTRUCTOR-OK-FLAG
                 DISPLAY BAD-INSTRUCTOR-MSG
              ELSE
                 PERFORM 2100-CHECK-ONE-COURSE
                         VARYING WS-CRS-SUB FROM 1 BY 1
                         UNTIL WS-CRS-SUB GREATER 6
                            OR NOT WS-INSTRUCTOR-OK
                 IF NOT WS-INSTRUCTOR-OK
                       DISPLAY BAD-COURSE-MSG
                 END-IF
           END-IF.
      *
       2100-CHECK-ONE-COURSE.
           IF WS-IR-COURSE (WS-CRS-SUB) NOT EQUAL SPACES
                 IF NOT WS-COURSE-OPEN
                       MOVE "N" TO WS-INSTRUCTOR-OK-FLAG
                    ELSE
                       MOVE WS-IR-COURSE (WS-CRS-SUB)
                            TO CO-COURSE-CODE
                       READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                            INVALID KEY
                                  MOVE "N" TO WS-INSTRUCTOR-OK-FLAG
                       END-READ
                 END-IF
                 IF WS-INSTRUCTOR-OK
                       PERFORM 2110-CHECK-ONE-DUPLICATE
                               VARYING WS-DUP-SUB FROM 1 BY 1
                               UNTIL WS-DUP-SUB NOT LESS WS-CRS-SUB
                 END-IF
                 IF NOT WS-INSTRUCTOR-OK
                       MOVE WS-IR-COURSE (WS-CRS-SUB)
                            TO WS-BAD-COURSE
                 END-IF
           END-IF.
      *
       2110-CHECK-ONE-DUPLICATE.
           IF WS-IR-COURSE (WS-DUP-SUB) EQUAL
              WS-IR-COURSE (WS-CRS-SUB)
                 MOVE "N" TO WS-INSTRUCTOR-OK-FLAG.
      *
       3000-SAVE-INSTRUCTOR.
           MOVE WS-IR-INSTRUCTOR-ID TO IR-INSTRUCTOR-ID.
           MOVE WS-IR-NAME          TO IR-NAME.
           MOVE WS-IR-COURSES       TO IR-COURSES.
           IF WS-INSTRUCTOR-FOUND
                 REWRITE IN-INSTRUCTOR-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-INSTRUCTOR-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY INSTRUCTOR-SAVED-MSG.
      *
      ****************************************************
      *
