       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DEGMAINT.
      *PROGRAM DISCRIPTION.
      *
      *  Screen maintenance for the degree program master
      * DEGPROG.DAT: one record per program code, carrying the
      * program title, the total earned credit hours a graduate
      * needs, the lowest grade point average they may graduate
      * on and up to eight courses every graduate of the program
      * must have passed. A student declares a program on their
      * SECURITY.DAT2 record; DEGAUDIT measures each student
      * against it to decide who may graduate.
      *
      *  A required course must be on the course master
      * COURSE.DAT and may be listed once only; an unused slot
      * is left blank. Maintained the way CALMAINT maintains a
      * term calendar.
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
            SELECT           PROGRAM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    DP-PROGRAM-CODE
            FILE STATUS IS   WS-PROGRAM-STATUS.

            SELECT           COURSE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       01 WS-PROGRAM-STATUS       PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT     PIC 9(5) VALUE 0.
       01 WS-PROGRAM-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-PROGRAM-FOUND        VALUE "Y".
       01 WS-PROGRAM-OK-FLAG      PIC X  VALUE "N".
           88 WS-PROGRAM-OK           VALUE "Y".
       01 WS-COURSE-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-COURSE-OPEN          VALUE "Y".
       01 WS-MAX-GPA              PIC 9V99 VALUE 4.00.
      *
      *  The program as keyed. The required courses are keyed
      * as eight named fields and checked as a table laid the
      * same way as DP-REQUIRED-COURSES.
      *
       01 WS-DP-PROGRAM-CODE      PIC X(4)  VALUE SPACES.
       01 WS-DP-TITLE             PIC X(30) VALUE SPACES.
       01 WS-DP-HOURS-NEEDED      PIC 9(3)  VALUE 0.
       01 WS-DP-MIN-GPA           PIC 9V99  VALUE 0.
       01 WS-DP-COURSES.
           03 WS-DP-COURSE-1      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-2      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-3      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-4      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-5      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-6      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-7      PIC X(6) VALUE SPACES.
           03 WS-DP-COURSE-8      PIC X(6) VALUE SPACES.
       01 WS-DP-COURSE-TABLE REDEFINES WS-DP-COURSES.
           03 WS-DP-COURSE OCCURS 8 TIMES PIC X(6).
       01 WS-REQ-SUB              PIC 9 VALUE 0.
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "DEGMAINT".
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
            "PROGRAM MAINTENANCE NOT PERMITTED AT YOUR LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 PROGRAM-PROMPT.
           03 LINE 2  COLUMN 26    VALUE "DEGREE PROGRAMS".
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "PROGRAM (SPACES TO STOP): ".
           03 LINE 4  COLUMN 31    PIC X(4)
              USING WS-DP-PROGRAM-CODE AUTO.
       01 PROGRAM-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW PROGRAM - KEY IN ITS REQUIREMENTS".
       01 PROGRAM-ENTRY-SCREEN.
           03 LINE 7  COLUMN 5     VALUE "PROGRAM TITLE".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 31    PIC X(30) USING WS-DP-TITLE.
           03 LINE 8  COLUMN 5     VALUE "TOTAL HOURS REQUIRED".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 31    PIC 9(3)  USING WS-DP-HOURS-NEEDED.
           03 LINE 9  COLUMN 5     VALUE "MINIMUM GPA".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 31    PIC 9.99  USING WS-DP-MIN-GPA.
           03 LINE 11 COLUMN 5     VALUE "REQUIRED COURSES".
           03 LINE 12 COLUMN 5     VALUE "1 :".
           03 LINE 12 COLUMN 9     PIC X(6) USING WS-DP-COURSE-1.
           03 LINE 12 COLUMN 20    VALUE "2 :".
           03 LINE 12 COLUMN 24    PIC X(6) USING WS-DP-COURSE-2.
           03 LINE 12 COLUMN 35    VALUE "3 :".
           03 LINE 12 COLUMN 39    PIC X(6) USING WS-DP-COURSE-3.
           03 LINE 12 COLUMN 50    VALUE "4 :".
           03 LINE 12 COLUMN 54    PIC X(6) USING WS-DP-COURSE-4.
           03 LINE 13 COLUMN 5     VALUE "5 :".
           03 LINE 13 COLUMN 9     PIC X(6) USING WS-DP-COURSE-5.
           03 LINE 13 COLUMN 20    VALUE "6 :".
           03 LINE 13 COLUMN 24    PIC X(6) USING WS-DP-COURSE-6.
           03 LINE 13 COLUMN 35    VALUE "7 :".
           03 LINE 13 COLUMN 39    PIC X(6) USING WS-DP-COURSE-7.
           03 LINE 13 COLUMN 50    VALUE "8 :".
           03 LINE 13 COLUMN 54    PIC X(6) USING WS-DP-COURSE-8.
       01 PROGRAM-SAVE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE THIS DEGREE PROGRAM? (Y/N) > ".
           03 LINE 15 COLUMN 39    PIC X TO WS-RESPONCE AUTO.
       01 PROGRAM-SAVED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "DEGREE PROGRAM SAVED".
       01 BAD-PROGRAM-MSG.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "TITLE AND HOURS NEEDED, GPA UP TO 4.00 - NOT SAVED".
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
              FROM WS-PROGRAM-STATUS.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph opens the program master for update
      * (creating it empty on the very first run) and the
      * course master to check required courses against, signs
      * the operator on through the shared OPRLOGIN routine and
      * maintains one program per pass until a blank code is
      * keyed. Start and end log through the shared RUNLOG
      * routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           OPEN I-O PROGRAM-FILE.
           IF WS-PROGRAM-STATUS EQUAL "35"
                 OPEN OUTPUT PROGRAM-FILE
                 CLOSE PROGRAM-FILE
                 OPEN I-O PROGRAM-FILE.
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
                 IF WS-PROGRAM-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
                       MOVE SPACES TO WS-DP-PROGRAM-CODE
                       PERFORM 1000-MAINTAIN-ONE-PROGRAM
                               UNTIL WS-STOP-RUN-FLAG = "S"
                       MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE PROGRAM-FILE.
           IF WS-COURSE-OPEN
                 CLOSE COURSE-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      ****************************************************
      *
      *  This paragraph maintains one program per pass: an
      * existing program comes up for correction, a new one
      * starts blank. Keying a blank code ends the run.
      *
       1000-MAINTAIN-ONE-PROGRAM.
           DISPLAY BLANK-SCREEN.
           ACCEPT  PROGRAM-PROMPT.
           IF WS-DP-PROGRAM-CODE EQUAL SPACES
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
                 PERFORM 1100-FETCH-PROGRAM
                 DISPLAY PROGRAM-ENTRY-SCREEN
                 ACCEPT  PROGRAM-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT PROGRAM-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 2000-CHECK-PROGRAM
                       IF WS-PROGRAM-OK
                             PERFORM 3000-SAVE-PROGRAM
                       END-IF
                 END-IF
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
                 MOVE SPACES TO WS-DP-PROGRAM-CODE
           END-IF.
      *
       1100-FETCH-PROGRAM.
           MOVE "N" TO WS-PROGRAM-FOUND-FLAG.
           MOVE SPACES TO WS-DP-TITLE.
           MOVE ZERO   TO WS-DP-HOURS-NEEDED.
           MOVE ZERO   TO WS-DP-MIN-GPA.
           MOVE SPACES TO WS-DP-COURSES.
           MOVE WS-DP-PROGRAM-CODE TO DP-PROGRAM-CODE.
           READ PROGRAM-FILE RECORD KEY IS DP-PROGRAM-CODE
                INVALID KEY
                      DISPLAY PROGRAM-NEW-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-PROGRAM-FOUND-FLAG
                      MOVE DP-TITLE            TO WS-DP-TITLE
                      MOVE DP-HOURS-NEEDED     TO WS-DP-HOURS-NEEDED
                      MOVE DP-MIN-GPA          TO WS-DP-MIN-GPA
                      MOVE DP-REQUIRED-COURSES TO WS-DP-COURSES
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph checks the program keyed: it needs a
      * title and a number of hours, a GPA no higher than the
      * 4.00 scale allows, and every required course named must
      * be on the course master and named only once.
      *
       2000-CHECK-PROGRAM.
           MOVE "Y" TO WS-PROGRAM-OK-FLAG.
           MOVE SPACES TO WS-BAD-COURSE.
           IF WS-DP-TITLE EQUAL SPACES OR
              WS-DP-HOURS-NEEDED EQUAL 0 OR
              WS-DP-MIN-GPA GREATER WS-MAX-GPA
                 MOVE "N" TO WS-PROGRAM-OK-FLAG
                 DISPLAY BAD-PROGRAM-MSG
              ELSE
                 PERFORM 2100-CHECK-ONE-COURSE
                         VARYING WS-REQ-SUB FROM 1 BY 1
                         UNTIL WS-REQ-SUB GREATER 8
                            OR NOT WS-PROGRAM-OK
                 IF NOT WS-PROGRAM-OK
                       DISPLAY BAD-COURSE-MSG
                 END-IF
           END-IF.
      *
       2100-CHECK-ONE-COURSE.
           IF WS-DP-COURSE (WS-REQ-SUB) NOT EQUAL SPACES
                 IF NOT WS-COURSE-OPEN
                       MOVE "N" TO WS-PROGRAM-OK-FLAG
                    ELSE
                       MOVE WS-DP-COURSE (WS-REQ-SUB)
                            TO CO-COURSE-CODE
                       READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                            INVALID KEY
                                  MOVE "N" TO WS-PROGRAM-OK-FLAG
                       END-READ
                 END-IF
                 IF WS-PROGRAM-OK
                       PERFORM 2110-CHECK-ONE-DUPLICATE
                               VARYING WS-DUP-SUB FROM 1 BY 1
                               UNTIL WS-DUP-SUB NOT LESS WS-REQ-SUB
                 END-IF
                 IF NOT WS-PROGRAM-OK
                       MOVE WS-DP-COURSE (WS-REQ-SUB)
                            TO WS-BAD-COURSE
                 END-IF
           END-IF.
      *
       2110-CHECK-ONE-DUPLICATE.
           IF WS-DP-COURSE (WS-DUP-SUB) EQUAL
              WS-DP-COURSE (WS-REQ-SUB)
                 MOVE "N" TO WS-PROGRAM-OK-FLAG.
      *
       3000-SAVE-PROGRAM.
           MOVE WS-DP-PROGRAM-CODE TO DP-PROGRAM-CODE.
           MOVE WS-DP-TITLE        TO DP-TITLE.
           MOVE WS-DP-HOURS-NEEDED TO DP-HOURS-NEEDED.
           MOVE WS-DP-MIN-GPA      TO DP-MIN-GPA.
           MOVE WS-DP-COURSES      TO DP-REQUIRED-COURSES.
           IF WS-PROGRAM-FOUND
                 REWRITE IN-PROGRAM-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-PROGRAM-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY PROGRAM-SAVED-MSG.
      *
      ****************************************************
      *
