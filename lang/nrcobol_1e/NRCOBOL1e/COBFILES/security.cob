            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TRANSCRIPT-STATUS.

            SELECT           COURSE-GRADE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CG-KEY
            FILE STATUS IS   WS-COURSE-GRADE-STATUS.

            SELECT           PROGRAM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    DP-PROGRAM-CODE
            FILE STATUS IS   WS-PROGRAM-STATUS.

            SELECT           BUSPARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-BUSPARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
      *
       FD SECURE-BAK-FILE
            LABEL RECORD IS STANDARD
           03 ST2-CITY          PIC X(16).
           03 ST2-POSTAL-CODE   PIC X(7).
           03 ST2-CRED-HOURS    PIC 9(3).
           03 ST2-DEGREE-PROGRAM PIC X(4).
           03 ST2-DEGREE-CLEARED PIC X.
      * 
       FD SECURE-PRINT
           LABEL RECORD IS STANDARD
           03 TH-CREDIT-HOURS  PIC 99.
           03 FILLER           PIC X.
           03 TH-TERM-GPA      PIC 9V99.
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
       FD BUSPARM-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01 IN-BUSPARM-REC.
           03 PB-NAME             PIC X(16).
           03 FILLER              PIC X.
           03 PB-VALUE            PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-REC.
           03 WS-ST-CITY          PIC X(16).
           03 WS-ST-POSTAL-CODE   PIC X(7).
           03 WS-ST-CRED-HOURS    PIC 9(3).
           03 WS-ST-DEGREE-PROGRAM PIC X(4).
           03 WS-ST-DEGREE-CLEARED PIC X.
      *
       01 WS-COUNTERS.
           03 WS-PAGE-COUNT       PIC 99.
           03 WS-LK-HELD-TIME      PIC 9(8) VALUE 0.
       01 WS-BAK-LOCK-HELD        PIC X VALUE "N".
       01 WS-TRANSCRIPT-STATUS    PIC XX VALUE "00".
       01 WS-COURSE-GRADE-STATUS  PIC XX VALUE "00".
       01 WS-PROGRAM-STATUS       PIC XX VALUE "00".
       01 WS-PROGRAM-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-PROGRAM-FOUND        VALUE "Y".
      *
      *  Browse-by-name working fields: the operator keys a full
      * or partial last name, the browse STARTs SECURE-FILE on
       01 WS-TRANS-TOTAL-HOURS    PIC 9(4) VALUE 0.
       01 WS-TRANS-QUALITY-PTS    PIC 9(6)V99 VALUE 0.
       01 WS-TRANS-CUM-GPA        PIC 9V99 VALUE 0.
       01 WS-TRANS-GRADE-OPEN-FLAG PIC X VALUE "N".
           88 WS-TRANS-GRADE-OPEN     VALUE "Y".
       01 WS-TRANS-COURSE-END-FLAG PIC X VALUE " ".
       01 WS-AUDIT-TIME           PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACTION         PIC X(4) VALUE SPACES.
      *
           03 WS-AGE-DAYS       PIC S9(7).
           03 WS-AGE-FC         PIC 9.
       01 WS-ST-AGE             PIC 999 VALUE 0.
      *
      *  Business thresholds are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in defaults, so
      * the program still runs on a machine without one. Here they
      * are the security level an operator needs to see each
      * personal field in full - below it the birth date is
      * starred out (the age still shows), the phone number shows
      * its last four digits and the street is starred out.
      *
       01 WS-BUSPARM-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG     PIC X  VALUE " ".
       01 WS-PII-BIRTH-LEVEL      PIC 9  VALUE 3.
       01 WS-PII-PHONE-LEVEL      PIC 9  VALUE 3.
       01 WS-PII-STREET-LEVEL     PIC 9  VALUE 3.
       01 WS-PII-UNMASKED-FLAG    PIC X  VALUE "N".
           88 WS-PII-UNMASKED         VALUE "Y".
       01 WS-PII-BIRTH-SHOW       PIC X(8).
       01 WS-PII-BIRTH-FULL.
           03 WS-PII-BIRTH-DAY    PIC 99.
           03 FILLER              PIC X  VALUE "/".
           03 WS-PII-BIRTH-MONTH  PIC 99.
           03 FILLER              PIC X  VALUE "/".
           03 WS-PII-BIRTH-YEAR   PIC 99.
       01 WS-PII-PHONE-SHOW       PIC X(10).
       01 WS-PII-PHONE-DIGITS     PIC 9(10).
       01 WS-PII-PHONE-PARTS REDEFINES WS-PII-PHONE-DIGITS.
           03 FILLER              PIC X(6).
           03 WS-PII-PHONE-LAST-4 PIC X(4).
       01 WS-PII-STREET-SHOW      PIC X(20).
       01 WS-ROLL-PAR.
           03 WS-RL-DD          PIC 9(2).
           03 WS-RL-MM          PIC 9(2).
       01 PRT-BIRTH-DAY.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(26) VALUE "DATE OF BIRTH           : ".
           03 PRT-ST-BIRTH-DATE   PIC X(8).
           03 FILLER    PIC X(7)  VALUE "  AGE: ".
           03 PRT-ST-AGE          PIC 999.
       01 PRT-PHONE-NUMBER.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(26) VALUE "PHONE NUMBER            : ".
           03 PRT-ST-PHONE-NUMBER PIC X(10).
       01 PRT-ADDRESS.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(26) VALUE "ADDRESS                 : ".
           03 PRT-TRANS-HOURS      PIC Z9.
           03 FILLER               PIC X(10) VALUE SPACES.
           03 PRT-TRANS-GPA        PIC 9.99.
       01 PRT-TRANSCRIPT-COURSE.
           03 FILLER               PIC X(8)  VALUE SPACES.
           03 PRT-TRANS-CRS-CODE   PIC X(6).
           03 FILLER               PIC X(15) VALUE SPACES.
           03 PRT-TRANS-CRS-HOURS  PIC 9.
           03 FILLER               PIC X(10) VALUE SPACES.
           03 PRT-TRANS-CRS-GRADE  PIC 9.9.
       01 PRT-TRANSCRIPT-CUM.
           03 FILLER               PIC X(5)  VALUE SPACES.
           03 FILLER               PIC X(23) VALUE
           03 LINE 19 COLUMN 29           VALUE ": ".
           03 LINE 19 COLUMN 30 PIC 999   USING WS-ST-RECORD-NUMBER.
       01 LEVEL-3.
           03 LEVEL-3-ONLY.
               05 LINE 13 COLUMN 5            VALUE "CLASS STANDING".
               05 LINE 13 COLUMN 29           VALUE ": ".
               05 LINE 13 COLUMN 30 PIC XX    USING  WS-ST-CLASS-STAND.
               05 LINE 15 COLUMN 5            VALUE
                  "GRADE POINT AVERAGE".
               05 LINE 15 COLUMN 29           VALUE ": ".
               05 LINE 15 COLUMN 30 PIC 9V99  USING
                  WS-ST-GRADE-PNT-AVG.
               05 LINE 16 COLUMN 5            VALUE "DEGREE PROGRAM".
               05 LINE 16 COLUMN 29           VALUE ": ".
               05 LINE 16 COLUMN 30 PIC X(4)  USING
                  WS-ST-DEGREE-PROGRAM.
               05 LINE 17 COLUMN 5            VALUE "ACADEMIC STATUS".
               05 LINE 17 COLUMN 29           VALUE ": ".
               05 LINE 17 COLUMN 30 PIC X     USING
                  WS-ST-ACADEM-STATUS.
               05 LINE 18 COLUMN 5            VALUE
                  "EARNED CREDIT HOURS".
               05 LINE 18 COLUMN 29           VALUE ": ".
               05 LINE 18 COLUMN 30 PIC 999   FROM   WS-ST-CRED-HOURS.
               05 LINE 18 COLUMN 36           VALUE
                  "CLEARED TO GRADUATE :".
               05 LINE 18 COLUMN 58 PIC X     FROM
                  WS-ST-DEGREE-CLEARED.
      *
           03 LEVEL-2.
               05 LINE 9  COLUMN 5            VALUE "DATE OF BIRTH".
                  07 LINE 6 COLUMN 30 PIC X(16) USING  WS-ST-LAST-NAME.
                  07 LINE 7 COLUMN 23           VALUE "FIRST : ".
                  07 LINE 7 COLUMN 30 PIC X(12) USING  WS-ST-FIRST-NAME.
      *
      *  The personal fields as a display-only view, each one from
      * its masked or unmasked show field (1305-SET-PII-VIEW), for
      * the levels that look at a record but do not edit it.
      *
       01 PII-VIEW.
           03 LINE 9  COLUMN 5            VALUE "DATE OF BIRTH".
           03 LINE 9  COLUMN 29           VALUE ": ".
           03 LINE 9  COLUMN 30 PIC X(8)  FROM   WS-PII-BIRTH-SHOW.
           03 LINE 9  COLUMN 39           VALUE "AGE:".
           03 LINE 9  COLUMN 44 PIC 999   FROM   WS-ST-AGE.
           03 LINE 11 COLUMN 5            VALUE "PHONE NUMBER".
           03 LINE 11 COLUMN 29           VALUE ": ".
           03 LINE 11 COLUMN 30 PIC X(10) FROM   WS-PII-PHONE-SHOW.
           03 LINE 12 COLUMN 5            VALUE "ADDRESS".
           03 LINE 12 COLUMN 29           VALUE ": ".
           03 LINE 12 COLUMN 30 PIC X(20) FROM   WS-PII-STREET-SHOW.
           03 LINE 12 COLUMN 51 PIC X(16) FROM   WS-ST-CITY.
           03 LINE 12 COLUMN 68 PIC X(7)  FROM   WS-ST-POSTAL-CODE.
       01 COMMENTS.
           03 LINE 4  COLUMN 49  VALUE ": MAXIMUM NUMBERS  '123456'".
           03 LINE 6  COLUMN 49  VALUE ":   ''  CHARECTERS '16'".
           03 LINE 11 COLUMN 49  VALUE ": MAXIMUM NUMBERS  1234567890".
           03 LINE 13 COLUMN 49  VALUE ": VALID CHARECTERS FR,SO,JU,SR".
           03 LINE 15 COLUMN 49  VALUE ": MAXIMUM VALUE    '3.99'".
           03 LINE 16 COLUMN 49  VALUE ": ON DEGPROG.DAT OR BLANK".
           03 LINE 17 COLUMN 49  VALUE ": VALID CHARECTERS 'G,W,P,I'".
      *
       01 OPERATOR-LOGIN-PROMPT.
       01 DUPLICATE-NUMBER-ERROR.
           03 LINE WS-PROMPT-LINE-1 COLUMN 5    HIGHLIGHT VALUE
              "THAT STUDENT NUMBER IS ALREADY IN USE, TRY AGAIN.".
      *
       01 PROGRAM-NOT-FOUND-ERROR.
           03 LINE WS-PROMPT-LINE-1 COLUMN 5    HIGHLIGHT VALUE
              "NO DEGREE PROGRAM WITH THAT CODE, TRY AGAIN.".
      *
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8    VALUE 
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 1108-READ-SYS-PARMS.
           PERFORM 1106-READ-BUS-PARMS.
           OPEN INPUT  SECURE-FILE.
           OPEN OUTPUT SECURE-PRINT.
           OPEN EXTEND AUDIT-FILE.
      *
      *****************************************************
      *
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the security level each personal field needs
      * before it is shown in full;
      * a missing file or name leaves the built-in defaults.
      *
       1106-READ-BUS-PARMS.
           MOVE " " TO WS-BUSPARM-END-FLAG.
           OPEN INPUT BUSPARM-FILE.
           IF WS-BUSPARM-STATUS EQUAL "00"
                 PERFORM 1106-READ-ONE-BUS-PARM
                         UNTIL WS-BUSPARM-END-FLAG = "E"
                 CLOSE BUSPARM-FILE.
      *
       1106-READ-ONE-BUS-PARM.
           READ BUSPARM-FILE
                AT END MOVE "E" TO WS-BUSPARM-END-FLAG
           END-READ.
           IF WS-BUSPARM-END-FLAG EQUAL "E" OR
              PB-VALUE NOT NUMERIC
                 CONTINUE
              ELSE
              IF PB-NAME EQUAL "PII-BIRTH-LEVEL "
                    MOVE PB-VALUE TO WS-PII-BIRTH-LEVEL
                 END-IF
              IF PB-NAME EQUAL "PII-PHONE-LEVEL "
                    MOVE PB-VALUE TO WS-PII-PHONE-LEVEL
                 END-IF
              IF PB-NAME EQUAL "PII-STREET-LEVEL"
                    MOVE PB-VALUE TO WS-PII-STREET-LEVEL
                 END-IF.
      *
      *****************************************************
      *
      *  This paragraph appends one AUDIT-REC to AUDIT-FILE recording
      * the current WS-OPERATOR-ID, today's date and time, the
      * ST-NUMBER just touched, and the action in WS-AUDIT-ACTION
      * (the caller moves "VIEW", "ADD ", "SAVE", "DEL " or "UNMK"
      * into WS-AUDIT-ACTION before performing this paragraph).
      *
       1107-WRITE-AUDIT-REC.
           ACCEPT WS-REAL-DATE  FROM DATE.
               WS-ST-FIRST-NAME = SPACES
                       DISPLAY ERROR-IN-FORMAT
                       MOVE "N" TO WS-VALIDATE.
      *
            IF WS-VALIDATE = "Y" AND
               WS-ST-DEGREE-PROGRAM NOT EQUAL SPACES
                  PERFORM 1313-CHECK-DEGREE-PROGRAM
                  IF NOT WS-PROGRAM-FOUND
                        DISPLAY PROGRAM-NOT-FOUND-ERROR
                        MOVE "N" TO WS-VALIDATE.
      *
            IF WS-VALIDATE = "Y"
                  PERFORM 1312-CHECK-DUPLICATE-NUMBER
      *
      *****************************************************
      *
      *  This paragraph sets WS-PROGRAM-FOUND when the declared
      * degree program keyed is on the DEGPROG.DAT master kept by
      * DEGMAINT. The master is opened for the one read only, so
      * a site with no programs set up yet simply finds none.
      *
       1313-CHECK-DEGREE-PROGRAM.
           MOVE "N" TO WS-PROGRAM-FOUND-FLAG.
           OPEN INPUT PROGRAM-FILE.
           IF WS-PROGRAM-STATUS EQUAL "00"
                 MOVE WS-ST-DEGREE-PROGRAM TO DP-PROGRAM-CODE
                 READ PROGRAM-FILE RECORD KEY IS DP-PROGRAM-CODE
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE "Y" TO WS-PROGRAM-FOUND-FLAG
                 END-READ
                 CLOSE PROGRAM-FILE.
      *
      *****************************************************
      *
      *  This paragraph asks for a GPA cutoff, then scans SECURE-FILE
      * from the top printing every student whose ST-GRADE-PNT-AVG is
      * below that cutoff or whose ST-ACADEM-STATUS is "P" (probation)
           MOVE PRT-LABEL-NAME TO PRT-STUDENT-REC.
           WRITE PRT-STUDENT-REC AFTER 2.
           MOVE SPACES TO PRT-STUDENT-REC.
           IF WS-SECURITY-LEVEL LESS WS-PII-STREET-LEVEL
                 MOVE ALL "*" TO PRT-LBL-STREET
              ELSE
                 MOVE WS-ST-STREET TO PRT-LBL-STREET
                 MOVE "UNMK" TO WS-AUDIT-ACTION
                 PERFORM 1107-WRITE-AUDIT-REC.
           MOVE PRT-LABEL-STREET TO PRT-STUDENT-REC.
           WRITE PRT-STUDENT-REC AFTER 1.
           MOVE SPACES TO PRT-STUDENT-REC.
      *  This paragraph prints a student's transcript: the keyed
      * student is fetched for their name, then every GPAHIST.DAT
      * term record for that student prints in the order GPAUPDT
      * posted them, each followed by the courses taken that
      * term off CRSHIST.DAT, with the cumulative GPA weighted by
      * credit hours underneath - the registrar's shadow card file, off
      * the system's own records. SECURE-FILE is closed and
      * reopened after the keyed read so the per-record review
      * loop still starts from the first record.
      *  This paragraph prints the transcript header and drives
      * the pass over the term history file, then the cumulative
      * line. A student with no history gets a line saying so
      * instead of a bare heading. The course grade history is
      * optional - terms posted before it was kept print alone.
      *
       1192-PRINT-TRANSCRIPT-BODY.
           MOVE SPACES TO PRT-STUDENT-REC.
           MOVE 0 TO WS-TRANS-TOTAL-HOURS.
           MOVE 0 TO WS-TRANS-QUALITY-PTS.
           MOVE SPACE TO WS-TRANS-END-FLAG.
           MOVE "N" TO WS-TRANS-GRADE-OPEN-FLAG.
           OPEN INPUT COURSE-GRADE-FILE.
           IF WS-COURSE-GRADE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-TRANS-GRADE-OPEN-FLAG.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS EQUAL "00"
                 PERFORM 1194-SCAN-ONE-TERM-REC
                         UNTIL WS-TRANS-END-FLAG = "E"
                 CLOSE TRANSCRIPT-FILE.
           IF WS-TRANS-GRADE-OPEN
                 CLOSE COURSE-GRADE-FILE.
      *
           IF WS-TRANS-TERM-COUNT EQUAL 0
                 MOVE SPACES TO PRT-STUDENT-REC
      *
      *  This paragraph reads one GPAHIST.DAT record and, when it
      * belongs to the student being printed, prints its term line
      * and the courses under it and folds its hours and quality
      * points into the cumulative figures.
      *
       1194-SCAN-ONE-TERM-REC.
           READ TRANSCRIPT-FILE
                       MOVE TH-CREDIT-HOURS TO PRT-TRANS-HOURS
                       MOVE TH-TERM-GPA     TO PRT-TRANS-GPA
                       MOVE PRT-TRANSCRIPT-LINE TO PRT-STUDENT-REC
                       WRITE PRT-STUDENT-REC AFTER 1
                       IF WS-TRANS-GRADE-OPEN
                             PERFORM 1196-PRINT-TERM-COURSES.
      *
      *****************************************************
      *
      *  This paragraph positions the course grade history at the
      * student's first course and prints, one line each, those
      * taken in the term just printed.
      *
       1196-PRINT-TERM-COURSES.
           MOVE SPACE  TO WS-TRANS-COURSE-END-FLAG.
           MOVE TH-NUMBER TO CG-NUMBER.
           MOVE SPACES TO CG-COURSE.
           MOVE SPACES TO CG-TERM.
           START COURSE-GRADE-FILE KEY IS NOT LESS THAN CG-KEY
                 INVALID KEY MOVE "E" TO WS-TRANS-COURSE-END-FLAG
           END-START.
           PERFORM 1198-PRINT-ONE-COURSE
                   UNTIL WS-TRANS-COURSE-END-FLAG = "E".
      *
       1198-PRINT-ONE-COURSE.
           READ COURSE-GRADE-FILE NEXT RECORD
                AT END MOVE "E" TO WS-TRANS-COURSE-END-FLAG
           END-READ.
           IF WS-TRANS-COURSE-END-FLAG NOT EQUAL "E"
              IF CG-NUMBER NOT EQUAL TH-NUMBER
                    MOVE "E" TO WS-TRANS-COURSE-END-FLAG
              ELSE
              IF CG-TERM EQUAL TH-TERM
                    MOVE SPACES TO PRT-STUDENT-REC
                    MOVE CG-COURSE       TO PRT-TRANS-CRS-CODE
                    MOVE CG-CREDIT-HOURS TO PRT-TRANS-CRS-HOURS
                    MOVE CG-GRADE-POINTS TO PRT-TRANS-CRS-GRADE
                    MOVE PRT-TRANSCRIPT-COURSE TO PRT-STUDENT-REC
                    WRITE PRT-STUDENT-REC AFTER 1.
      *
      *****************************************************
      *
      *
      *  This paragraph display's student data according to 
      * WS-SECURITY-LEVEL. If at level 4, 1310-VALIDATE-REC is
      * called to verify modified record. Levels 2 and 3 see the
      * personal fields through PII-VIEW, masked as 1305-SET-PII-VIEW
      * decides.
      *
       1300-DISPLAY-REC.
           PERFORM 1303-COMPUTE-AGE.
           PERFORM 1305-SET-PII-VIEW.
           PERFORM 1306-AUDIT-UNMASKED.
           IF WS-SECURITY-LEVEL = "1"
                 DISPLAY LEVEL-1
              ELSE
              IF WS-SECURITY-LEVEL = "2"
                    DISPLAY LEVEL-1
                    DISPLAY PII-VIEW
                 ELSE
                 IF WS-SECURITY-LEVEL = "3"
                       DISPLAY LEVEL-1
                       DISPLAY PII-VIEW
                       DISPLAY LEVEL-3-ONLY
                    ELSE
                    IF WS-SECURITY-LEVEL = "4"
                          DISPLAY LEVEL-3
      *
      ********************************************************
      *
      *  This paragraph builds the shown form of each personal field
      * for WS-SECURITY-LEVEL against the level BUSPARM.DAT sets for
      * it: the full value at or above that level, the masked form
      * below it. WS-PII-UNMASKED-FLAG comes back Y when any of them
      * is shown in full. Level 1 sees none of these fields at all.
      *
       1305-SET-PII-VIEW.
           MOVE "N" TO WS-PII-UNMASKED-FLAG.
           MOVE WS-ST-BIRTH-DAY   TO WS-PII-BIRTH-DAY.
           MOVE WS-ST-BIRTH-MONTH TO WS-PII-BIRTH-MONTH.
           MOVE WS-ST-BIRTH-YEAR  TO WS-PII-BIRTH-YEAR.
           MOVE WS-ST-PHONE-NUMBER TO WS-PII-PHONE-DIGITS.
           IF WS-SECURITY-LEVEL LESS WS-PII-BIRTH-LEVEL
                 MOVE "**/**/**" TO WS-PII-BIRTH-SHOW
              ELSE
                 MOVE WS-PII-BIRTH-FULL TO WS-PII-BIRTH-SHOW
                 MOVE "Y" TO WS-PII-UNMASKED-FLAG.
           IF WS-SECURITY-LEVEL LESS WS-PII-PHONE-LEVEL
                 MOVE "******"  TO WS-PII-PHONE-SHOW
                 MOVE WS-PII-PHONE-LAST-4 TO WS-PII-PHONE-SHOW (7:4)
              ELSE
                 MOVE WS-PII-PHONE-DIGITS TO WS-PII-PHONE-SHOW
                 MOVE "Y" TO WS-PII-UNMASKED-FLAG.
           IF WS-SECURITY-LEVEL LESS WS-PII-STREET-LEVEL
                 MOVE ALL "*" TO WS-PII-STREET-SHOW
              ELSE
                 MOVE WS-ST-STREET TO WS-PII-STREET-SHOW
                 MOVE "Y" TO WS-PII-UNMASKED-FLAG.
           IF WS-SECURITY-LEVEL LESS 2
                 MOVE "N" TO WS-PII-UNMASKED-FLAG.
      *
      *  An unmasked view of a student's personal fields goes to
      * SECURITY.AUD as its own UNMK line, beside the VIEW line, so
      * a privacy complaint can be traced to the operator who saw
      * the full value.
      *
       1306-AUDIT-UNMASKED.
           IF WS-PII-UNMASKED
                 MOVE "UNMK" TO WS-AUDIT-ACTION
                 PERFORM 1107-WRITE-AUDIT-REC.
      *
      ********************************************************
      *
      *  This paragraph computes the student's exact age in years
      * from WS-ST-BIRTH-DATE and today's date, via DatCentury and
      * DatDiff, for display alongside the date of birth.
               WS-ST-FIRST-NAME = SPACES
                       DISPLAY ERROR-IN-FORMAT
                       MOVE "N" TO WS-VALIDATE.
      *
            IF WS-ST-DEGREE-PROGRAM NOT EQUAL ST-DEGREE-PROGRAM
                  MOVE SPACE TO WS-ST-DEGREE-CLEARED.
            IF WS-VALIDATE = "Y" AND
               WS-ST-DEGREE-PROGRAM NOT EQUAL SPACES
                  PERFORM 1313-CHECK-DEGREE-PROGRAM
                  IF NOT WS-PROGRAM-FOUND
                        DISPLAY PROGRAM-NOT-FOUND-ERROR
                        MOVE "N" TO WS-VALIDATE.
      *
            IF WS-VALIDATE = "Y" AND
               WS-ST-NUMBER NOT EQUAL WS-SAVED-ST-NUMBER
           MOVE PRT-STUDENT-FIRST-NAME TO PRT-STUDENT-REC.
           WRITE PRT-STUDENT-REC AFTER 1.

           PERFORM 1305-SET-PII-VIEW.
           PERFORM 1306-AUDIT-UNMASKED.
           IF WS-SECURITY-LEVEL GREATER THAN 1
                 MOVE SPACES TO PRT-STUDENT-REC
                 MOVE WS-PII-BIRTH-SHOW TO PRT-ST-BIRTH-DATE
                 MOVE WS-ST-AGE         TO PRT-ST-AGE
                 MOVE PRT-BIRTH-DAY TO PRT-STUDENT-REC

                 WRITE PRT-STUDENT-REC AFTER 2

                 MOVE SPACES TO PRT-STUDENT-REC
                 MOVE WS-PII-PHONE-SHOW TO PRT-ST-PHONE-NUMBER
                 MOVE PRT-PHONE-NUMBER TO PRT-STUDENT-REC
                 WRITE PRT-STUDENT-REC AFTER 1

                 MOVE SPACES TO PRT-STUDENT-REC
                 MOVE WS-PII-STREET-SHOW TO PRT-ST-STREET
                 MOVE WS-ST-CITY        TO PRT-ST-CITY
                 MOVE WS-ST-POSTAL-CODE TO PRT-ST-POSTAL-CODE
                 MOVE PRT-ADDRESS TO PRT-STUDENT-REC
