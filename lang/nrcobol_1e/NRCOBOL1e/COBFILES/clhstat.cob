       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLHSTAT.
      *PROGRAM DISCRIPTION.
      *
      *  Enrollment status file for the clearinghouse that
      * answers lenders and the state. For the current term
      * (GPATERM.DAT, YYYYMM of the run date when the registry
      * has not set one) every student on SECURITY.DAT2 has
      * their enrolled credit hours summed off ENROLL.DAT and
      * COURSE.DAT - courses not withdrawn from - and is
      * classed full-time (F), three-quarter (Q), half-time (H)
      * or less than half-time (L) against the hour thresholds
      * CH-FULL-HOURS, CH-3Q-HOURS and CH-HALF-HOURS on
      * BUSPARM.DAT (12, 9 and 6 when not set). A student
      * flagged inactive (academic status I) is reported
      * withdrawn (W).
      *
      *  Students archived off the live file by STUARCH are
      * read off STARCH.DAT: one archived as graduated is
      * reported G, one archived as inactive W. An archived
      * student is reported once, to a clearinghouse that has
      * had them before with another status; one it has never
      * had, or already has as W or G, is left off.
      *
      *  The status file CLHSTAT.DAT is fixed format: a HDR
      * record with the school code (CH-SCHOOL-CODE on
      * BUSPARM.DAT), term and date made, a DTL record per
      * student with name, birth date, address, status, hours
      * and the date the status took effect, and a TRL record
      * with the record count and the count per status.
      *
      *  What was sent is kept on CLHSENT.DAT, one record per
      * student, and the change report CLHCHG.PRT lists every
      * student whose status moved since the last submission,
      * with what was sent then and what is sent now. Each run
      * is taken as a submission, so the kept copy is brought
      * up to date as the file is written.
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

            SELECT           ARCHIVE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-ARCHIVE-STATUS.

            SELECT           SENT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CS-NUMBER
            FILE STATUS IS   WS-SENT-STATUS.

            SELECT           CLEARING-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-CLEARING-STATUS.

            SELECT           CHANGE-PRINT
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
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
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
       FD ARCHIVE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STARCH.DAT".
       01 ARCHIVE-REC.
           03 SA-ARCHIVE-DATE     PIC X(8).
           03 FILLER              PIC X.
           03 SA-STUDENT-REC.
               05 SA-NUMBER        PIC 9(6).
               05 SA-LAST-NAME     PIC X(16).
               05 SA-FIRST-NAME    PIC X(12).
               05 SA-CLASS-STAND   PIC XX.
               05 SA-GRADE-PNT-AVG PIC 9V99.
               05 SA-ACADEM-STATUS PIC X.
               05 SA-PHONE-NUMBER  PIC 9(10).
               05 SA-BIRTH-DATE    PIC 9(6).
               05 SA-STREET        PIC X(20).
               05 SA-CITY          PIC X(16).
               05 SA-POSTAL-CODE   PIC X(7).
               05 SA-CRED-HOURS    PIC 9(3).
               05 SA-DEGREE-PROGRAM PIC X(4).
               05 SA-DEGREE-CLEARED PIC X.
                   88 SA-GRADUATED        VALUE "C".
      *
       FD SENT-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CLHSENT.DAT".
       01 IN-SENT-REC.
           03 CS-NUMBER        PIC 9(6).
           03 CS-STATUS        PIC X.
           03 CS-HOURS         PIC 9(3).
           03 CS-STATUS-DATE   PIC 9(8).
           03 CS-TERM          PIC X(6).
           03 CS-SENT-DATE     PIC 9(8).
      *
       FD CLEARING-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CLHSTAT.DAT".
       01 OUT-CLEARING-REC     PIC X(120).
      *
       FD CHANGE-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLHCHG.PRT".
       01 PRT-CHANGE-REC.
           03 FILLER           PIC A(80).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-ENROLL-STATUS        PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS       PIC XX VALUE "00".
       01 WS-SENT-STATUS          PIC XX VALUE "00".
       01 WS-CLEARING-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-ENROLL-END-FLAG      PIC X  VALUE " ".
           88 WS-ENROLL-END           VALUE "S".
       01 WS-ARCHIVE-OPEN-FLAG    PIC X  VALUE "N".
           88 WS-ARCHIVE-OPEN         VALUE "Y".
       01 WS-SENT-FOUND-FLAG      PIC X  VALUE "N".
           88 WS-SENT-FOUND           VALUE "Y".
       01 WS-STATUS-TEST          PIC X  VALUE SPACE.
           88 WS-TEST-INACTIVE        VALUE "I" "i".
      *
      *  Business thresholds are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in defaults, so
      * the program still runs on a machine without one.
      *
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-FULL-TIME-HOURS      PIC 9(3) VALUE 12.
       01 WS-THREE-QTR-HOURS      PIC 9(3) VALUE 9.
       01 WS-HALF-TIME-HOURS      PIC 9(3) VALUE 6.
       01 WS-SCHOOL-CODE          PIC 9(8) VALUE 0.
      *
       01 WS-COUNTERS.
           03 WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
           03 WS-CHANGED-COUNT    PIC 9(5) VALUE 0.
           03 WS-NEW-COUNT        PIC 9(5) VALUE 0.
           03 WS-STATUS-COUNT     PIC 9(7) OCCURS 6 TIMES.
      *
      *  The statuses the clearinghouse takes, in the order the
      * trailer counts them.
      *
       01 WS-STATUS-VALUES.
           03 FILLER              PIC X(15) VALUE "FFULL-TIME     ".
           03 FILLER              PIC X(15) VALUE "QTHREE-QUARTER ".
           03 FILLER              PIC X(15) VALUE "HHALF-TIME     ".
           03 FILLER              PIC X(15) VALUE "LLESS THAN HALF".
           03 FILLER              PIC X(15) VALUE "WWITHDRAWN     ".
           03 FILLER              PIC X(15) VALUE "GGRADUATED     ".
       01 WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
           03 WS-STS-ENTRY OCCURS 6 TIMES.
               05 WS-STS-CODE     PIC X.
               05 WS-STS-NAME     PIC X(14).
       01 WS-STS-SUB              PIC 9 VALUE 0.
       01 WS-STS-FOUND-SUB        PIC 9 VALUE 0.
       01 WS-STS-LOOK-CODE        PIC X VALUE SPACE.
       01 WS-STS-LOOK-NAME        PIC X(14) VALUE SPACES.
      *
      *  The student being reported, off the live file or the
      * archive.
      *
       01 WS-CLH-NUMBER           PIC 9(6)  VALUE 0.
       01 WS-CLH-LAST-NAME        PIC X(16) VALUE SPACES.
       01 WS-CLH-FIRST-NAME       PIC X(12) VALUE SPACES.
       01 WS-CLH-BIRTH-DATE       PIC 9(6)  VALUE 0.
       01 WS-CLH-STREET           PIC X(20) VALUE SPACES.
       01 WS-CLH-CITY             PIC X(16) VALUE SPACES.
       01 WS-CLH-POSTAL-CODE      PIC X(7)  VALUE SPACES.
       01 WS-CLH-STATUS           PIC X     VALUE SPACE.
       01 WS-CLH-HOURS            PIC 9(3)  VALUE 0.
       01 WS-CLH-STATUS-DATE      PIC 9(8)  VALUE 0.
       01 WS-OLD-STATUS           PIC X     VALUE SPACE.
       01 WS-OLD-HOURS            PIC 9(3)  VALUE 0.
      *
      *  The clearinghouse layout: header, detail and trailer,
      * 120 bytes each.
      *
       01 CLH-HEADER-REC.
           03 CLH-HDR-TYPE        PIC X(3)  VALUE "HDR".
           03 CLH-HDR-SCHOOL      PIC 9(8).
           03 CLH-HDR-TERM        PIC X(6).
           03 CLH-HDR-DATE        PIC 9(8).
           03 CLH-HDR-TITLE       PIC X(24) VALUE
              "ENROLLMENT STATUS".
           03 FILLER              PIC X(71) VALUE SPACES.
       01 CLH-DETAIL-REC.
           03 CLH-DTL-TYPE        PIC X(3)  VALUE "DTL".
           03 CLH-DTL-NUMBER      PIC 9(6).
           03 CLH-DTL-LAST-NAME   PIC X(16).
           03 CLH-DTL-FIRST-NAME  PIC X(12).
           03 CLH-DTL-BIRTH-DATE  PIC 9(6).
           03 CLH-DTL-STREET      PIC X(20).
           03 CLH-DTL-CITY        PIC X(16).
           03 CLH-DTL-POSTAL-CODE PIC X(7).
           03 CLH-DTL-STATUS      PIC X.
           03 CLH-DTL-HOURS       PIC 9(3).
           03 CLH-DTL-STATUS-DATE PIC 9(8).
           03 CLH-DTL-TERM        PIC X(6).
           03 FILLER              PIC X(16) VALUE SPACES.
       01 CLH-TRAILER-REC.
           03 CLH-TRL-TYPE        PIC X(3)  VALUE "TRL".
           03 CLH-TRL-COUNT       PIC 9(7).
           03 CLH-TRL-STATUS-COUNT PIC 9(7) OCCURS 6 TIMES.
           03 FILLER              PIC X(68) VALUE SPACES.
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
       01 WS-TODAY-YMD.
           03 WS-TODAY-YYYY       PIC 9(4).
           03 WS-TODAY-MM         PIC 99.
           03 WS-TODAY-DD         PIC 99.
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CLHSTAT".
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
       01 PRT-CHG-HEADER.
           03 FILLER    PIC X(8)  VALUE SPACES.
           03 PRT-CHG-HDR-DATE    PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 FILLER    PIC X(38) VALUE
              "CLEARINGHOUSE STATUS CHANGES".
           03 FILLER    PIC X(7)  VALUE "TERM : ".
           03 PRT-CHG-HDR-TERM    PIC X(6).
       01 PRT-CHG-COL-HDR.
           03 FILLER    PIC X(8)  VALUE "NUMBER  ".
           03 FILLER    PIC X(17) VALUE "LAST NAME".
           03 FILLER    PIC X(13) VALUE "FIRST NAME".
           03 FILLER    PIC X(21) VALUE "LAST SENT".
           03 FILLER    PIC X(14) VALUE "NOW".
       01 PRT-CHG-LINE.
           03 PRT-CHG-NUMBER      PIC 9(6).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-CHG-LAST-NAME   PIC X(16).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CHG-FIRST-NAME  PIC X(12).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CHG-OLD-NAME    PIC X(14).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CHG-OLD-HOURS   PIC ZZ9.
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 PRT-CHG-NEW-NAME    PIC X(14).
           03 FILLER    PIC X     VALUE SPACE.
           03 PRT-CHG-NEW-HOURS   PIC ZZ9.
       01 PRT-CHG-TOTAL-1.
           03 FILLER    PIC X(31) VALUE
              "STUDENTS ON THE STATUS FILE  : ".
           03 PRT-CHG-DETAILS     PIC ZZZZZZ9.
       01 PRT-CHG-TOTAL-2.
           03 FILLER    PIC X(31) VALUE
              "STATUS CHANGED SINCE LAST    : ".
           03 PRT-CHG-CHANGED     PIC ZZZZZZ9.
       01 PRT-CHG-TOTAL-3.
           03 FILLER    PIC X(31) VALUE
              "NEW TO THE CLEARINGHOUSE     : ".
           03 PRT-CHG-NEW         PIC ZZZZZZ9.
       01 PRT-CHG-STATUS-TOTAL.
           03 FILLER    PIC X(4)  VALUE SPACES.
           03 PRT-CHG-STS-NAME    PIC X(14).
           03 FILLER    PIC X(13) VALUE SPACES.
           03 PRT-CHG-STS-COUNT   PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph reads the thresholds and the term, opens
      * the student master, enrollments, course master, the
      * archive when there is one and the kept copy of the last
      * submission (empty on the very first run), writes the
      * status file and change report, and logs start/end
      * through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0100-SET-TERM-CODE.
           OPEN INPUT  SECURE-FILE.
           OPEN INPUT  ENROLL-FILE.
           OPEN INPUT  COURSE-FILE.
           OPEN INPUT  ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-ARCHIVE-OPEN-FLAG.
           OPEN I-O    SENT-FILE.
           IF WS-SENT-STATUS EQUAL "35"
                 OPEN OUTPUT SENT-FILE
                 CLOSE SENT-FILE
                 OPEN I-O SENT-FILE.
           OPEN OUTPUT CLEARING-FILE.
           OPEN OUTPUT CHANGE-PRINT.
                IF WS-SECURE-STATUS   = "00" AND
                   WS-ENROLL-STATUS   = "00" AND
                   WS-COURSE-STATUS   = "00" AND
                   WS-SENT-STATUS     = "00" AND
                   WS-CLEARING-STATUS = "00" AND
                   WS-PRINT-STATUS    = "00"
                      PERFORM 0200-WRITE-HEADERS
                      PERFORM 1000-REPORT-ONE-STUDENT
                           UNTIL WS-END-OF-FILE
                      MOVE " " TO WS-END-FILE-FLAG
                      IF WS-ARCHIVE-OPEN
                            PERFORM 2000-REPORT-ONE-ARCHIVED
                                 UNTIL WS-END-OF-FILE
                      END-IF
                      PERFORM 3000-WRITE-TRAILER
                      PERFORM 3100-PRINT-TOTALS
                      DISPLAY "CLHSTAT - STUDENTS REPORTED : "
                              WS-DETAIL-COUNT
                      DISPLAY "CLHSTAT - STATUS CHANGED    : "
                              WS-CHANGED-COUNT
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CLHSTAT - CANNOT START"
                      DISPLAY "SECURE-FILE STATUS  : "
                              WS-SECURE-STATUS
                      DISPLAY "ENROLL-FILE STATUS  : "
                              WS-ENROLL-STATUS
                      DISPLAY "COURSE-FILE STATUS  : "
                              WS-COURSE-STATUS
                      DISPLAY "SENT-FILE STATUS    : "
                              WS-SENT-STATUS
                      DISPLAY "OUTPUT STATUS       : "
                              WS-CLEARING-STATUS " "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-DETAIL-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE SECURE-FILE.
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           IF WS-ARCHIVE-OPEN
                 CLOSE ARCHIVE-FILE.
           CLOSE SENT-FILE.
           CLOSE CLEARING-FILE.
           CLOSE CHANGE-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the hour thresholds for each enrollment
      * status and the school's clearinghouse code;
      * a missing file or name leaves the built-in defaults.
      *
       0050-READ-BUS-PARMS.
           MOVE " " TO WS-BUSPARM-END-FLAG.
           OPEN INPUT BUSPARM-FILE.
           IF WS-BUSPARM-STATUS EQUAL "00"
                 PERFORM 0050-READ-ONE-BUS-PARM
                         UNTIL WS-BUSPARM-END-FLAG = "E"
                 CLOSE BUSPARM-FILE.
      *
       0050-READ-ONE-BUS-PARM.
           READ BUSPARM-FILE
                AT END MOVE "E" TO WS-BUSPARM-END-FLAG
           END-READ.
           IF WS-BUSPARM-END-FLAG EQUAL "E" OR
              PB-VALUE NOT NUMERIC
                 CONTINUE
              ELSE
              IF PB-NAME EQUAL "CH-FULL-HOURS   "
                    MOVE PB-VALUE TO WS-FULL-TIME-HOURS
                 END-IF
              IF PB-NAME EQUAL "CH-3Q-HOURS     "
                    MOVE PB-VALUE TO WS-THREE-QTR-HOURS
                 END-IF
              IF PB-NAME EQUAL "CH-HALF-HOURS   "
                    MOVE PB-VALUE TO WS-HALF-TIME-HOURS
                 END-IF
              IF PB-NAME EQUAL "CH-SCHOOL-CODE  "
                    MOVE PB-VALUE TO WS-SCHOOL-CODE
                 END-IF.
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
       0200-WRITE-HEADERS.
           MOVE WS-SCHOOL-CODE TO CLH-HDR-SCHOOL.
           MOVE WS-TERM-CODE   TO CLH-HDR-TERM.
           MOVE WS-TODAY-NUM   TO CLH-HDR-DATE.
           MOVE CLH-HEADER-REC TO OUT-CLEARING-REC.
           WRITE OUT-CLEARING-REC.
           MOVE WS-TEMP-DATE TO PRT-CHG-HDR-DATE.
           MOVE WS-TERM-CODE TO PRT-CHG-HDR-TERM.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-HEADER TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 3.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-COL-HDR TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 2.
      *
      ****************************************************
      *
      *  This paragraph reads one student off the live file,
      * sums their enrolled hours for the term and classes
      * them; an inactive student is withdrawn whatever the
      * enrollments say.
      *
       1000-REPORT-ONE-STUDENT.
           READ SECURE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 PERFORM 1100-SUM-TERM-HOURS
                 MOVE ST-ACADEM-STATUS TO WS-STATUS-TEST
                 IF WS-TEST-INACTIVE
                       MOVE "W" TO WS-CLH-STATUS
                    ELSE
                    IF WS-CLH-HOURS NOT LESS WS-FULL-TIME-HOURS
                          MOVE "F" TO WS-CLH-STATUS
                       ELSE
                       IF WS-CLH-HOURS NOT LESS WS-THREE-QTR-HOURS
                             MOVE "Q" TO WS-CLH-STATUS
                          ELSE
                          IF WS-CLH-HOURS NOT LESS
                             WS-HALF-TIME-HOURS
                                MOVE "H" TO WS-CLH-STATUS
                             ELSE
                                MOVE "L" TO WS-CLH-STATUS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 MOVE ST-NUMBER        TO WS-CLH-NUMBER
                 MOVE ST-LAST-NAME     TO WS-CLH-LAST-NAME
                 MOVE ST-FIRST-NAME    TO WS-CLH-FIRST-NAME
                 MOVE ST-BIRTH-DATE    TO WS-CLH-BIRTH-DATE
                 MOVE ST-STREET        TO WS-CLH-STREET
                 MOVE ST-CITY          TO WS-CLH-CITY
                 MOVE ST-POSTAL-CODE   TO WS-CLH-POSTAL-CODE
                 PERFORM 4000-SEND-STUDENT
           END-IF.
      *
      *  The student's enrollments are read off the key from
      * their first course on.
      *
       1100-SUM-TERM-HOURS.
           MOVE 0 TO WS-CLH-HOURS.
           MOVE " " TO WS-ENROLL-END-FLAG.
           MOVE ST-NUMBER TO EN-NUMBER.
           MOVE SPACES TO EN-COURSE.
           START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
                 INVALID KEY MOVE "S" TO WS-ENROLL-END-FLAG
           END-START.
           PERFORM 1110-ADD-ONE-ENROLLMENT
                   UNTIL WS-ENROLL-END.
      *
       1110-ADD-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-ENROLL-END-FLAG
           END-READ.
           IF WS-ENROLL-END
                 CONTINUE
              ELSE
              IF EN-NUMBER NOT EQUAL ST-NUMBER
                    MOVE "S" TO WS-ENROLL-END-FLAG
                 ELSE
                 IF EN-TERM EQUAL WS-TERM-CODE AND
                    NOT EN-WITHDRAWN
                       MOVE EN-COURSE TO CO-COURSE-CODE
                       READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                            INVALID KEY
                                  CONTINUE
                            NOT INVALID KEY
                                  ADD CO-CRED-HOURS TO WS-CLH-HOURS
                       END-READ.
      *
      ****************************************************
      *
      *  This paragraph reads one archived student. Archived as
      * graduated is G, as inactive W; it goes on the file only
      * when the clearinghouse was last sent another status for
      * the student.
      *
       2000-REPORT-ONE-ARCHIVED.
           READ ARCHIVE-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF SA-GRADUATED
                       MOVE "G" TO WS-CLH-STATUS
                    ELSE
                       MOVE "W" TO WS-CLH-STATUS
                 END-IF
                 MOVE SA-NUMBER TO CS-NUMBER
                 PERFORM 4100-READ-SENT
                 IF WS-SENT-FOUND AND
                    CS-STATUS NOT EQUAL WS-CLH-STATUS
                       MOVE 0                TO WS-CLH-HOURS
                       MOVE SA-NUMBER        TO WS-CLH-NUMBER
                       MOVE SA-LAST-NAME     TO WS-CLH-LAST-NAME
                       MOVE SA-FIRST-NAME    TO WS-CLH-FIRST-NAME
                       MOVE SA-BIRTH-DATE    TO WS-CLH-BIRTH-DATE
                       MOVE SA-STREET        TO WS-CLH-STREET
                       MOVE SA-CITY          TO WS-CLH-CITY
                       MOVE SA-POSTAL-CODE   TO WS-CLH-POSTAL-CODE
                       PERFORM 4000-SEND-STUDENT
                 END-IF
           END-IF.
      *
       3000-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT TO CLH-TRL-COUNT.
           PERFORM 3010-MOVE-ONE-COUNT
                   VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB GREATER 6.
           MOVE CLH-TRAILER-REC TO OUT-CLEARING-REC.
           WRITE OUT-CLEARING-REC.
      *
       3010-MOVE-ONE-COUNT.
           MOVE WS-STATUS-COUNT (WS-STS-SUB)
                TO CLH-TRL-STATUS-COUNT (WS-STS-SUB).
      *
       3100-PRINT-TOTALS.
           MOVE WS-DETAIL-COUNT  TO PRT-CHG-DETAILS.
           MOVE WS-CHANGED-COUNT TO PRT-CHG-CHANGED.
           MOVE WS-NEW-COUNT     TO PRT-CHG-NEW.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-TOTAL-1 TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 3.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-TOTAL-2 TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 1.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-TOTAL-3 TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 1.
           PERFORM 3110-PRINT-ONE-STATUS-TOTAL
                   VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB GREATER 6.
      *
       3110-PRINT-ONE-STATUS-TOTAL.
           MOVE SPACES TO PRT-CHG-STATUS-TOTAL.
           MOVE WS-STS-NAME (WS-STS-SUB) TO PRT-CHG-STS-NAME.
           MOVE WS-STATUS-COUNT (WS-STS-SUB) TO PRT-CHG-STS-COUNT.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-STATUS-TOTAL TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph writes the student's DTL record and
      * brings the kept copy up to date. The status takes
      * effect today when it has moved (or the student is new
      * to the clearinghouse) and keeps its date otherwise; a
      * move is listed on the change report.
      *
       4000-SEND-STUDENT.
           MOVE WS-CLH-NUMBER TO CS-NUMBER.
           PERFORM 4100-READ-SENT.
           MOVE WS-TODAY-NUM TO WS-CLH-STATUS-DATE.
           IF WS-SENT-FOUND
                 MOVE CS-STATUS TO WS-OLD-STATUS
                 MOVE CS-HOURS  TO WS-OLD-HOURS
                 IF CS-STATUS EQUAL WS-CLH-STATUS
                       MOVE CS-STATUS-DATE TO WS-CLH-STATUS-DATE
                    ELSE
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 4200-PRINT-CHANGE-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-NEW-COUNT
           END-IF.
           MOVE WS-CLH-NUMBER      TO CLH-DTL-NUMBER.
           MOVE WS-CLH-LAST-NAME   TO CLH-DTL-LAST-NAME.
           MOVE WS-CLH-FIRST-NAME  TO CLH-DTL-FIRST-NAME.
           MOVE WS-CLH-BIRTH-DATE  TO CLH-DTL-BIRTH-DATE.
           MOVE WS-CLH-STREET      TO CLH-DTL-STREET.
           MOVE WS-CLH-CITY        TO CLH-DTL-CITY.
           MOVE WS-CLH-POSTAL-CODE TO CLH-DTL-POSTAL-CODE.
           MOVE WS-CLH-STATUS      TO CLH-DTL-STATUS.
           MOVE WS-CLH-HOURS       TO CLH-DTL-HOURS.
           MOVE WS-CLH-STATUS-DATE TO CLH-DTL-STATUS-DATE.
           MOVE WS-TERM-CODE       TO CLH-DTL-TERM.
           MOVE CLH-DETAIL-REC TO OUT-CLEARING-REC.
           WRITE OUT-CLEARING-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-CLH-STATUS TO WS-STS-LOOK-CODE.
           PERFORM 4300-FIND-STATUS.
           IF WS-STS-FOUND-SUB GREATER 0
                 ADD 1 TO WS-STATUS-COUNT (WS-STS-FOUND-SUB).
           MOVE WS-CLH-NUMBER      TO CS-NUMBER.
           MOVE WS-CLH-STATUS      TO CS-STATUS.
           MOVE WS-CLH-HOURS       TO CS-HOURS.
           MOVE WS-CLH-STATUS-DATE TO CS-STATUS-DATE.
           MOVE WS-TERM-CODE       TO CS-TERM.
           MOVE WS-TODAY-NUM       TO CS-SENT-DATE.
           IF WS-SENT-FOUND
                 REWRITE IN-SENT-REC
                      INVALID KEY
                            DISPLAY "CLHSTAT - REWRITE FAILED "
                                    CS-NUMBER
                 END-REWRITE
              ELSE
                 WRITE IN-SENT-REC
                      INVALID KEY
                            DISPLAY "CLHSTAT - WRITE FAILED "
                                    CS-NUMBER
                 END-WRITE.
      *
       4100-READ-SENT.
           MOVE "N" TO WS-SENT-FOUND-FLAG.
           READ SENT-FILE RECORD KEY IS CS-NUMBER
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-SENT-FOUND-FLAG
           END-READ.
      *
       4200-PRINT-CHANGE-LINE.
           MOVE SPACES TO PRT-CHG-LINE.
           MOVE WS-CLH-NUMBER     TO PRT-CHG-NUMBER.
           MOVE WS-CLH-LAST-NAME  TO PRT-CHG-LAST-NAME.
           MOVE WS-CLH-FIRST-NAME TO PRT-CHG-FIRST-NAME.
           MOVE WS-OLD-STATUS TO WS-STS-LOOK-CODE.
           PERFORM 4300-FIND-STATUS.
           MOVE WS-STS-LOOK-NAME  TO PRT-CHG-OLD-NAME.
           MOVE WS-OLD-HOURS      TO PRT-CHG-OLD-HOURS.
           MOVE WS-CLH-STATUS TO WS-STS-LOOK-CODE.
           PERFORM 4300-FIND-STATUS.
           MOVE WS-STS-LOOK-NAME  TO PRT-CHG-NEW-NAME.
           MOVE WS-CLH-HOURS      TO PRT-CHG-NEW-HOURS.
           MOVE SPACES TO PRT-CHANGE-REC.
           MOVE PRT-CHG-LINE TO PRT-CHANGE-REC.
           WRITE PRT-CHANGE-REC AFTER 1.
      *
       4300-FIND-STATUS.
           MOVE 0 TO WS-STS-FOUND-SUB.
           MOVE WS-STS-LOOK-CODE TO WS-STS-LOOK-NAME.
           PERFORM 4310-CHECK-ONE-STATUS
                   VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB GREATER 6
                      OR WS-STS-FOUND-SUB GREATER 0.
      *
       4310-CHECK-ONE-STATUS.
           IF WS-STS-CODE (WS-STS-SUB) EQUAL WS-STS-LOOK-CODE
                 MOVE WS-STS-SUB TO WS-STS-FOUND-SUB
                 MOVE WS-STS-NAME (WS-STS-SUB) TO WS-STS-LOOK-NAME.
      *
      ****************************************************
      *
