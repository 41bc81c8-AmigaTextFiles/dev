      * student side so SECURITY.DAT2 stops carrying years of
      * leavers through every page-through and report. The A
      * function moves every student flagged inactive (academic
      * status I) or graduated (cleared to graduate by the
      * DEGAUDIT degree audit against their declared program)
      * onto the dated archive STARCH.DAT together with their
      * GPAHIST.DAT transcript lines (moved onto STARCHH.DAT),
      * purges them from the live files and prints a manifest on
      * STUARCH.PRT. The I function finds an archived student by
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
               88 ST-CLEARED-TO-GRADUATE VALUE "C".
      *
       FD ARCHIVE-FILE
            LABEL RECORD IS STANDARD
               05 SA-CITY          PIC X(16).
               05 SA-POSTAL-CODE   PIC X(7).
               05 SA-CRED-HOURS    PIC 9(3).
               05 SA-DEGREE-PROGRAM PIC X(4).
               05 SA-DEGREE-CLEARED PIC X.
      *
       FD HIST-ARCHIVE-FILE
            LABEL RECORD IS STANDARD
           88 WS-FUNCTION-ALLOWED      VALUE "Y".
       01 WS-STATUS-TEST          PIC X.
           88 WS-TEST-INACTIVE        VALUE "I" "i".
       01 WS-LOOKUP-ST-NUMBER     PIC 9(6) VALUE 0.
       01 LIN                     PIC 99 VALUE 0.
      *
           03 PRT-MAN-STAND      PIC XX.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PRT-MAN-STATUS     PIC X.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PRT-MAN-REASON     PIC X(9).
       01 PRT-MANIFEST-TOTAL-1.
           03 FILLER             PIC X(5)  VALUE SPACES.
           03 FILLER             PIC X(21) VALUE
      ****************************************************
      *
      *  This paragraph reads one student and, when they are
      * flagged inactive or the degree audit has cleared them
      * to graduate, moves them
      * to the archive: archive record, manifest line, note for
      * the history sweep, delete from the master. Once the
      * sweep table is full no more students archive this run -
                AT END MOVE "S" TO WS-END-FILE-FLAG.
           IF WS-END-FILE-FLAG NOT EQUAL "S"
                 MOVE ST-ACADEM-STATUS TO WS-STATUS-TEST
                 IF WS-TEST-INACTIVE OR ST-CLEARED-TO-GRADUATE
                       IF WS-GONE-COUNT LESS 200
                             PERFORM 1230-ARCHIVE-ONE-STUDENT
                          ELSE
           MOVE ST-FIRST-NAME    TO PRT-MAN-FIRST-NAME.
           MOVE ST-CLASS-STAND   TO PRT-MAN-STAND.
           MOVE ST-ACADEM-STATUS TO PRT-MAN-STATUS.
           IF WS-TEST-INACTIVE
                 MOVE "INACTIVE " TO PRT-MAN-REASON
              ELSE
                 MOVE "GRADUATED" TO PRT-MAN-REASON.
           MOVE SPACES TO PRT-ARCHIVE-REC.
           MOVE PRT-MANIFEST-LINE TO PRT-ARCHIVE-REC.
           WRITE PRT-ARCHIVE-REC AFTER 1.
           ADD 1 TO LIN.
           DISPLAY (LIN, 5)  "EARNED HOURS     : ".
           DISPLAY (LIN, 25) SA-CRED-HOURS.
           ADD 1 TO LIN.
           DISPLAY (LIN, 5)  "DEGREE PROGRAM   : ".
           DISPLAY (LIN, 25) SA-DEGREE-PROGRAM.
           ADD 2 TO LIN.
           DISPLAY (LIN, 5)  "TERM HISTORY (TERM/COURSES/HOURS/GPA)".
           ADD 1 TO LIN.
