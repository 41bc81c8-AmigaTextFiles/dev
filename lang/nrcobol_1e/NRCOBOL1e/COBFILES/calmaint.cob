       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CALMAINT.
      *PROGRAM DISCRIPTION.
      *
      *  Screen maintenance for the term calendar TERMCAL.DAT:
      * one record per term code, carrying the date the term
      * starts and up to four refund breakpoints. A breakpoint
      * is a number of days after the term start and the share
      * of a course's credit-hour charge refunded to a student
      * who drops it up to and including that day - for example
      * 7 days 100%, 21 days 50%. A drop past the last
      * breakpoint refunds nothing; a drop before the term has
      * started refunds in full. ENRLMNT reads the calendar when
      * a course is dropped after TUITBILL has billed it.
      *
      *  The breakpoints must run in rising days with a falling
      * (or level) percentage, none above 100; an unused
      * breakpoint is left at zero days. Maintained the way
      * AWDMAINT maintains an award type.
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
            SELECT           CALENDAR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    TC-TERM
            FILE STATUS IS   WS-CALENDAR-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TERMCAL.DAT".
       01 IN-CALENDAR-REC.
           03 TC-TERM          PIC X(6).
           03 TC-START-DATE.
               05 TC-START-YYYY PIC 9(4).
               05 TC-START-MM  PIC 99.
               05 TC-START-DD  PIC 99.
           03 TC-BREAKPOINTS.
               05 TC-BREAKPOINT OCCURS 4 TIMES.
                   07 TC-BREAK-DAYS PIC 9(3).
                   07 TC-BREAK-PCT  PIC 9(3).
      *
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS      PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CALENDAR-FOUND-FLAG  PIC X  VALUE "N".
           88 WS-CALENDAR-FOUND       VALUE "Y".
       01 WS-CALENDAR-OK-FLAG     PIC X  VALUE "N".
           88 WS-CALENDAR-OK          VALUE "Y".
      *
      *  The calendar as keyed. The breakpoints are keyed as
      * eight named fields and checked as a table laid the same
      * way as TC-BREAKPOINTS.
      *
       01 WS-TC-TERM              PIC X(6) VALUE SPACES.
       01 WS-TC-START.
           03 WS-TC-START-DD      PIC 99   VALUE 0.
           03 WS-TC-START-MM      PIC 99   VALUE 0.
           03 WS-TC-START-YYYY    PIC 9(4) VALUE 0.
       01 WS-TC-BREAKS.
           03 WS-TC-DAYS-1        PIC 9(3) VALUE 0.
           03 WS-TC-PCT-1         PIC 9(3) VALUE 0.
           03 WS-TC-DAYS-2        PIC 9(3) VALUE 0.
           03 WS-TC-PCT-2         PIC 9(3) VALUE 0.
           03 WS-TC-DAYS-3        PIC 9(3) VALUE 0.
           03 WS-TC-PCT-3         PIC 9(3) VALUE 0.
           03 WS-TC-DAYS-4        PIC 9(3) VALUE 0.
           03 WS-TC-PCT-4         PIC 9(3) VALUE 0.
       01 WS-TC-BREAK-TABLE REDEFINES WS-TC-BREAKS.
           03 WS-TC-BREAK OCCURS 4 TIMES.
               05 WS-TC-DAYS      PIC 9(3).
               05 WS-TC-PCT       PIC 9(3).
       01 WS-BRK-SUB              PIC 9 VALUE 0.
       01 WS-LAST-DAYS            PIC 9(3) VALUE 0.
       01 WS-LAST-PCT             PIC 9(3) VALUE 0.
      *
       01 WS-DATCHECK-PAR.
           03 WS-DC-DD            PIC 9(2).
           03 WS-DC-MM            PIC 9(2).
           03 WS-DC-YYYY          PIC 9(4).
           03 WS-DC-FC            PIC 9.
           03 WS-DC-DOW           PIC X(9).
      *
      *  The term offered first is the current one, from
      * GPATERM.DAT the way GPAUPDT reads it, YYYYMM of the run
      * date when the registry has not set one.
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
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CALMAINT".
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
            "CALENDAR MAINTENANCE NOT PERMITTED AT YOUR LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 TERM-PROMPT.
           03 LINE 2  COLUMN 26    VALUE "TERM CALENDAR".
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "TERM (SPACES TO STOP)   : ".
           03 LINE 4  COLUMN 31    PIC X(6)
              USING WS-TC-TERM AUTO.
       01 CALENDAR-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW TERM - KEY IN ITS START AND REFUND SCHEDULE".
       01 CALENDAR-ENTRY-SCREEN.
           03 LINE 7  COLUMN 5     VALUE "TERM STARTS (DD MM YYYY)".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 31    PIC 99   USING WS-TC-START-DD.
           03 LINE 7  COLUMN 34    PIC 99   USING WS-TC-START-MM.
           03 LINE 7  COLUMN 37    PIC 9(4) USING WS-TC-START-YYYY.
           03 LINE 9  COLUMN 5     VALUE
              "REFUND UP TO DAY     PERCENT".
           03 LINE 10 COLUMN 5     VALUE "BREAKPOINT 1 :".
           03 LINE 10 COLUMN 22    PIC 9(3) USING WS-TC-DAYS-1.
           03 LINE 10 COLUMN 30    PIC 9(3) USING WS-TC-PCT-1.
           03 LINE 11 COLUMN 5     VALUE "BREAKPOINT 2 :".
           03 LINE 11 COLUMN 22    PIC 9(3) USING WS-TC-DAYS-2.
           03 LINE 11 COLUMN 30    PIC 9(3) USING WS-TC-PCT-2.
           03 LINE 12 COLUMN 5     VALUE "BREAKPOINT 3 :".
           03 LINE 12 COLUMN 22    PIC 9(3) USING WS-TC-DAYS-3.
           03 LINE 12 COLUMN 30    PIC 9(3) USING WS-TC-PCT-3.
           03 LINE 13 COLUMN 5     VALUE "BREAKPOINT 4 :".
           03 LINE 13 COLUMN 22    PIC 9(3) USING WS-TC-DAYS-4.
           03 LINE 13 COLUMN 30    PIC 9(3) USING WS-TC-PCT-4.
       01 CALENDAR-SAVE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE THIS TERM CALENDAR? (Y/N) > ".
           03 LINE 15 COLUMN 38    PIC X TO WS-RESPONCE AUTO.
       01 CALENDAR-SAVED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "TERM CALENDAR SAVED".
       01 BAD-START-MSG.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "TERM START IS NOT A VALID DATE - NOT SAVED".
       01 BAD-BREAKPOINT-MSG.
           03 LINE 17 COLUMN 5     HIGHLIGHT VALUE
              "BREAKPOINTS OUT OF ORDER OR OVER 100% - NOT SAVED".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 22 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-CALENDAR-STATUS.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph sets the current term, opens the
      * calendar for update (creating it empty on the very first
      * run), signs the operator on through the shared OPRLOGIN
      * routine and maintains one term per pass until a blank
      * term is keyed. Start and end log through the shared
      * RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-TERM-CODE.
           OPEN I-O CALENDAR-FILE.
           IF WS-CALENDAR-STATUS EQUAL "35"
                 OPEN OUTPUT CALENDAR-FILE
                 CLOSE CALENDAR-FILE
                 OPEN I-O CALENDAR-FILE.
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
                 IF WS-CALENDAR-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
                       MOVE WS-TERM-CODE TO WS-TC-TERM
                       PERFORM 1000-MAINTAIN-ONE-TERM
                               UNTIL WS-STOP-RUN-FLAG = "S"
                       MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CALENDAR-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
       0100-SET-TERM-CODE.
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
      *  This paragraph maintains one term per pass: an existing
      * calendar comes up for correction, a new term starts
      * blank. Keying a blank term ends the run.
      *
       1000-MAINTAIN-ONE-TERM.
           DISPLAY BLANK-SCREEN.
           ACCEPT  TERM-PROMPT.
           IF WS-TC-TERM EQUAL SPACES
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
                 PERFORM 1100-FETCH-CALENDAR
                 DISPLAY CALENDAR-ENTRY-SCREEN
                 ACCEPT  CALENDAR-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT CALENDAR-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 2000-CHECK-CALENDAR
                       IF WS-CALENDAR-OK
                             PERFORM 3000-SAVE-CALENDAR
                       END-IF
                 END-IF
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
                 MOVE SPACES TO WS-TC-TERM
           END-IF.
      *
       1100-FETCH-CALENDAR.
           MOVE "N" TO WS-CALENDAR-FOUND-FLAG.
           MOVE ZERO TO WS-TC-START.
           MOVE ZERO TO WS-TC-BREAKS.
           MOVE WS-TC-TERM TO TC-TERM.
           READ CALENDAR-FILE RECORD KEY IS TC-TERM
                INVALID KEY
                      DISPLAY CALENDAR-NEW-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-CALENDAR-FOUND-FLAG
                      MOVE TC-START-DD    TO WS-TC-START-DD
                      MOVE TC-START-MM    TO WS-TC-START-MM
                      MOVE TC-START-YYYY  TO WS-TC-START-YYYY
                      MOVE TC-BREAKPOINTS TO WS-TC-BREAKS
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph checks the calendar keyed: the start
      * must be a real date through the shared DatCheck routine,
      * and the breakpoints in use must rise in days and not
      * rise in percentage, none over 100.
      *
       2000-CHECK-CALENDAR.
           MOVE "Y" TO WS-CALENDAR-OK-FLAG.
           MOVE WS-TC-START-DD   TO WS-DC-DD.
           MOVE WS-TC-START-MM   TO WS-DC-MM.
           MOVE WS-TC-START-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           IF WS-DC-FC NOT EQUAL 0
                 MOVE "N" TO WS-CALENDAR-OK-FLAG
                 DISPLAY BAD-START-MSG
              ELSE
                 MOVE 0   TO WS-LAST-DAYS
                 MOVE 100 TO WS-LAST-PCT
                 PERFORM 2100-CHECK-ONE-BREAKPOINT
                         VARYING WS-BRK-SUB FROM 1 BY 1
                         UNTIL WS-BRK-SUB GREATER 4
                 IF NOT WS-CALENDAR-OK
                       DISPLAY BAD-BREAKPOINT-MSG
                 END-IF
           END-IF.
      *
       2100-CHECK-ONE-BREAKPOINT.
           IF WS-TC-DAYS (WS-BRK-SUB) EQUAL 0
                 MOVE 0 TO WS-TC-PCT (WS-BRK-SUB)
              ELSE
              IF WS-TC-DAYS (WS-BRK-SUB) NOT GREATER WS-LAST-DAYS
                 OR WS-TC-PCT (WS-BRK-SUB) GREATER WS-LAST-PCT
                    MOVE "N" TO WS-CALENDAR-OK-FLAG
                 ELSE
                    MOVE WS-TC-DAYS (WS-BRK-SUB) TO WS-LAST-DAYS
                    MOVE WS-TC-PCT (WS-BRK-SUB)  TO WS-LAST-PCT.
      *
       3000-SAVE-CALENDAR.
           MOVE WS-TC-TERM       TO TC-TERM.
           MOVE WS-TC-START-YYYY TO TC-START-YYYY.
           MOVE WS-TC-START-MM   TO TC-START-MM.
           MOVE WS-TC-START-DD   TO TC-START-DD.
           MOVE WS-TC-BREAKS     TO TC-BREAKPOINTS.
           IF WS-CALENDAR-FOUND
                 REWRITE IN-CALENDAR-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-CALENDAR-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY CALENDAR-SAVED-MSG.
      *
      ****************************************************
      *
