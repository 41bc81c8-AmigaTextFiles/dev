       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AWDMAINT.
      *PROGRAM DISCRIPTION.
      *
      *  Screen maintenance for financial aid and scholarship
      * awards. Two files are kept here: the award types
      * AWDTYPE.DAT - one record per award code, with the
      * eligibility rules a student must meet to draw on it (a
      * minimum grade point average, no academic probation, a
      * minimum of enrolled credit hours in the award's term) -
      * and the awards themselves, STUAWD.DAT, keyed student
      * number, term and award code, each carrying the amount
      * and the source of the money. Awards are credited to the
      * student's account by the AWDDISB run after TUITBILL has
      * billed, not through ARPOST as if the student had paid
      * cash, so the account shows which award paid what.
      *
      *  Functions: A maintain one student's award for a term,
      * T maintain an award type. An award already disbursed
      * cannot be changed or deleted here; an award held because
      * the student stopped qualifying may be released back to
      * pending once the aid office has reviewed it. Maintained
      * the way CRSMAINT maintains the course master.
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
            SELECT           AWARD-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AW-KEY
            FILE STATUS IS   WS-AWARD-STATUS.

            SELECT           AWARD-TYPE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AT-CODE
            FILE STATUS IS   WS-TYPE-STATUS.

            SELECT           SECURE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    ST-NUMBER
            ALTERNATE RECORD KEY IS ST-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           TERM-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-TERM-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUAWD.DAT".
       01 IN-AWARD-REC.
           03 AW-KEY.
               05 AW-NUMBER    PIC 9(6).
               05 AW-TERM      PIC X(6).
               05 AW-CODE      PIC X(4).
           03 AW-AMOUNT        PIC 9(7).
           03 AW-SOURCE        PIC X(12).
           03 AW-STATUS        PIC X.
               88 AW-PENDING         VALUE "P".
               88 AW-DISBURSED       VALUE "D".
               88 AW-HELD            VALUE "H".
           03 AW-STATUS-DATE   PIC X(8).
           03 AW-REASON        PIC X(3).
      *
       FD AWARD-TYPE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AWDTYPE.DAT".
       01 IN-AWARD-TYPE-REC.
           03 AT-CODE          PIC X(4).
           03 AT-DESCRIPTION   PIC X(20).
           03 AT-MIN-GPA       PIC 9V99.
           03 AT-NO-PROBATION  PIC X.
           03 AT-MIN-HOURS     PIC 99.
      *
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
       FD TERM-PARM-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "GPATERM.DAT".
       01 IN-TERM-PARM-REC.
           03 TP-TERM-CODE     PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-AWARD-STATUS         PIC XX VALUE "00".
       01 WS-TYPE-STATUS          PIC XX VALUE "00".
       01 WS-SECURE-STATUS        PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-STOP-PASS-FLAG       PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT     PIC 9(5) VALUE 0.
       01 WS-AWARD-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-AWARD-FOUND          VALUE "Y".
       01 WS-TYPE-FOUND-FLAG      PIC X  VALUE "N".
           88 WS-TYPE-FOUND           VALUE "Y".
       01 WS-STUDENT-OK-FLAG      PIC X  VALUE "N".
           88 WS-STUDENT-OK           VALUE "Y".
      *
       01 WS-AWARD-REC.
           03 WS-AW-NUMBER        PIC 9(6)  VALUE 0.
           03 WS-AW-TERM          PIC X(6)  VALUE SPACES.
           03 WS-AW-CODE          PIC X(4)  VALUE SPACES.
           03 WS-AW-AMOUNT        PIC 9(7)  VALUE 0.
           03 WS-AW-SOURCE        PIC X(12) VALUE SPACES.
           03 WS-AW-STATUS        PIC X     VALUE SPACE.
           03 WS-AW-REASON        PIC X(3)  VALUE SPACES.
       01 WS-STUDENT-NAME         PIC X(16) VALUE SPACES.
       01 WS-TYPE-DESCRIPTION     PIC X(20) VALUE SPACES.
      *
       01 WS-TYPE-REC.
           03 WS-AT-CODE          PIC X(4)  VALUE SPACES.
           03 WS-AT-DESCRIPTION   PIC X(20) VALUE SPACES.
           03 WS-AT-MIN-GPA       PIC 9V99  VALUE 0.
           03 WS-AT-NO-PROBATION  PIC X     VALUE "N".
           03 WS-AT-MIN-HOURS     PIC 99    VALUE 0.
      *
      *  The term an award is for defaults to the current term,
      * from GPATERM.DAT the way GPAUPDT reads it, YYYYMM of the
      * run date when the registry has not set one.
      *
       01 WS-TERM-CODE            PIC X(6) VALUE SPACES.
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "AWDMAINT".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-RESPONCE             PIC X VALUE SPACE.
           88 WS-RESPONCE-A             VALUE "A" "a".
           88 WS-RESPONCE-T             VALUE "T" "t".
           88 WS-RESPONCE-Q             VALUE "Q" "q".
           88 WS-RESPONCE-Y             VALUE "Y" "y".
           88 WS-RESPONCE-D             VALUE "D" "d".
           88 WS-RESPONCE-R             VALUE "R" "r".
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
            "AWARD MAINTENANCE NOT PERMITTED AT YOUR LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 MENU-SCREEN.
           03 LINE 9  COLUMN 26   VALUE "FINANCIAL AID MENU".
           03 LINE 10 COLUMN 26   VALUE "------------------".
           03 LINE 12 COLUMN 19   VALUE "PRESS 'A' student AWARD    ".
           03 LINE 13 COLUMN 19   VALUE "      'T' award TYPE       ".
           03 LINE 14 COLUMN 19   VALUE "      'Q' to QUIT          ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
       01 AWARD-KEY-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "STUDENT NUMBER (0 TO STOP) : ".
           03 LINE 4  COLUMN 34    PIC 9(6)
              TO WS-AW-NUMBER AUTO.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "TERM                       : ".
           03 LINE 5  COLUMN 34    PIC X(6)
              USING WS-AW-TERM AUTO.
           03 LINE 6  COLUMN 1     BLANK LINE.
           03 LINE 6  COLUMN 5     VALUE
              "AWARD CODE                 : ".
           03 LINE 6  COLUMN 34    PIC X(4)
              TO WS-AW-CODE AUTO.
       01 AWARD-HEADING-SCREEN.
           03 LINE 8  COLUMN 5     VALUE "STUDENT".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 31    PIC X(16) FROM WS-STUDENT-NAME.
           03 LINE 9  COLUMN 5     VALUE "AWARD TYPE".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 31    PIC X(20)
              FROM WS-TYPE-DESCRIPTION.
           03 LINE 10 COLUMN 5     VALUE "STATUS (P/D/H) / REASON".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 31    PIC X FROM WS-AW-STATUS.
           03 LINE 10 COLUMN 33    PIC X(3) FROM WS-AW-REASON.
       01 AWARD-ENTRY-SCREEN.
           03 LINE 12 COLUMN 5     VALUE "AMOUNT".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 31    PIC 9(7) USING WS-AW-AMOUNT.
           03 LINE 13 COLUMN 5     VALUE "SOURCE".
           03 LINE 13 COLUMN 29    VALUE ": ".
           03 LINE 13 COLUMN 31    PIC X(12) USING WS-AW-SOURCE.
       01 AWARD-NEW-MSG.
           03 LINE 7  COLUMN 1     BLANK LINE.
           03 LINE 7  COLUMN 5     VALUE
              "NEW AWARD - KEY IN ITS DETAILS".
       01 AWARD-SAVE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE (Y), DELETE (D) OR LEAVE (N) > ".
           03 LINE 15 COLUMN 41    PIC X TO WS-RESPONCE AUTO.
       01 AWARD-RELEASE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE
              "SAVE (Y), RELEASE HOLD (R), DELETE (D), LEAVE (N) > ".
           03 LINE 15 COLUMN 57    PIC X TO WS-RESPONCE AUTO.
       01 AWARD-SAVED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "AWARD RECORD SAVED".
       01 AWARD-DELETED-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     VALUE "AWARD RECORD DELETED".
       01 AWARD-DISBURSED-MSG.
           03 LINE 15 COLUMN 5     HIGHLIGHT VALUE
              "AWARD ALREADY DISBURSED - IT CANNOT BE CHANGED".
       01 STUDENT-NOT-FOUND-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "NO STUDENT RECORD WITH THAT NUMBER".
       01 TYPE-NOT-FOUND-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "NO AWARD TYPE WITH THAT CODE - ADD THE TYPE FIRST".
       01 TYPE-CODE-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "AWARD CODE (SPACES TO STOP) : ".
           03 LINE 4  COLUMN 35    PIC X(4)
              TO WS-AT-CODE AUTO.
       01 TYPE-ENTRY-SCREEN.
           03 LINE 6  COLUMN 5     VALUE "DESCRIPTION".
           03 LINE 6  COLUMN 33    VALUE ": ".
           03 LINE 6  COLUMN 35    PIC X(20)
              USING WS-AT-DESCRIPTION.
           03 LINE 8  COLUMN 5     VALUE "MINIMUM GRADE POINT AVERAGE".
           03 LINE 8  COLUMN 33    VALUE ": ".
           03 LINE 8  COLUMN 35    PIC 9.99 USING WS-AT-MIN-GPA.
           03 LINE 9  COLUMN 5     VALUE "NOT ON PROBATION (Y/N)".
           03 LINE 9  COLUMN 33    VALUE ": ".
           03 LINE 9  COLUMN 35    PIC X
              USING WS-AT-NO-PROBATION.
           03 LINE 10 COLUMN 5     VALUE "MINIMUM ENROLLED HOURS".
           03 LINE 10 COLUMN 33    VALUE ": ".
           03 LINE 10 COLUMN 35    PIC 99 USING WS-AT-MIN-HOURS.
       01 TYPE-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW AWARD TYPE - KEY IN ITS RULES".
       01 TYPE-SAVE-PROMPT.
           03 LINE 12 COLUMN 1     BLANK LINE.
           03 LINE 12 COLUMN 5     VALUE
              "SAVE THIS AWARD TYPE? (Y/N) > ".
           03 LINE 12 COLUMN 35    PIC X TO WS-RESPONCE AUTO.
       01 TYPE-SAVED-MSG.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     VALUE "AWARD TYPE SAVED".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 22 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-AWARD-STATUS.
           03 LINE 22 COLUMN 32  HIGHLIGHT PIC XX
              FROM WS-TYPE-STATUS.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************
      *
      *  This paragraph sets the current term, opens the two
      * award files for update (creating them empty on the very
      * first run), signs the operator on through the shared
      * OPRLOGIN routine, holds the function back from junior
      * operators and drives the menu until the operator quits.
      * Start and end log through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-TERM-CODE.
           PERFORM 0200-OPEN-AWARD-FILES.
           OPEN INPUT SECURE-FILE.
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
                 IF WS-AWARD-STATUS  NOT EQUAL "00" OR
                    WS-TYPE-STATUS   NOT EQUAL "00" OR
                    WS-SECURE-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
                       PERFORM 1000-MENU
                               UNTIL WS-STOP-RUN-FLAG = "S"
                       MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AWARD-FILE.
           CLOSE AWARD-TYPE-FILE.
           CLOSE SECURE-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
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
       0200-OPEN-AWARD-FILES.
           OPEN I-O AWARD-FILE.
           IF WS-AWARD-STATUS EQUAL "35"
                 OPEN OUTPUT AWARD-FILE
                 CLOSE AWARD-FILE
                 OPEN I-O AWARD-FILE.
           OPEN I-O AWARD-TYPE-FILE.
           IF WS-TYPE-STATUS EQUAL "35"
                 OPEN OUTPUT AWARD-TYPE-FILE
                 CLOSE AWARD-TYPE-FILE
                 OPEN I-O AWARD-TYPE-FILE.
      *
      ****************************************************
      *
      *  This paragraph provides the user with an option on how
      * to continue.
      *  Expected responce to MENU ;A for a student AWARD
      *                             T for an award TYPE
      *                             Q to QUIT
      *
       1000-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY MENU-SCREEN.
           ACCEPT RESPONCE-LINE.
           IF WS-RESPONCE-Q
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
              IF WS-RESPONCE-A
                    MOVE " " TO WS-STOP-PASS-FLAG
                    PERFORM 2000-MAINTAIN-ONE-AWARD
                            UNTIL WS-STOP-PASS-FLAG = "S"
                 ELSE
                 IF WS-RESPONCE-T
                       MOVE " " TO WS-STOP-PASS-FLAG
                       PERFORM 3000-MAINTAIN-ONE-TYPE
                               UNTIL WS-STOP-PASS-FLAG = "S".
      *
      ****************************************************
      *
      *  This paragraph maintains one award per pass: the keyed
      * student must be on SECURITY.DAT2 and the award code on
      * AWDTYPE.DAT. An existing award is shown for correction,
      * a new one starts blank and pending. A disbursed award is
      * shown but left alone. Keying student zero returns to
      * the menu.
      *
       2000-MAINTAIN-ONE-AWARD.
           MOVE ZERO   TO WS-AW-NUMBER.
           MOVE WS-TERM-CODE TO WS-AW-TERM.
           MOVE SPACES TO WS-AW-CODE.
           MOVE ZERO   TO WS-AW-AMOUNT.
           MOVE SPACES TO WS-AW-SOURCE.
           MOVE "P"    TO WS-AW-STATUS.
           MOVE SPACES TO WS-AW-REASON.
           DISPLAY BLANK-SCREEN.
           ACCEPT  AWARD-KEY-PROMPT.
           IF WS-AW-NUMBER EQUAL ZERO
                 MOVE "S" TO WS-STOP-PASS-FLAG
              ELSE
                 PERFORM 2100-CHECK-STUDENT-AND-TYPE
                 IF WS-STUDENT-OK AND WS-TYPE-FOUND
                       PERFORM 2200-FETCH-AWARD
                       DISPLAY AWARD-HEADING-SCREEN
                       IF WS-AWARD-FOUND AND AW-DISBURSED
                             DISPLAY AWARD-ENTRY-SCREEN
                             DISPLAY AWARD-DISBURSED-MSG
                          ELSE
                             DISPLAY AWARD-ENTRY-SCREEN
                             ACCEPT  AWARD-ENTRY-SCREEN
                             PERFORM 2300-ASK-WHAT-TO-DO
                       END-IF
                 END-IF
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
           END-IF.
      *
       2100-CHECK-STUDENT-AND-TYPE.
           MOVE "N" TO WS-STUDENT-OK-FLAG.
           MOVE "N" TO WS-TYPE-FOUND-FLAG.
           MOVE WS-AW-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      DISPLAY STUDENT-NOT-FOUND-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-STUDENT-OK-FLAG
                      MOVE ST-LAST-NAME TO WS-STUDENT-NAME
           END-READ.
           IF WS-STUDENT-OK
                 MOVE WS-AW-CODE TO AT-CODE
                 READ AWARD-TYPE-FILE RECORD KEY IS AT-CODE
                      INVALID KEY
                            DISPLAY TYPE-NOT-FOUND-MSG
                      NOT INVALID KEY
                            MOVE "Y" TO WS-TYPE-FOUND-FLAG
                            MOVE AT-DESCRIPTION
                                 TO WS-TYPE-DESCRIPTION
                 END-READ.
      *
       2200-FETCH-AWARD.
           MOVE "N" TO WS-AWARD-FOUND-FLAG.
           MOVE WS-AW-NUMBER TO AW-NUMBER.
           MOVE WS-AW-TERM   TO AW-TERM.
           MOVE WS-AW-CODE   TO AW-CODE.
           READ AWARD-FILE RECORD KEY IS AW-KEY
                INVALID KEY
                      DISPLAY AWARD-NEW-MSG
                NOT INVALID KEY
                      MOVE "Y" TO WS-AWARD-FOUND-FLAG
                      MOVE AW-AMOUNT TO WS-AW-AMOUNT
                      MOVE AW-SOURCE TO WS-AW-SOURCE
                      MOVE AW-STATUS TO WS-AW-STATUS
                      MOVE AW-REASON TO WS-AW-REASON
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph takes the operator's decision on the
      * award shown: save it, delete it, or - for a held award
      * - release it back to pending for the next disbursement
      * run. A release clears the hold reason.
      *
       2300-ASK-WHAT-TO-DO.
           MOVE SPACE TO WS-RESPONCE.
           IF WS-AWARD-FOUND AND AW-HELD
                 ACCEPT AWARD-RELEASE-PROMPT
              ELSE
                 ACCEPT AWARD-SAVE-PROMPT.
           IF WS-RESPONCE-R AND WS-AWARD-FOUND AND AW-HELD
                 MOVE "P"    TO WS-AW-STATUS
                 MOVE SPACES TO WS-AW-REASON
                 PERFORM 2400-SAVE-AWARD
              ELSE
              IF WS-RESPONCE-Y
                    PERFORM 2400-SAVE-AWARD
                 ELSE
                 IF WS-RESPONCE-D AND WS-AWARD-FOUND
                       DELETE AWARD-FILE RECORD
                       ADD 1 TO WS-MAINTAINED-COUNT
                       DISPLAY AWARD-DELETED-MSG.
      *
       2400-SAVE-AWARD.
           MOVE WS-AW-NUMBER  TO AW-NUMBER.
           MOVE WS-AW-TERM    TO AW-TERM.
           MOVE WS-AW-CODE    TO AW-CODE.
           MOVE WS-AW-AMOUNT  TO AW-AMOUNT.
           MOVE WS-AW-SOURCE  TO AW-SOURCE.
           MOVE WS-AW-STATUS  TO AW-STATUS.
           MOVE WS-AW-REASON  TO AW-REASON.
           MOVE WS-TEMP-DATE  TO AW-STATUS-DATE.
           IF WS-AWARD-FOUND
                 REWRITE IN-AWARD-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-AWARD-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY AWARD-SAVED-MSG.
      *
      ****************************************************
      *
      *  This paragraph maintains one award type per pass, the
      * way CRSMAINT maintains a course: an existing code comes
      * up for correction, a new code starts with no rules.
      * Keying a blank code returns to the menu.
      *
       3000-MAINTAIN-ONE-TYPE.
           MOVE SPACES TO WS-AT-CODE.
           MOVE SPACES TO WS-AT-DESCRIPTION.
           MOVE ZERO   TO WS-AT-MIN-GPA.
           MOVE "N"    TO WS-AT-NO-PROBATION.
           MOVE ZERO   TO WS-AT-MIN-HOURS.
           DISPLAY BLANK-SCREEN.
           ACCEPT  TYPE-CODE-PROMPT.
           IF WS-AT-CODE EQUAL SPACES
                 MOVE "S" TO WS-STOP-PASS-FLAG
              ELSE
                 MOVE "N" TO WS-TYPE-FOUND-FLAG
                 MOVE WS-AT-CODE TO AT-CODE
                 READ AWARD-TYPE-FILE RECORD KEY IS AT-CODE
                      INVALID KEY
                            DISPLAY TYPE-NEW-MSG
                      NOT INVALID KEY
                            MOVE "Y" TO WS-TYPE-FOUND-FLAG
                            MOVE AT-DESCRIPTION
                                 TO WS-AT-DESCRIPTION
                            MOVE AT-MIN-GPA TO WS-AT-MIN-GPA
                            MOVE AT-NO-PROBATION
                                 TO WS-AT-NO-PROBATION
                            MOVE AT-MIN-HOURS TO WS-AT-MIN-HOURS
                 END-READ
                 DISPLAY TYPE-ENTRY-SCREEN
                 ACCEPT  TYPE-ENTRY-SCREEN
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT TYPE-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 3100-SAVE-TYPE
                 END-IF
           END-IF.
      *
       3100-SAVE-TYPE.
           IF WS-AT-NO-PROBATION EQUAL "y"
                 MOVE "Y" TO WS-AT-NO-PROBATION.
           IF WS-AT-NO-PROBATION NOT EQUAL "Y"
                 MOVE "N" TO WS-AT-NO-PROBATION.
           MOVE WS-AT-CODE         TO AT-CODE.
           MOVE WS-AT-DESCRIPTION  TO AT-DESCRIPTION.
           MOVE WS-AT-MIN-GPA      TO AT-MIN-GPA.
           MOVE WS-AT-NO-PROBATION TO AT-NO-PROBATION.
           MOVE WS-AT-MIN-HOURS    TO AT-MIN-HOURS.
           IF WS-TYPE-FOUND
                 REWRITE IN-AWARD-TYPE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-AWARD-TYPE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY TYPE-SAVED-MSG.
      *
      ****************************************************
      *
