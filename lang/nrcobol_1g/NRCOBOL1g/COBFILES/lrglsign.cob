       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LRGLSIGN.
      *PROGRAM DISCRIPTION.
      *
      *  Large-loss notice sign-off. Every notice LRGLOSS sends
      * sits on the notice register LRGLREG.DAT awaiting the
      * claims manager's acknowledgement. This screen is held to
      * the claims manager's security level: L lists the notices
      * still awaiting sign-off, A acknowledges one by claim and
      * notice number - the notice is shown, confirmed, and
      * signed off by the manager re-keying their PIN through
      * OPRLOGIN the way PERCLOSE signs off a close. The register
      * then carries who acknowledged it, at what level, and
      * when.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD NOTICE-REGISTER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "LRGLREG.DAT".
       01  NOTICE-REGISTER-REC.
           03  LG-KEY.
               05  LG-CLAIM-NUMBER      PIC 999V9(4).
               05  LG-SEQ               PIC 99.
           03  LG-NOTICE-DATE           PIC X(8).
           03  LG-REASON                PIC X(4).
           03  LG-INCURRED              PIC 9(9).
           03  LG-PAID                  PIC 9(9).
           03  LG-RESERVE               PIC 9(7).
           03  LG-RECOVERED             PIC 9(9).
           03  LG-REINSURER-FLAG        PIC X.
           03  LG-SIGNOFF-STATUS        PIC X.
           03  LG-SIGNOFF-OPERATOR      PIC X(6).
           03  LG-SIGNOFF-LEVEL         PIC 9.
           03  LG-SIGNOFF-DATE          PIC X(8).
           03  LG-SIGNOFF-TIME          PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG       PIC X  VALUE " ".
       01 WS-REG-END-FLAG        PIC X  VALUE " ".
       01 WS-NOTICE-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-NOTICE-FOUND        VALUE "Y".
       01 WS-MANAGER-LEVEL-NEEDED PIC 9 VALUE 3.
       01 WS-SIGNON-OPERATOR     PIC X(6) VALUE SPACES.
       01 LIN                    PIC 99 VALUE 0.
       01 WS-PENDING-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACK-COUNT           PIC 9(5) VALUE 0.
      *
       01 WS-LOOKUP-CLAIM-NUMBER PIC 999V9(4) VALUE 0.
       01 WS-LOOKUP-SEQ          PIC 99 VALUE 0.
      *
       01 WS-PENDING-LIST.
           03 PLL-CLAIM-NUMBER   PIC ZZ9,9999.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PLL-SEQ            PIC Z9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PLL-NOTICE-DATE    PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PLL-REASON         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PLL-INCURRED       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 PLL-REINSURER-FLAG PIC X.
      *
       01 WS-AMOUNT-EDIT         PIC ZZZ.ZZZ.ZZ9.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR       PIC XX.
           03 WS-REAL-MONTH      PIC XX.
           03 WS-REAL-DAY        PIC XX.
       01 WS-TEMP-DATE.
           03 WS-TEMP-DAY        PIC XX.
           03 FILLER             PIC X    VALUE  "/".
           03 WS-TEMP-MONTH      PIC XX.
           03 FILLER             PIC X    VALUE  "/".
           03 WS-TEMP-YEAR       PIC XX.
       01 WS-AUDIT-TIME          PIC 9(8) VALUE 0.
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "LRGLSIGN".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-RESPONCE            PIC X.
           88 WS-RESPONCE-L             VALUE "L" "l".
           88 WS-RESPONCE-A             VALUE "A" "a".
           88 WS-RESPONCE-Q             VALUE "Q" "q".
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
            "NOTICE SIGN-OFF NOT PERMITTED AT YOUR SECURITY LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 MENU-SCREEN.
           03 LINE 10 COLUMN 26   VALUE "LARGE-LOSS NOTICE SIGN-OFF".
           03 LINE 11 COLUMN 26   VALUE "--------------------------".
           03 LINE 14 COLUMN 19   VALUE
              "PRESS 'L' LIST notices awaiting sign-off".
           03 LINE 15 COLUMN 19   VALUE
              "      'A' ACKNOWLEDGE a notice          ".
           03 LINE 16 COLUMN 19   VALUE
              "      'Q' to QUIT                       ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
       01 REGISTER-MISSING-MSG.
           03 LINE 12 COLUMN 5     HIGHLIGHT VALUE
              "NO NOTICES HAVE BEEN SENT - LRGLREG.DAT NOT FOUND".
       01 NOTICE-KEY-SCREEN.
           03 LINE 4  COLUMN 5     VALUE "CLAIM NUMBER".
           03 LINE 4  COLUMN 29    VALUE ": ".
           03 LINE 4  COLUMN 31    PIC 999V9(4)
              TO WS-LOOKUP-CLAIM-NUMBER AUTO.
           03 LINE 5  COLUMN 5     VALUE "NOTICE NUMBER".
           03 LINE 5  COLUMN 29    VALUE ": ".
           03 LINE 5  COLUMN 31    PIC 99
              TO WS-LOOKUP-SEQ AUTO.
       01 NOTICE-NOT-FOUND-MSG.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "NO NOTICE ON THE REGISTER WITH THAT NUMBER".
       01 ALREADY-SIGNED-MSG.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "NOTICE ALREADY ACKNOWLEDGED".
       01 ACK-CONFIRM-PROMPT.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE
              "ACKNOWLEDGE THIS NOTICE? (Y/N) > ".
           03 LINE 18 COLUMN 38    PIC X TO WS-RESPONCE AUTO.
       01 SIGN-OFF-PROMPT.
           03 LINE 19 COLUMN 1     BLANK LINE.
           03 LINE 19 COLUMN 5     VALUE
              "RE-KEY YOUR PIN TO SIGN OFF THE NOTICE > ".
           03 LINE 19 COLUMN 46    PIC 9(4) TO WS-OPERATOR-PIN
              AUTO SECURE.
       01 SIGN-OFF-FAILED-MSG.
           03 LINE 21 COLUMN 1     BLANK LINE.
           03 LINE 21 COLUMN 5     HIGHLIGHT VALUE
              "SIGN-OFF REFUSED - NOTICE LEFT AWAITING SIGN-OFF".
       01 NOTICE-SIGNED-MSG.
           03 LINE 21 COLUMN 1     BLANK LINE.
           03 LINE 21 COLUMN 5     VALUE
              "NOTICE ACKNOWLEDGED ON LRGLREG.DAT".
       01 REGISTER-WRITE-ERROR.
           03 LINE 21 COLUMN 5     HIGHLIGHT VALUE
              "LRGLREG.DAT COULD NOT BE REWRITTEN - STATUS ".
           03 LINE 21 COLUMN 49    PIC XX FROM WS-REGISTER-STATUS.
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to sign the operator on through the shared
      * OPRLOGIN routine, hold the sign-off back from all below
      * the claims manager's level, and drive the menu until the
      * operator quits. Start and end are logged through the
      * shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF NOT WS-CREDENTIAL-FOUND
                 DISPLAY WRONG-CODE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
              IF WS-SECURITY-LEVEL LESS WS-MANAGER-LEVEL-NEEDED
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                    MOVE WS-OPERATOR-ID TO WS-SIGNON-OPERATOR
                    PERFORM 1100-MENU
                            UNTIL WS-STOP-RUN-FLAG = "S"
                    MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "         TO WS-RUNLOG-ACTION.
           MOVE WS-ACK-COUNT   TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      *******************************************************
      *  This paragraph provides the user with an option on how
      * to continue.
      *  Expected responce to MENU ;L to LIST notices awaiting
      *                             A to ACKNOWLEDGE a notice
      *                             Q to QUIT
      *
       1100-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY MENU-SCREEN.
           ACCEPT RESPONCE-LINE.
           IF WS-RESPONCE-Q
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
              IF WS-RESPONCE-L
                    PERFORM 2000-LIST-PENDING
                 ELSE
                 IF WS-RESPONCE-A
                       PERFORM 3000-ACKNOWLEDGE-NOTICE.
      *
      *****************************************************
      *  This paragraph lists every notice on the register still
      * awaiting sign-off, in claim order, a screen at a time.
      *
       2000-LIST-PENDING.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT NOTICE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT EQUAL "00"
                 DISPLAY BLANK-SCREEN
                 DISPLAY REGISTER-MISSING-MSG
              ELSE
                 PERFORM 2010-SHOW-LIST-HEAD
                 MOVE " " TO WS-REG-END-FLAG
                 MOVE LOW-VALUES TO LG-KEY
                 START NOTICE-REGISTER-FILE
                       KEY IS NOT LESS THAN LG-KEY
                       INVALID KEY MOVE "S" TO WS-REG-END-FLAG
                 END-START
                 PERFORM 2020-SHOW-ONE-PENDING
                         UNTIL WS-REG-END-FLAG = "S"
                 CLOSE NOTICE-REGISTER-FILE
                 IF WS-PENDING-COUNT EQUAL 0
                       DISPLAY (LIN, 3)
                               "NO NOTICES AWAITING SIGN-OFF"
                 END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
       2010-SHOW-LIST-HEAD.
           DISPLAY BLANK-SCREEN.
           MOVE 1 TO LIN.
           DISPLAY (LIN, 3)  "LARGE-LOSS NOTICES AWAITING SIGN-OFF".
           ADD 2 TO LIN.
           DISPLAY (LIN, 3)  "   CLAIM  NO  SENT ON   WHY ".
           DISPLAY (LIN, 31) "      INCURRED  REINSURER".
           ADD 2 TO LIN.
      *
       2020-SHOW-ONE-PENDING.
           READ NOTICE-REGISTER-FILE NEXT RECORD
                AT END MOVE "S" TO WS-REG-END-FLAG
           END-READ.
           IF WS-REG-END-FLAG NOT EQUAL "S"
                 IF LG-SIGNOFF-STATUS NOT EQUAL "A"
                       ADD 1 TO WS-PENDING-COUNT
                       IF LIN GREATER 21
                             DISPLAY NEW-PAGE
                             ACCEPT ANY-KEY
                             PERFORM 2010-SHOW-LIST-HEAD
                       END-IF
                       MOVE LG-CLAIM-NUMBER   TO PLL-CLAIM-NUMBER
                       MOVE LG-SEQ            TO PLL-SEQ
                       MOVE LG-NOTICE-DATE    TO PLL-NOTICE-DATE
                       MOVE LG-REASON         TO PLL-REASON
                       MOVE LG-INCURRED       TO PLL-INCURRED
                       MOVE LG-REINSURER-FLAG TO PLL-REINSURER-FLAG
                       DISPLAY (LIN, 3) WS-PENDING-LIST
                       ADD 1 TO LIN.
      *
      *****************************************************
      *  This paragraph finds the notice keyed, shows it, and
      * when it still awaits sign-off has the manager confirm
      * it and re-key their PIN, checked again through OPRLOGIN
      * at the manager's level, before the acknowledgement goes
      * on the register.
      *
       3000-ACKNOWLEDGE-NOTICE.
           DISPLAY BLANK-SCREEN.
           OPEN I-O NOTICE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT EQUAL "00"
                 DISPLAY REGISTER-MISSING-MSG
              ELSE
                 MOVE 0 TO WS-LOOKUP-CLAIM-NUMBER
                 MOVE 0 TO WS-LOOKUP-SEQ
                 DISPLAY NOTICE-KEY-SCREEN
                 ACCEPT  NOTICE-KEY-SCREEN
                 PERFORM 3100-READ-NOTICE
                 IF NOT WS-NOTICE-FOUND
                       DISPLAY NOTICE-NOT-FOUND-MSG
                    ELSE
                       PERFORM 3200-SHOW-NOTICE
                       IF LG-SIGNOFF-STATUS EQUAL "A"
                             DISPLAY ALREADY-SIGNED-MSG
                          ELSE
                             PERFORM 3300-CONFIRM-AND-SIGN
                       END-IF
                 END-IF
                 CLOSE NOTICE-REGISTER-FILE.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
       3100-READ-NOTICE.
           MOVE "N" TO WS-NOTICE-FOUND-FLAG.
           MOVE WS-LOOKUP-CLAIM-NUMBER TO LG-CLAIM-NUMBER.
           MOVE WS-LOOKUP-SEQ          TO LG-SEQ.
           READ NOTICE-REGISTER-FILE RECORD KEY IS LG-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-NOTICE-FOUND-FLAG
           END-READ.
      *
       3200-SHOW-NOTICE.
           MOVE 7 TO LIN.
           DISPLAY (LIN, 5)  "SENT ON          : ".
           DISPLAY (LIN, 25) LG-NOTICE-DATE.
           ADD 1 TO LIN.
           DISPLAY (LIN, 5)  "REASON           : ".
           DISPLAY (LIN, 25) LG-REASON.
           ADD 1 TO LIN.
           MOVE LG-PAID TO WS-AMOUNT-EDIT.
           DISPLAY (LIN, 5)  "PAID TO DATE     : ".
           DISPLAY (LIN, 25) WS-AMOUNT-EDIT.
           ADD 1 TO LIN.
           MOVE LG-RESERVE TO WS-AMOUNT-EDIT.
           DISPLAY (LIN, 5)  "CASE RESERVE     : ".
           DISPLAY (LIN, 25) WS-AMOUNT-EDIT.
           ADD 1 TO LIN.
           MOVE LG-RECOVERED TO WS-AMOUNT-EDIT.
           DISPLAY (LIN, 5)  "LESS RECOVERIES  : ".
           DISPLAY (LIN, 25) WS-AMOUNT-EDIT.
           ADD 1 TO LIN.
           MOVE LG-INCURRED TO WS-AMOUNT-EDIT.
           DISPLAY (LIN, 5)  "INCURRED         : ".
           DISPLAY (LIN, 25) WS-AMOUNT-EDIT.
           ADD 1 TO LIN.
           DISPLAY (LIN, 5)  "REINSURER COPY   : ".
           DISPLAY (LIN, 25) LG-REINSURER-FLAG.
           IF LG-SIGNOFF-STATUS EQUAL "A"
                 ADD 1 TO LIN
                 DISPLAY (LIN, 5)  "ACKNOWLEDGED BY  : "
                 DISPLAY (LIN, 25) LG-SIGNOFF-OPERATOR
                 DISPLAY (LIN, 32) "ON"
                 DISPLAY (LIN, 35) LG-SIGNOFF-DATE.
      *
       3300-CONFIRM-AND-SIGN.
           MOVE SPACE TO WS-RESPONCE.
           DISPLAY ACK-CONFIRM-PROMPT.
           ACCEPT  ACK-CONFIRM-PROMPT.
           IF WS-RESPONCE-Y
                 MOVE 0 TO WS-OPERATOR-PIN
                 DISPLAY SIGN-OFF-PROMPT
                 ACCEPT  SIGN-OFF-PROMPT
                 MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR-ID
                 CALL "OPRLOGIN" USING WS-LOGIN-PAR
                 IF NOT WS-CREDENTIAL-FOUND OR
                    WS-SECURITY-LEVEL LESS WS-MANAGER-LEVEL-NEEDED
                       DISPLAY SIGN-OFF-FAILED-MSG
                       MOVE "S" TO WS-STOP-RUN-FLAG
                    ELSE
                       PERFORM 3400-RECORD-SIGN-OFF
                 END-IF.
      *
       3400-RECORD-SIGN-OFF.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE "A"               TO LG-SIGNOFF-STATUS.
           MOVE WS-OPERATOR-ID    TO LG-SIGNOFF-OPERATOR.
           MOVE WS-SECURITY-LEVEL TO LG-SIGNOFF-LEVEL.
           MOVE WS-TEMP-DATE      TO LG-SIGNOFF-DATE.
           MOVE WS-AUDIT-TIME     TO LG-SIGNOFF-TIME.
           REWRITE NOTICE-REGISTER-REC
                   INVALID KEY
                         DISPLAY REGISTER-WRITE-ERROR
                   NOT INVALID KEY
                         ADD 1 TO WS-ACK-COUNT
                         DISPLAY NOTICE-SIGNED-MSG
           END-REWRITE.
