       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERCLOSE.
      *PROGRAM DISCRIPTION.
      *
      *  Accounting period control. The one-record ACCTPER.DAT
      * holds the open accounting period, YYYYMM; every month
      * before it is closed, and INSURE payment, recovery and
      * reserve entry, CLMUPDT and CLMINTAK all refuse to post
      * money dated into a closed month. Without the file the
      * open period is taken as last month and nothing is
      * locked until the first close writes it.
      *
      *  The close is held to the highest security level and
      * runs its checklist first:
      *
      *    1 - CLMRECON has run clean since the period ended:
      *        RECONTOT.DAT dated after the period with no
      *        orphan, denied or settled drift,
      *    2 - every day of the period that has payments dated
      *        on it on CLMPAY.DAT was balanced by INSURE's daily
      *        cash control, the last balancing of the day on
      *        CASHCTL.DAT being MATCHED,
      *    3 - no payment still held on CLMPPND.DAT is dated on
      *        or before the period end.
      *
      *  The close report ACCTCLS.PRT prints the checklist with
      * every exception and the period's payment and recovery
      * totals. A close that passes is confirmed, signed off by
      * the operator re-keying their PIN through OPRLOGIN, and
      * moves the open period on one month; the report then
      * carries the sign-off block and a line for the
      * controller's signature. A checklist that fails leaves
      * the period open and the report says why.
      *
      *  A closed period is only got back into by re-opening the
      * last closed month, with a reason. Every close and
      * re-open is appended to ACCTPER.LOG with the operator,
      * date, time and reason.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-PERIOD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCT-PERIOD-STATUS.
      *
           SELECT ACCT-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCT-LOG-STATUS.
      *
           SELECT RECON-TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECON-TOTAL-STATUS.
      *
           SELECT CASH-CTL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CASH-CTL-STATUS.
      *
           SELECT PAYMENT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS WS-PAYMENT-STATUS.
      *
           SELECT PENDING-PAY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPAY-KEY
           FILE STATUS IS WS-PENDING-PAY-STATUS.
      *
           SELECT RECOVERY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RECOVERY-STATUS.
      *
           SELECT CLOSE-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLOSE-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ACCT-PERIOD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ACCTPER.DAT".
       01  IN-ACCT-PERIOD-REC.
           03  AP-OPEN-PERIOD         PIC 9(6).
           03  FILLER                 PIC X.
           03  AP-LAST-ACTION         PIC X(4).
           03  FILLER                 PIC X.
           03  AP-LAST-DATE           PIC X(8).
           03  FILLER                 PIC X.
           03  AP-LAST-OPERATOR       PIC X(6).
      *
       FD ACCT-LOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ACCTPER.LOG".
       01  ACCT-LOG-REC.
           03  AL-DATE                PIC X(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  AL-TIME                PIC 9(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  AL-OPERATOR-ID         PIC X(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  AL-ACTION              PIC X(4).
           03  FILLER                 PIC X VALUE SPACE.
           03  AL-PERIOD              PIC 9(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  AL-REASON              PIC X(30).
      *
       FD RECON-TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "RECONTOT.DAT".
       01  IN-RECON-TOTAL-REC.
           03  RTT-RUN-DATE           PIC X(8).
           03  FILLER                 PIC X.
           03  RTT-RUN-COMPARE        PIC 9(8).
           03  FILLER                 PIC X.
           03  RTT-ORPHANS            PIC 9(5).
           03  FILLER                 PIC X.
           03  RTT-DENIED             PIC 9(5).
           03  FILLER                 PIC X.
           03  RTT-SETTLED            PIC 9(5).
      *
       FD CASH-CTL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CASHCTL.DAT".
       01  CASH-CTL-REC.
           03  CC-DATE                PIC 9(6).
           03  FILLER                 PIC X.
           03  CC-TIME                PIC 9(8).
           03  FILLER                 PIC X.
           03  CC-OPERATOR-ID         PIC X(6).
           03  FILLER                 PIC X.
           03  CC-BANK-TOTAL          PIC 9(9).
           03  FILLER                 PIC X.
           03  CC-POSTED-TOTAL        PIC 9(9).
           03  FILLER                 PIC X.
           03  CC-POSTED-COUNT        PIC 9(5).
           03  FILLER                 PIC X.
           03  CC-VERDICT             PIC X.
      *
       FD PAYMENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMPAY.DAT".
       01  IN-PAYMENT-REC.
           03  PAY-KEY.
               05  PAY-CLAIM-NUMBER     PIC 999V9(4).
               05  PAY-SEQ              PIC 999.
           03  PAY-DATE                 PIC 9(6).
           03  PAY-AMOUNT               PIC 9(7).
           03  PAY-SETTLE-FLAG          PIC X.
           03  PAY-CHECK-NUMBER         PIC 9(6).
           03  PAY-DISB-DATE            PIC 9(6).
           03  PAY-CLEAR-DATE           PIC 9(6).
           03  PAY-PAYEE-ID             PIC 9(6).
           03  PAY-TYPE                 PIC X.
      *
       FD PENDING-PAY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMPPND.DAT".
       01  IN-PENDING-PAY-REC.
           03  PPAY-KEY.
               05  PPAY-CLAIM-NUMBER    PIC 999V9(4).
               05  PPAY-SEQ             PIC 999.
           03  PPAY-DATE                PIC 9(6).
           03  PPAY-AMOUNT              PIC 9(7).
           03  PPAY-SETTLE-FLAG         PIC X.
           03  PPAY-OPERATOR-ID         PIC X(6).
           03  PPAY-HELD-DATE           PIC X(8).
           03  PPAY-HELD-TIME           PIC 9(8).
           03  PPAY-GROSS-AMOUNT        PIC 9(7).
           03  PPAY-DEDUCT-AMOUNT       PIC 9(7).
           03  PPAY-PAYEE-ID            PIC 9(6).
           03  PPAY-PAY-TYPE            PIC X.
      *
       FD RECOVERY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRCV.DAT".
       01  IN-RECOVERY-REC.
           03  RCV-KEY.
               05  RCV-CLAIM-NUMBER     PIC 999V9(4).
               05  RCV-SEQ              PIC 999.
           03  RCV-DATE                 PIC 9(6).
           03  RCV-AMOUNT               PIC 9(7).
           03  RCV-SOURCE               PIC X.
      *
       FD CLOSE-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ACCTCLS.PRT".
       01  OUT-CLOSE-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-PERIOD-STATUS  PIC XX VALUE "00".
       01 WS-ACCT-LOG-STATUS     PIC XX VALUE "00".
       01 WS-RECON-TOTAL-STATUS  PIC XX VALUE "00".
       01 WS-CASH-CTL-STATUS     PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-PENDING-PAY-STATUS  PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS     PIC XX VALUE "00".
       01 WS-CLOSE-PRINT-STATUS  PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG       PIC X  VALUE " ".
       01 WS-READ-END-FLAG       PIC X  VALUE " ".
       01 WS-CLOSE-LEVEL-NEEDED  PIC 9  VALUE 4.
       01 WS-SIGNON-LEVEL        PIC 9  VALUE 0.
       01 LIN                    PIC 99 VALUE 0.
      *
      *  The period control record as read, or as defaulted when
      * there is no ACCTPER.DAT yet.
      *
       01 WS-ACCT-PERIOD-FOUND   PIC X  VALUE "N".
       01 WS-OPEN-PERIOD         PIC 9(6) VALUE 0.
       01 WS-LAST-ACTION         PIC X(4) VALUE SPACES.
       01 WS-LAST-DATE           PIC X(8) VALUE SPACES.
       01 WS-LAST-OPERATOR       PIC X(6) VALUE SPACES.
       01 WS-CLOSE-PERIOD        PIC 9(6) VALUE 0.
       01 WS-REOPEN-PERIOD       PIC 9(6) VALUE 0.
       01 WS-TODAY-PERIOD        PIC 9(6) VALUE 0.
       01 WS-LOG-ACTION          PIC X(4) VALUE SPACES.
       01 WS-LOG-PERIOD          PIC 9(6) VALUE 0.
       01 WS-REOPEN-REASON       PIC X(30) VALUE SPACES.
      *
       01 WS-PERIOD-WORK.
           03 WS-PW-YYYY         PIC 9(4).
           03 WS-PW-MM           PIC 99.
       01 WS-PERIOD-WORK-NUM REDEFINES WS-PERIOD-WORK
                                 PIC 9(6).
      *
      *  A DDMMYY money date and the YYYYMM period it falls in.
      *
       01 WS-CMP-DDMMYY.
           03 WS-CMP-DD          PIC 99.
           03 WS-CMP-MM          PIC 99.
           03 WS-CMP-YY          PIC 99.
       01 WS-CMP-PERIOD          PIC 9(6) VALUE 0.
      *
      *  The close checklist, one flag per item and the overall
      * verdict.
      *
       01 WS-CHECKLIST-FLAG      PIC X  VALUE "Y".
           88 WS-CHECKLIST-MET       VALUE "Y".
       01 WS-RECON-OK-FLAG       PIC X  VALUE "Y".
           88 WS-RECON-OK            VALUE "Y".
       01 WS-CASH-OK-FLAG        PIC X  VALUE "Y".
           88 WS-CASH-OK             VALUE "Y".
       01 WS-HELD-OK-FLAG        PIC X  VALUE "Y".
           88 WS-HELD-OK             VALUE "Y".
      *
      *  One entry per day of the period being closed: whether
      * any payment is dated on it, and the verdict of the last
      * cash control balancing run that day.
      *
       01 WS-DAY-TABLE.
           03 WS-DAY-ENTRY OCCURS 31 TIMES.
               05 WS-DAY-PAID        PIC X.
               05 WS-DAY-VERDICT     PIC X.
       01 WS-DAY-SUB             PIC 99 VALUE 0.
      *
       01 WS-PERIOD-TOTALS.
           03 WS-PAY-COUNT       PIC 9(5).
           03 WS-PAY-TOTAL       PIC 9(9).
           03 WS-RCV-COUNT       PIC 9(5).
           03 WS-RCV-TOTAL       PIC 9(9).
           03 WS-HELD-COUNT      PIC 9(5).
       01 WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
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
       01 WS-AUDIT-TIME-R REDEFINES WS-AUDIT-TIME.
           03 WS-AT-HH           PIC 99.
           03 WS-AT-MM           PIC 99.
           03 FILLER             PIC 9(4).
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PERCLOSE".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-RESPONCE            PIC X.
           88 WS-RESPONCE-C             VALUE "C" "c".
           88 WS-RESPONCE-R             VALUE "R" "r".
           88 WS-RESPONCE-S             VALUE "S" "s".
           88 WS-RESPONCE-Q             VALUE "Q" "q".
           88 WS-RESPONCE-Y             VALUE "Y" "y".
      *
      *  Close report print lines.
      *
       01 WS-CLS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "PERCLOSE  ".
           03 FILLER  PIC X(36)  VALUE
                         "ACCOUNTING PERIOD CLOSE REPORT      ".
           03 FILLER  PIC X(7)   VALUE "PERIOD ".
           03 CLT-PERIOD         PIC 9(6).
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 CLT-DATE           PIC X(8).
       01 WS-CLS-CHECK-LINE.
           03 CLC-ITEM           PIC X(52).
           03 CLC-RESULT         PIC X(4).
       01 WS-CLS-TEXT-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 CLX-TEXT           PIC X(60).
       01 WS-CLS-RECON-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 FILLER             PIC X(14)  VALUE "CLMRECON RUN  ".
           03 CLR-RUN-DATE       PIC X(8).
           03 FILLER             PIC X(10)  VALUE "  ORPHANS ".
           03 CLR-ORPHANS        PIC ZZZZ9.
           03 FILLER             PIC X(9)   VALUE "  DENIED ".
           03 CLR-DENIED         PIC ZZZZ9.
           03 FILLER             PIC X(10)  VALUE "  SETTLED ".
           03 CLR-SETTLED        PIC ZZZZ9.
       01 WS-CLS-DAY-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 FILLER             PIC X(12)  VALUE "PAYMENTS ON ".
           03 CLD-DD             PIC 99.
           03 FILLER             PIC X      VALUE "/".
           03 CLD-MM             PIC 99.
           03 FILLER             PIC X      VALUE "/".
           03 CLD-YYYY           PIC 9(4).
           03 FILLER             PIC X(3)   VALUE " - ".
           03 CLD-REASON         PIC X(30).
       01 WS-CLS-HELD-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 FILLER             PIC X(19)  VALUE
                                 "HELD PAYMENT CLAIM ".
           03 CLH-CLAIM          PIC ZZ9,9999.
           03 FILLER             PIC X(5)   VALUE " SEQ ".
           03 CLH-SEQ            PIC 999.
           03 FILLER             PIC X(7)   VALUE " DATED ".
           03 CLH-DATE           PIC 99/99/99.
           03 FILLER             PIC X(8)   VALUE " AMOUNT ".
           03 CLH-AMOUNT         PIC Z.ZZZ.ZZ9.
       01 WS-CLS-TOTAL-LINE.
           03 CLO-LABEL          PIC X(30).
           03 FILLER             PIC X(7)   VALUE "COUNT  ".
           03 CLO-COUNT          PIC ZZZZ9.
           03 FILLER             PIC X(10)  VALUE "  AMOUNT  ".
           03 CLO-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
       01 WS-CLS-SIGN-LINE-1.
           03 FILLER             PIC X(7)   VALUE "PERIOD ".
           03 CLS-CLOSED-PERIOD  PIC 9(6).
           03 FILLER             PIC X(25)  VALUE
                                 " CLOSED - OPEN PERIOD IS ".
           03 CLS-OPEN-PERIOD    PIC 9(6).
       01 WS-CLS-SIGN-LINE-2.
           03 FILLER             PIC X(23)  VALUE
                                 "SIGNED OFF BY OPERATOR ".
           03 CLS-OPERATOR-ID    PIC X(6).
           03 FILLER             PIC X(8)   VALUE "  LEVEL ".
           03 CLS-LEVEL          PIC 9.
           03 FILLER             PIC X(5)   VALUE "  ON ".
           03 CLS-DATE           PIC X(8).
           03 FILLER             PIC X(4)   VALUE " AT ".
           03 CLS-HH             PIC 99.
           03 FILLER             PIC X      VALUE ":".
           03 CLS-MM             PIC 99.
       01 WS-CLS-SIGN-LINE-3.
           03 FILLER             PIC X(21)  VALUE
                                 "CONTROLLER SIGNATURE ".
           03 FILLER             PIC X(30)  VALUE ALL "_".
           03 FILLER             PIC X(8)   VALUE "  DATE  ".
           03 FILLER             PIC X(10)  VALUE ALL "_".
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
            "PERIOD CLOSE NOT PERMITTED AT YOUR SECURITY LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 MENU-SCREEN.
           03 LINE 10 COLUMN 26   VALUE "ACCOUNTING PERIOD MENU".
           03 LINE 11 COLUMN 26   VALUE "----------------------".
           03 LINE 14 COLUMN 19   VALUE
              "PRESS 'S' period STATUS                 ".
           03 LINE 15 COLUMN 19   VALUE
              "      'C' CLOSE the open period         ".
           03 LINE 16 COLUMN 19   VALUE
              "      'R' RE-OPEN the last closed period".
           03 LINE 17 COLUMN 19   VALUE
              "      'Q' to QUIT                       ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
       01 PERIOD-NOT-ENDED-MSG.
           03 LINE 12 COLUMN 5     HIGHLIGHT VALUE
              "THE OPEN PERIOD HAS NOT ENDED YET - IT CANNOT CLOSE".
       01 CLOSE-PRINT-ERROR.
           03 LINE 12 COLUMN 5     HIGHLIGHT VALUE
              "ACCTCLS.PRT WOULD NOT OPEN - PERIOD NOT CLOSED".
       01 CLOSE-CONFIRM-PROMPT.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     VALUE "CLOSE PERIOD ".
           03 LINE 14 COLUMN 18    PIC 9(6) FROM WS-CLOSE-PERIOD.
           03 LINE 14 COLUMN 25    VALUE "? (Y/N) > ".
           03 LINE 14 COLUMN 35    PIC X TO WS-RESPONCE AUTO.
       01 SIGN-OFF-PROMPT.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE
              "RE-KEY YOUR PIN TO SIGN OFF THE CLOSE > ".
           03 LINE 16 COLUMN 45    PIC 9(4) TO WS-OPERATOR-PIN
              AUTO SECURE.
       01 SIGN-OFF-FAILED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "SIGN-OFF REFUSED - PERIOD LEFT OPEN".
       01 PERIOD-CLOSED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE "PERIOD CLOSED - OPEN PERIOD ".
           03 LINE 18 COLUMN 33    PIC 9(6) FROM WS-OPEN-PERIOD.
       01 CLOSE-REFUSED-MSG.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     HIGHLIGHT VALUE
              "CLOSE REFUSED - CHECKLIST NOT MET, SEE ACCTCLS.PRT".
       01 NOTHING-TO-REOPEN-MSG.
           03 LINE 12 COLUMN 5     HIGHLIGHT VALUE
              "NO PERIOD HAS BEEN CLOSED - NOTHING TO RE-OPEN".
       01 REOPEN-SCREEN.
           03 LINE 4  COLUMN 5     VALUE "PERIOD TO RE-OPEN".
           03 LINE 4  COLUMN 29    VALUE ": ".
           03 LINE 4  COLUMN 31    PIC 9(6) FROM WS-REOPEN-PERIOD.
           03 LINE 6  COLUMN 5     VALUE "REASON".
           03 LINE 6  COLUMN 29    VALUE ": ".
           03 LINE 6  COLUMN 31    PIC X(30) USING WS-REOPEN-REASON.
       01 REASON-REQUIRED-MSG.
           03 LINE 8  COLUMN 1     BLANK LINE.
           03 LINE 8  COLUMN 5     HIGHLIGHT VALUE
              "A REASON MUST BE GIVEN TO RE-OPEN A PERIOD".
       01 REOPEN-CONFIRM-PROMPT.
           03 LINE 10 COLUMN 1     BLANK LINE.
           03 LINE 10 COLUMN 5     VALUE "RE-OPEN PERIOD ".
           03 LINE 10 COLUMN 20    PIC 9(6) FROM WS-REOPEN-PERIOD.
           03 LINE 10 COLUMN 27    VALUE "? (Y/N) > ".
           03 LINE 10 COLUMN 37    PIC X TO WS-RESPONCE AUTO.
       01 PERIOD-REOPENED-MSG.
           03 LINE 12 COLUMN 1     BLANK LINE.
           03 LINE 12 COLUMN 5     VALUE
              "PERIOD RE-OPENED AND LOGGED ON ACCTPER.LOG".
       01 PERIOD-FILE-ERROR.
           03 LINE 20 COLUMN 5     HIGHLIGHT VALUE
              "ACCTPER.DAT COULD NOT BE WRITTEN - STATUS ".
           03 LINE 20 COLUMN 47    PIC XX FROM WS-ACCT-PERIOD-STATUS.
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to sign the operator on through the shared
      * OPRLOGIN routine, hold the period close back from all but
      * the highest security level, and drive the menu until the
      * operator quits. Start and end are logged through the
      * shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF NOT WS-CREDENTIAL-FOUND
                 DISPLAY WRONG-CODE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
              IF WS-SECURITY-LEVEL LESS WS-CLOSE-LEVEL-NEEDED
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                    MOVE WS-SECURITY-LEVEL TO WS-SIGNON-LEVEL
                    PERFORM 1100-MENU
                            UNTIL WS-STOP-RUN-FLAG = "S"
                    MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "         TO WS-RUNLOG-ACTION.
           MOVE WS-PAY-COUNT   TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      *********************************************************
      *  This paragraph takes today's date for the report and
      * the log, and today's period YYYYMM - no period may close
      * until it has ended.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-PW-YYYY.
           MOVE WS-REAL-MONTH TO WS-PW-MM.
           MOVE WS-PERIOD-WORK-NUM TO WS-TODAY-PERIOD.
      *
      *********************************************************
      *  This paragraph puts the DDMMYY date in WS-CMP-DDMMYY
      * into its period YYYYMM, the two-digit year through the
      * shared DatCentury window.
      *
       0120-BUILD-PERIOD.
           MOVE WS-CMP-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           COMPUTE WS-CMP-PERIOD = WS-CY-YYYY * 100 + WS-CMP-MM.
      *
      *******************************************************
      *  This paragraph provides the user with an option on how
      * to continue.
      *  Expected responce to MENU ;S for the period STATUS
      *                             C to CLOSE the open period
      *                             R to RE-OPEN the last closed
      *                             Q to QUIT
      *
       1100-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY MENU-SCREEN.
           ACCEPT RESPONCE-LINE.
           IF WS-RESPONCE-Q
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
              IF WS-RESPONCE-S
                    PERFORM 2000-SHOW-STATUS
                 ELSE
                 IF WS-RESPONCE-C
                       PERFORM 3000-CLOSE-PERIOD
                    ELSE
                    IF WS-RESPONCE-R
                          PERFORM 4000-REOPEN-PERIOD.
      *
      *********************************************************
      *  This paragraph reads the period control record. With no
      * ACCTPER.DAT the open period is last month, the way the
      * posting programs read a missing file as nothing closed.
      *
       1200-READ-ACCT-PERIOD.
           MOVE "N" TO WS-ACCT-PERIOD-FOUND.
           OPEN INPUT ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-STATUS EQUAL "00"
                 READ ACCT-PERIOD-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF AP-OPEN-PERIOD NUMERIC
                                 MOVE "Y" TO WS-ACCT-PERIOD-FOUND
                                 MOVE AP-OPEN-PERIOD
                                      TO WS-OPEN-PERIOD
                                 MOVE AP-LAST-ACTION
                                      TO WS-LAST-ACTION
                                 MOVE AP-LAST-DATE TO WS-LAST-DATE
                                 MOVE AP-LAST-OPERATOR
                                      TO WS-LAST-OPERATOR
                           END-IF
                 END-READ
                 CLOSE ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-FOUND EQUAL "N"
                 MOVE WS-TODAY-PERIOD TO WS-PERIOD-WORK-NUM
                 PERFORM 1250-STEP-PERIOD-BACK
                 MOVE WS-PERIOD-WORK-NUM TO WS-OPEN-PERIOD
                 MOVE "NONE"  TO WS-LAST-ACTION
                 MOVE SPACES  TO WS-LAST-DATE
                 MOVE SPACES  TO WS-LAST-OPERATOR.
      *
      *  These two paragraphs move the period in WS-PERIOD-WORK
      * one month back or forward across the year end.
      *
       1250-STEP-PERIOD-BACK.
           IF WS-PW-MM EQUAL 1
                 MOVE 12 TO WS-PW-MM
                 SUBTRACT 1 FROM WS-PW-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-PW-MM.
      *
       1260-STEP-PERIOD-FORWARD.
           IF WS-PW-MM EQUAL 12
                 MOVE 1 TO WS-PW-MM
                 ADD 1 TO WS-PW-YYYY
              ELSE
                 ADD 1 TO WS-PW-MM.
      *
      *********************************************************
      *  This paragraph writes the period control record back,
      * stamped with the action just taken, who took it and
      * when.
      *
       1300-WRITE-ACCT-PERIOD.
           MOVE WS-LOG-ACTION  TO WS-LAST-ACTION.
           MOVE WS-TEMP-DATE   TO WS-LAST-DATE.
           MOVE WS-OPERATOR-ID TO WS-LAST-OPERATOR.
           OPEN OUTPUT ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-STATUS EQUAL "00"
                 MOVE SPACES TO IN-ACCT-PERIOD-REC
                 MOVE WS-OPEN-PERIOD   TO AP-OPEN-PERIOD
                 MOVE WS-LAST-ACTION   TO AP-LAST-ACTION
                 MOVE WS-LAST-DATE     TO AP-LAST-DATE
                 MOVE WS-LAST-OPERATOR TO AP-LAST-OPERATOR
                 WRITE IN-ACCT-PERIOD-REC
                 CLOSE ACCT-PERIOD-FILE
              ELSE
                 DISPLAY PERIOD-FILE-ERROR.
      *
      *********************************************************
      *  This paragraph appends the close or re-open to
      * ACCTPER.LOG, creating the log the first time.
      *
       1400-LOG-PERIOD-ACTION.
           OPEN EXTEND ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS EQUAL "35"
                 OPEN OUTPUT ACCT-LOG-FILE
                 CLOSE ACCT-LOG-FILE
                 OPEN EXTEND ACCT-LOG-FILE.
           IF WS-ACCT-LOG-STATUS EQUAL "00"
                 MOVE SPACES TO ACCT-LOG-REC
                 MOVE WS-TEMP-DATE     TO AL-DATE
                 MOVE WS-AUDIT-TIME    TO AL-TIME
                 MOVE WS-OPERATOR-ID   TO AL-OPERATOR-ID
                 MOVE WS-LOG-ACTION    TO AL-ACTION
                 MOVE WS-LOG-PERIOD    TO AL-PERIOD
                 MOVE WS-REOPEN-REASON TO AL-REASON
                 WRITE ACCT-LOG-REC
                 CLOSE ACCT-LOG-FILE.
      *
      *********************************************************
      *  This paragraph shows the open period and the last
      * close or re-open on the screen.
      *
       2000-SHOW-STATUS.
           PERFORM 1200-READ-ACCT-PERIOD.
           DISPLAY BLANK-SCREEN.
           DISPLAY (4, 5)  "OPEN ACCOUNTING PERIOD : " WS-OPEN-PERIOD.
           IF WS-ACCT-PERIOD-FOUND EQUAL "N"
                 DISPLAY (6, 5)  "NO PERIOD HAS BEEN CLOSED YET"
              ELSE
                 DISPLAY (6, 5)  "LAST ACTION            : "
                         WS-LAST-ACTION
                 DISPLAY (7, 5)  "TAKEN ON               : "
                         WS-LAST-DATE
                 DISPLAY (8, 5)  "BY OPERATOR            : "
                         WS-LAST-OPERATOR.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
      *********************************************************
      *  This paragraph closes the open period, once it has
      * ended, through the checklist and the sign-off.
      *
       3000-CLOSE-PERIOD.
           PERFORM 1200-READ-ACCT-PERIOD.
           MOVE WS-OPEN-PERIOD TO WS-CLOSE-PERIOD.
           DISPLAY BLANK-SCREEN.
           IF WS-CLOSE-PERIOD NOT LESS WS-TODAY-PERIOD
                 DISPLAY PERIOD-NOT-ENDED-MSG
              ELSE
                 OPEN OUTPUT CLOSE-PRINT
                 IF WS-CLOSE-PRINT-STATUS NOT EQUAL "00"
                       DISPLAY CLOSE-PRINT-ERROR
                    ELSE
                       PERFORM 3100-RUN-CLOSE
                       CLOSE CLOSE-PRINT
                 END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
       3100-RUN-CLOSE.
           MOVE ZERO TO WS-PERIOD-TOTALS.
           MOVE 0 TO WS-EXCEPTION-COUNT.
           MOVE WS-CLOSE-PERIOD TO CLT-PERIOD.
           MOVE WS-TEMP-DATE    TO CLT-DATE.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-TITLE-1 TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER PAGE.
           PERFORM 3200-CHECK-RECON.
           PERFORM 3300-CHECK-CASH-CONTROL.
           PERFORM 3400-CHECK-HELD-PAYMENTS.
           PERFORM 3500-PRINT-PERIOD-TOTALS.
           IF WS-RECON-OK AND WS-CASH-OK AND WS-HELD-OK
                 MOVE "Y" TO WS-CHECKLIST-FLAG
              ELSE
                 MOVE "N" TO WS-CHECKLIST-FLAG.
           DISPLAY (4, 5)  "CLOSING PERIOD         : " WS-CLOSE-PERIOD.
           DISPLAY (6, 5)  "1 CLMRECON CLEAN       : " WS-RECON-OK-FLAG.
           DISPLAY (7, 5)  "2 CASH CONTROL BALANCED: " WS-CASH-OK-FLAG.
           DISPLAY (8, 5)  "3 NO OLD HELD PAYMENTS : " WS-HELD-OK-FLAG.
           DISPLAY (10, 5) "EXCEPTIONS ON REPORT   : "
                   WS-EXCEPTION-COUNT.
           IF WS-CHECKLIST-MET
                 PERFORM 3600-CONFIRM-AND-SIGN
              ELSE
                 DISPLAY CLOSE-REFUSED-MSG
                 MOVE "CLOSE REFUSED - CHECKLIST NOT MET" TO CLX-TEXT
                 PERFORM 3900-PRINT-TEXT-LINE.
      *
      *********************************************************
      *  Checklist item 1 - the last CLMRECON run must be after
      * the period ended and must have found no drift.
      *
       3200-CHECK-RECON.
           MOVE "Y" TO WS-RECON-OK-FLAG.
           MOVE "1. CLMRECON RUN CLEAN SINCE THE PERIOD ENDED"
                TO CLC-ITEM.
           OPEN INPUT RECON-TOTAL-FILE.
           IF WS-RECON-TOTAL-STATUS NOT EQUAL "00"
                 MOVE "N" TO WS-RECON-OK-FLAG
                 MOVE "NO RECONTOT.DAT - CLMRECON HAS NOT RUN"
                      TO CLX-TEXT
              ELSE
                 MOVE SPACES TO IN-RECON-TOTAL-REC
                 READ RECON-TOTAL-FILE
                      AT END MOVE ZERO TO RTT-RUN-COMPARE
                 END-READ
                 CLOSE RECON-TOTAL-FILE
                 IF RTT-RUN-COMPARE NOT NUMERIC
                       MOVE ZERO TO RTT-RUN-COMPARE
                 END-IF
                 IF RTT-RUN-COMPARE NOT GREATER
                    WS-CLOSE-PERIOD * 100 + 99
                       MOVE "N" TO WS-RECON-OK-FLAG
                       MOVE "CLMRECON HAS NOT RUN SINCE THE PERIOD END"
                            TO CLX-TEXT
                    ELSE
                    IF RTT-ORPHANS NOT EQUAL ZERO OR
                       RTT-DENIED NOT EQUAL ZERO OR
                       RTT-SETTLED NOT EQUAL ZERO
                          MOVE "N" TO WS-RECON-OK-FLAG
                          MOVE "CLMRECON FOUND DRIFT - SEE CLMRECON.PRT"
                               TO CLX-TEXT
                    END-IF
                 END-IF.
           IF WS-RECON-OK
                 MOVE "PASS" TO CLC-RESULT
              ELSE
                 MOVE "FAIL" TO CLC-RESULT.
           PERFORM 3800-PRINT-CHECK-LINE.
           IF NOT WS-RECON-OK
                 ADD 1 TO WS-EXCEPTION-COUNT
                 PERFORM 3900-PRINT-TEXT-LINE.
           IF WS-RECON-TOTAL-STATUS EQUAL "00"
                 MOVE RTT-RUN-DATE TO CLR-RUN-DATE
                 MOVE RTT-ORPHANS  TO CLR-ORPHANS
                 MOVE RTT-DENIED   TO CLR-DENIED
                 MOVE RTT-SETTLED  TO CLR-SETTLED
                 MOVE SPACES TO OUT-CLOSE-REC
                 MOVE WS-CLS-RECON-LINE TO OUT-CLOSE-REC
                 WRITE OUT-CLOSE-REC AFTER 1.
      *
      *********************************************************
      *  Checklist item 2 - every day of the period with
      * payments dated on it must have been balanced, the last
      * cash control run that day ending MATCHED. The payment
      * pass also gathers the period's payment totals.
      *
       3300-CHECK-CASH-CONTROL.
           MOVE "Y" TO WS-CASH-OK-FLAG.
           MOVE SPACES TO WS-DAY-TABLE.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-WORK-NUM.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS EQUAL "00"
                 MOVE " " TO WS-READ-END-FLAG
                 PERFORM 3310-MARK-ONE-PAYMENT
                         UNTIL WS-READ-END-FLAG = "E"
                 CLOSE PAYMENT-FILE.
           OPEN INPUT CASH-CTL-FILE.
           IF WS-CASH-CTL-STATUS EQUAL "00"
                 MOVE " " TO WS-READ-END-FLAG
                 PERFORM 3320-TAKE-ONE-BALANCING
                         UNTIL WS-READ-END-FLAG = "E"
                 CLOSE CASH-CTL-FILE.
           PERFORM 3330-TEST-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB GREATER 31.
           MOVE "2. DAILY CASH CONTROL BALANCED FOR EVERY PAID DAY"
                TO CLC-ITEM.
           IF WS-CASH-OK
                 MOVE "PASS" TO CLC-RESULT
              ELSE
                 MOVE "FAIL" TO CLC-RESULT.
           PERFORM 3800-PRINT-CHECK-LINE.
           PERFORM 3340-PRINT-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB GREATER 31.
      *
       3310-MARK-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "E" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "E" AND
              PAY-DATE NUMERIC AND
              PAY-DATE NOT EQUAL ZERO
                 MOVE PAY-DATE TO WS-CMP-DDMMYY
                 PERFORM 0120-BUILD-PERIOD
                 IF WS-CMP-PERIOD EQUAL WS-CLOSE-PERIOD AND
                    WS-CMP-DD GREATER 0 AND
                    WS-CMP-DD NOT GREATER 31
                       MOVE "Y" TO WS-DAY-PAID (WS-CMP-DD)
                       ADD 1 TO WS-PAY-COUNT
                       ADD PAY-AMOUNT TO WS-PAY-TOTAL.
      *
       3320-TAKE-ONE-BALANCING.
           READ CASH-CTL-FILE
                AT END MOVE "E" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "E" AND
              CC-DATE NUMERIC AND
              CC-DATE NOT EQUAL ZERO
                 MOVE CC-DATE TO WS-CMP-DDMMYY
                 PERFORM 0120-BUILD-PERIOD
                 IF WS-CMP-PERIOD EQUAL WS-CLOSE-PERIOD AND
                    WS-CMP-DD GREATER 0 AND
                    WS-CMP-DD NOT GREATER 31
                       MOVE CC-VERDICT TO WS-DAY-VERDICT (WS-CMP-DD).
      *
       3330-TEST-ONE-DAY.
           IF WS-DAY-PAID (WS-DAY-SUB) EQUAL "Y" AND
              WS-DAY-VERDICT (WS-DAY-SUB) NOT EQUAL "M"
                 MOVE "N" TO WS-CASH-OK-FLAG.
      *
       3340-PRINT-ONE-DAY.
           IF WS-DAY-PAID (WS-DAY-SUB) EQUAL "Y" AND
              WS-DAY-VERDICT (WS-DAY-SUB) NOT EQUAL "M"
                 MOVE WS-DAY-SUB TO CLD-DD
                 MOVE WS-PW-MM   TO CLD-MM
                 MOVE WS-PW-YYYY TO CLD-YYYY
                 IF WS-DAY-VERDICT (WS-DAY-SUB) EQUAL SPACE
                       MOVE "NO CASH CONTROL RUN" TO CLD-REASON
                    ELSE
                       MOVE "CASH CONTROL UNMATCHED" TO CLD-REASON
                 END-IF
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE SPACES TO OUT-CLOSE-REC
                 MOVE WS-CLS-DAY-LINE TO OUT-CLOSE-REC
                 WRITE OUT-CLOSE-REC AFTER 1.
      *
      *********************************************************
      *  Checklist item 3 - no payment still held on CLMPPND.DAT
      * may be dated on or before the end of the period.
      *
       3400-CHECK-HELD-PAYMENTS.
           MOVE "Y" TO WS-HELD-OK-FLAG.
           MOVE "3. NO HELD PAYMENTS DATED TO THE PERIOD END"
                TO CLC-ITEM.
           OPEN INPUT PENDING-PAY-FILE.
           IF WS-PENDING-PAY-STATUS EQUAL "00"
                 MOVE " " TO WS-READ-END-FLAG
                 PERFORM 3410-TEST-ONE-HELD
                         UNTIL WS-READ-END-FLAG = "E"
                 CLOSE PENDING-PAY-FILE.
           IF WS-HELD-COUNT GREATER 0
                 MOVE "N" TO WS-HELD-OK-FLAG.
           IF WS-HELD-OK
                 MOVE "PASS" TO CLC-RESULT
              ELSE
                 MOVE "FAIL" TO CLC-RESULT.
           PERFORM 3800-PRINT-CHECK-LINE.
           IF WS-PENDING-PAY-STATUS EQUAL "00"
                 MOVE " " TO WS-READ-END-FLAG
                 OPEN INPUT PENDING-PAY-FILE
                 PERFORM 3420-PRINT-ONE-HELD
                         UNTIL WS-READ-END-FLAG = "E"
                 CLOSE PENDING-PAY-FILE.
      *
       3410-TEST-ONE-HELD.
           READ PENDING-PAY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "E"
                 PERFORM 3430-PLACE-HELD-DATE
                 IF WS-CMP-PERIOD NOT GREATER WS-CLOSE-PERIOD
                       ADD 1 TO WS-HELD-COUNT.
      *
       3420-PRINT-ONE-HELD.
           READ PENDING-PAY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "E"
                 PERFORM 3430-PLACE-HELD-DATE
                 IF WS-CMP-PERIOD NOT GREATER WS-CLOSE-PERIOD
                       MOVE PPAY-CLAIM-NUMBER TO CLH-CLAIM
                       MOVE PPAY-SEQ          TO CLH-SEQ
                       MOVE PPAY-DATE         TO CLH-DATE
                       MOVE PPAY-AMOUNT       TO CLH-AMOUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE SPACES TO OUT-CLOSE-REC
                       MOVE WS-CLS-HELD-LINE TO OUT-CLOSE-REC
                       WRITE OUT-CLOSE-REC AFTER 1.
      *
      *  A held payment whose date will not read cannot be shown
      * to be after the period and is counted against it.
      *
       3430-PLACE-HELD-DATE.
           IF PPAY-DATE NUMERIC AND
              PPAY-DATE NOT EQUAL ZERO
                 MOVE PPAY-DATE TO WS-CMP-DDMMYY
                 PERFORM 0120-BUILD-PERIOD
              ELSE
                 MOVE 0 TO WS-CMP-PERIOD.
      *
      *********************************************************
      *  This paragraph prints the period's money: payments
      * gathered on the cash control pass, and recoveries dated
      * in the period off CLMRCV.DAT.
      *
       3500-PRINT-PERIOD-TOTALS.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS EQUAL "00"
                 MOVE " " TO WS-READ-END-FLAG
                 PERFORM 3510-ADD-ONE-RECOVERY
                         UNTIL WS-READ-END-FLAG = "E"
                 CLOSE RECOVERY-FILE.
           MOVE "PAYMENTS DATED IN PERIOD" TO CLO-LABEL.
           MOVE WS-PAY-COUNT TO CLO-COUNT.
           MOVE WS-PAY-TOTAL TO CLO-AMOUNT.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-TOTAL-LINE TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 3.
           MOVE "RECOVERIES DATED IN PERIOD" TO CLO-LABEL.
           MOVE WS-RCV-COUNT TO CLO-COUNT.
           MOVE WS-RCV-TOTAL TO CLO-AMOUNT.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-TOTAL-LINE TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 1.
      *
       3510-ADD-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "E" AND
              RCV-DATE NUMERIC AND
              RCV-DATE NOT EQUAL ZERO
                 MOVE RCV-DATE TO WS-CMP-DDMMYY
                 PERFORM 0120-BUILD-PERIOD
                 IF WS-CMP-PERIOD EQUAL WS-CLOSE-PERIOD
                       ADD 1 TO WS-RCV-COUNT
                       ADD RCV-AMOUNT TO WS-RCV-TOTAL.
      *
      *********************************************************
      *  This paragraph confirms the close and has the operator
      * sign it off by re-keying their PIN, checked again
      * through OPRLOGIN at the close level. A failed sign-off
      * leaves the period open and ends the session.
      *
       3600-CONFIRM-AND-SIGN.
           MOVE SPACE TO WS-RESPONCE.
           DISPLAY CLOSE-CONFIRM-PROMPT.
           ACCEPT  CLOSE-CONFIRM-PROMPT.
           IF NOT WS-RESPONCE-Y
                 MOVE "CLOSE NOT CONFIRMED - PERIOD LEFT OPEN"
                      TO CLX-TEXT
                 PERFORM 3900-PRINT-TEXT-LINE
              ELSE
                 MOVE 0 TO WS-OPERATOR-PIN
                 DISPLAY SIGN-OFF-PROMPT
                 ACCEPT  SIGN-OFF-PROMPT
                 CALL "OPRLOGIN" USING WS-LOGIN-PAR
                 IF NOT WS-CREDENTIAL-FOUND OR
                    WS-SECURITY-LEVEL LESS WS-CLOSE-LEVEL-NEEDED
                       DISPLAY SIGN-OFF-FAILED-MSG
                       MOVE "SIGN-OFF REFUSED - PERIOD LEFT OPEN"
                            TO CLX-TEXT
                       PERFORM 3900-PRINT-TEXT-LINE
                       MOVE "S" TO WS-STOP-RUN-FLAG
                    ELSE
                       PERFORM 3700-ADVANCE-PERIOD
                 END-IF.
      *
      *********************************************************
      *  This paragraph moves the open period on one month,
      * logs the close and prints the sign-off block.
      *
       3700-ADVANCE-PERIOD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-WORK-NUM.
           PERFORM 1260-STEP-PERIOD-FORWARD.
           MOVE WS-PERIOD-WORK-NUM TO WS-OPEN-PERIOD.
           MOVE "CLOS"          TO WS-LOG-ACTION.
           MOVE WS-CLOSE-PERIOD TO WS-LOG-PERIOD.
           MOVE SPACES          TO WS-REOPEN-REASON.
           PERFORM 1300-WRITE-ACCT-PERIOD.
           PERFORM 1400-LOG-PERIOD-ACTION.
           MOVE WS-CLOSE-PERIOD   TO CLS-CLOSED-PERIOD.
           MOVE WS-OPEN-PERIOD    TO CLS-OPEN-PERIOD.
           MOVE WS-OPERATOR-ID    TO CLS-OPERATOR-ID.
           MOVE WS-SECURITY-LEVEL TO CLS-LEVEL.
           MOVE WS-TEMP-DATE      TO CLS-DATE.
           MOVE WS-AT-HH          TO CLS-HH.
           MOVE WS-AT-MM          TO CLS-MM.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-SIGN-LINE-1 TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 3.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-SIGN-LINE-2 TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 2.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-SIGN-LINE-3 TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 3.
           DISPLAY PERIOD-CLOSED-MSG.
      *
      *  These two paragraphs print a checklist item with its
      * PASS or FAIL, and a line of text under it.
      *
       3800-PRINT-CHECK-LINE.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-CHECK-LINE TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 2.
      *
       3900-PRINT-TEXT-LINE.
           MOVE SPACES TO OUT-CLOSE-REC.
           MOVE WS-CLS-TEXT-LINE TO OUT-CLOSE-REC.
           WRITE OUT-CLOSE-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph re-opens the last closed period, the only
      * way back into a closed month: a reason is required, the
      * operator confirms, and the re-open is logged.
      *
       4000-REOPEN-PERIOD.
           PERFORM 1200-READ-ACCT-PERIOD.
           DISPLAY BLANK-SCREEN.
           IF WS-ACCT-PERIOD-FOUND EQUAL "N"
                 DISPLAY NOTHING-TO-REOPEN-MSG
              ELSE
                 MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK-NUM
                 PERFORM 1250-STEP-PERIOD-BACK
                 MOVE WS-PERIOD-WORK-NUM TO WS-REOPEN-PERIOD
                 MOVE SPACES TO WS-REOPEN-REASON
                 DISPLAY REOPEN-SCREEN
                 ACCEPT  REOPEN-SCREEN
                 IF WS-REOPEN-REASON EQUAL SPACES
                       DISPLAY REASON-REQUIRED-MSG
                    ELSE
                       MOVE SPACE TO WS-RESPONCE
                       DISPLAY REOPEN-CONFIRM-PROMPT
                       ACCEPT  REOPEN-CONFIRM-PROMPT
                       IF WS-RESPONCE-Y
                             ACCEPT WS-AUDIT-TIME FROM TIME
                             MOVE WS-REOPEN-PERIOD TO WS-OPEN-PERIOD
                             MOVE "REOP" TO WS-LOG-ACTION
                             MOVE WS-REOPEN-PERIOD TO WS-LOG-PERIOD
                             PERFORM 1300-WRITE-ACCT-PERIOD
                             PERFORM 1400-LOG-PERIOD-ACTION
                             DISPLAY PERIOD-REOPENED-MSG
                       END-IF
                 END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
