      * to the SECURITY.AUD trail the way SECURITY's screens do,
      * so money movements on a student can be answered for.
      *
      *  The payment is applied to what is owed oldest first:
      * any balance brought forward from before the charge
      * ledger STUCHG.DAT existed, then each open charge in the
      * order TUITBILL billed it, so ARAGING ages only what is
      * still unpaid. A student under a financial hold placed by
      * ARDUNN shows the hold under the balance, and an operator
      * at the bursar's security level may release it there -
      * the release is audited as RLSE.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

            SELECT           CHARGE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CH-KEY
            FILE STATUS IS   WS-CHARGE-STATUS.

            SELECT           AUDIT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
           03 AR-NUMBER        PIC 9(6).
           03 AR-BALANCE       PIC S9(7).
           03 AR-LAST-BILLED   PIC X(8).
           03 AR-DUN-STAGE     PIC 9.
           03 AR-DUN-DATE      PIC X(8).
           03 AR-HOLD-FLAG     PIC X.
               88 AR-ON-HOLD         VALUE "H".
           03 AR-HOLD-DATE     PIC X(8).
      *
       FD CHARGE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUCHG.DAT".
       01 IN-CHARGE-REC.
           03 CH-KEY.
               05 CH-NUMBER    PIC 9(6).
               05 CH-SEQUENCE  PIC 9(3).
           03 CH-TERM          PIC X(6).
           03 CH-TYPE          PIC X.
           03 CH-BILL-DATE.
               05 CH-BILL-YYYY PIC 9(4).
               05 CH-BILL-MM   PIC 99.
               05 CH-BILL-DD   PIC 99.
           03 CH-DUE-DATE.
               05 CH-DUE-YYYY  PIC 9(4).
               05 CH-DUE-MM    PIC 99.
               05 CH-DUE-DD    PIC 99.
           03 CH-AMOUNT        PIC 9(7).
           03 CH-PAID          PIC 9(7).
      *
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-AUDIT-STATUS         PIC XX VALUE "00".
       01 WS-CHARGE-STATUS        PIC XX VALUE "00".
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PICK-NUMBER          PIC 9(6) VALUE 0.
       01 WS-OLD-BALANCE          PIC S9(7) VALUE 0.
       01 WS-NEW-BALANCE          PIC S9(7) VALUE 0.
       01 WS-AUDIT-TIME           PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACTION         PIC X(4) VALUE SPACES.
      *
      *  Oldest-first application of one payment: what the open
      * charges still owe, the part of the balance older than
      * any charge on the ledger, and what is left to apply.
      *
       01 WS-OPEN-CHARGES         PIC S9(7) VALUE 0.
       01 WS-CHARGE-OPEN          PIC 9(7) VALUE 0.
       01 WS-BROUGHT-FORWARD      PIC S9(7) VALUE 0.
       01 WS-PAY-LEFT             PIC 9(7) VALUE 0.
      *
      *  Releasing a financial hold is a bursar's decision.
      *
       01 WS-BURSAR-LEVEL-NEEDED  PIC 9 VALUE 3.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR        PIC XX.
      *
       01 WS-RESPONCE             PIC X VALUE SPACE.
           88 WS-RESPONCE-Y             VALUE "Y" "y".
       01 WS-RELEASE-RESPONCE     PIC X VALUE SPACE.
           88 WS-RELEASE-Y              VALUE "Y" "y".
      *
       SCREEN SECTION.
       01 BLANK-SCREEN.
           03 LINE 10 COLUMN 31    PIC -Z,ZZZ,ZZ9
              FROM WS-NEW-BALANCE.
           03 LINE 12 COLUMN 5     VALUE "PAYMENT POSTED".
       01 HOLD-STATUS-SCREEN.
           03 LINE 14 COLUMN 5     HIGHLIGHT VALUE
              "FINANCIAL HOLD PLACED".
           03 LINE 14 COLUMN 29    VALUE ": ".
           03 LINE 14 COLUMN 31    PIC X(8) FROM AR-HOLD-DATE.
       01 HOLD-RELEASE-PROMPT.
           03 LINE 16 COLUMN 5     VALUE
              "RELEASE FINANCIAL HOLD (Y/N) : ".
           03 LINE 16 COLUMN 36    PIC X
              TO WS-RELEASE-RESPONCE AUTO.
       01 HOLD-RELEASED-MSG.
           03 LINE 18 COLUMN 5     VALUE
              "FINANCIAL HOLD RELEASED".
       01 NO-BALANCE-MSG.
           03 LINE 6  COLUMN 5     HIGHLIGHT VALUE
              "NO BALANCE RECORD - STUDENT HAS NEVER BEEN BILLED".
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           OPEN I-O AR-FILE.
           OPEN I-O CHARGE-FILE.
           IF WS-CHARGE-STATUS EQUAL "35"
                 OPEN OUTPUT CHARGE-FILE
                 CLOSE CHARGE-FILE
                 OPEN I-O CHARGE-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL "35"
                 OPEN OUTPUT AUDIT-FILE
           MOVE WS-POSTED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE AR-FILE.
           CLOSE CHARGE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      *  This paragraph posts one payment: the keyed student's
      * balance record is fetched, the amount comes off the
      * balance and the open charges, and the record rewrites
      * with the audit line behind it. A hold on the student is
      * offered for release afterwards. Keying student number
      * zero stops the run.
      *
       1000-POST-ONE-PAYMENT.
           MOVE ZERO TO WS-PICK-NUMBER.
                            DISPLAY POST-BALANCE-SCREEN
                            ACCEPT  POST-AMOUNT-PROMPT
                            IF WS-PAYMENT-AMOUNT GREATER ZERO
                                  PERFORM 1200-APPLY-TO-CHARGES
                                  SUBTRACT WS-PAYMENT-AMOUNT
                                      FROM AR-BALANCE
                                  MOVE AR-BALANCE
                                       TO WS-NEW-BALANCE
                                  REWRITE IN-AR-REC
                                  ADD 1 TO WS-POSTED-COUNT
                                  MOVE "PAY " TO WS-AUDIT-ACTION
                                  PERFORM 1100-WRITE-AUDIT-REC
                                  DISPLAY POST-RESULT-SCREEN
                            END-IF
                            IF AR-ON-HOLD
                                  PERFORM 1300-OFFER-HOLD-RELEASE
                            END-IF
                 END-READ
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
           MOVE WS-TEMP-DATE    TO AUD-DATE.
           MOVE WS-AUDIT-TIME   TO AUD-TIME.
           MOVE WS-PICK-NUMBER  TO AUD-ST-NUMBER.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           WRITE AUDIT-REC.
      *
      ****************************************************
      *
      *  This paragraph spreads the payment over what is owed,
      * oldest first. The part of the balance no open charge
      * accounts for predates the charge ledger and is the
      * oldest debt of all, so it is paid before any charge;
      * the rest goes onto each open charge in ledger order
      * until the payment runs out. Anything left over stands
      * as a credit on the balance for the next bill to take.
      *
       1200-APPLY-TO-CHARGES.
           MOVE 0 TO WS-OPEN-CHARGES.
           PERFORM 1210-START-STUDENT-CHARGES.
           PERFORM 1220-SUM-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
           MOVE WS-PAYMENT-AMOUNT TO WS-PAY-LEFT.
           COMPUTE WS-BROUGHT-FORWARD =
                   AR-BALANCE - WS-OPEN-CHARGES.
           IF WS-BROUGHT-FORWARD GREATER 0
                 IF WS-BROUGHT-FORWARD NOT LESS WS-PAY-LEFT
                       MOVE 0 TO WS-PAY-LEFT
                    ELSE
                       SUBTRACT WS-BROUGHT-FORWARD FROM WS-PAY-LEFT
                 END-IF
           END-IF.
           IF WS-PAY-LEFT GREATER 0
                 PERFORM 1210-START-STUDENT-CHARGES
                 PERFORM 1230-PAY-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
      *
       1210-START-STUDENT-CHARGES.
           MOVE " " TO WS-CHG-END-FLAG.
           MOVE WS-PICK-NUMBER TO CH-NUMBER.
           MOVE 0 TO CH-SEQUENCE.
           START CHARGE-FILE KEY IS NOT LESS THAN CH-KEY
                 INVALID KEY MOVE "S" TO WS-CHG-END-FLAG
           END-START.
      *
       1215-READ-STUDENT-CHARGE.
           READ CHARGE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CHG-END-FLAG
           END-READ.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-NUMBER NOT EQUAL WS-PICK-NUMBER
                       MOVE "S" TO WS-CHG-END-FLAG.
      *
       1220-SUM-ONE-CHARGE.
           PERFORM 1215-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-OPEN-CHARGES = WS-OPEN-CHARGES
                               + CH-AMOUNT - CH-PAID.
      *
       1230-PAY-ONE-CHARGE.
           PERFORM 1215-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-CHARGE-OPEN = CH-AMOUNT - CH-PAID
                       IF WS-CHARGE-OPEN NOT LESS WS-PAY-LEFT
                             ADD WS-PAY-LEFT TO CH-PAID
                             MOVE 0 TO WS-PAY-LEFT
                          ELSE
                             MOVE CH-AMOUNT TO CH-PAID
                             SUBTRACT WS-CHARGE-OPEN FROM WS-PAY-LEFT
                       END-IF
                       REWRITE IN-CHARGE-REC
                       IF WS-PAY-LEFT EQUAL 0
                             MOVE "S" TO WS-CHG-END-FLAG.
      *
      ****************************************************
      *
      *  This paragraph shows a financial hold on the student
      * and, for an operator at the bursar's level, offers its
      * release. A released hold is marked R rather than
      * cleared, so the next dunning run does not simply place
      * it again on the same overdue debt; ARDUNN clears the
      * mark once the student is no longer overdue.
      *
       1300-OFFER-HOLD-RELEASE.
           DISPLAY HOLD-STATUS-SCREEN.
           IF WS-SECURITY-LEVEL NOT LESS WS-BURSAR-LEVEL-NEEDED
                 MOVE SPACE TO WS-RELEASE-RESPONCE
                 ACCEPT HOLD-RELEASE-PROMPT
                 IF WS-RELEASE-Y
                       MOVE "R"          TO AR-HOLD-FLAG
                       MOVE WS-TEMP-DATE TO AR-HOLD-DATE
                       REWRITE IN-AR-REC
                       MOVE "RLSE" TO WS-AUDIT-ACTION
                       PERFORM 1100-WRITE-AUDIT-REC
                       DISPLAY HOLD-RELEASED-MSG.
      *
      ****************************************************
      *
