       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PREMPOST.
      *PROGRAM DISCRIPTION.
      *
      *  Premium cash posting for the billing office. The
      * operator keys a policy number and sees its billing
      * position off the installment schedule POLMAINT lays down
      * on PREMINST.DAT - scheduled, paid, past due and the next
      * installment - then keys the premium received. The cash
      * is applied to the oldest unpaid installments first and
      * a receipt is written to PREMCASH.DAT (policy, receipt
      * number, date, amount, reference, operator), so the
      * billing history of a policy can always be rebuilt.
      * Premium received beyond what the schedule still wants is
      * refused - a refund is not this screen's business.
      *  The same screen cancels a policy for non-payment, off
      * the PREMDUE worklist, and reinstates one once the
      * arrears are cleared; both need security level 4, the
      * same level INSURE asks for a check void. Cancelling
      * stamps POLICY.DAT with the billing status and the date;
      * INSURE warns on payment entry and in the claim folder
      * when a claim's policy is cancelled or in arrears.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-NUMBER
           FILE STATUS IS WS-POLICY-STATUS.
      *
           SELECT INSTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-INSTAL-STATUS.
      *
           SELECT PREMCASH-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PREMCASH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "POLICY.DAT".
       01  IN-POLICY-REC.
           03  PM-POLICY-NUMBER         PIC 9(6).
           03  PM-INSURED-NAME          PIC X(20).
           03  PM-COVERAGE-LIMIT        PIC 9(7).
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE        PIC 9(6).
           03  PM-EXPIRY-DATE           PIC 9(6).
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD INSTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMINST.DAT".
       01  IN-INSTAL-REC.
           03  PI-KEY.
               05  PI-POLICY-NUMBER     PIC 9(6).
               05  PI-SEQ               PIC 99.
           03  PI-DUE-DATE              PIC 9(6).
           03  PI-AMOUNT                PIC 9(7).
           03  PI-PAID                  PIC 9(7).
           03  PI-INVOICE-DATE          PIC 9(6).
           03  PI-NOTICE-DATE           PIC 9(6).
           03  PI-LAST-PAID-DATE        PIC 9(6).
      *
       FD PREMCASH-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMCASH.DAT".
       01  IN-PREMCASH-REC.
           03  PR-KEY.
               05  PR-POLICY-NUMBER     PIC 9(6).
               05  PR-SEQ               PIC 999.
           03  PR-DATE                  PIC 9(6).
           03  PR-AMOUNT                PIC 9(7).
           03  PR-REFERENCE             PIC X(10).
           03  PR-OPERATOR-ID           PIC X(6).
           03  PR-TIME                  PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-INSTAL-STATUS       PIC XX VALUE "00".
       01 WS-PREMCASH-STATUS     PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG       PIC X  VALUE " ".
       01 WS-POLICY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-POLICY-FOUND        VALUE "Y".
       01 WS-INST-END-FLAG       PIC X  VALUE " ".
       01 WS-CASH-END-FLAG       PIC X  VALUE " ".
       01 WS-POSTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-KEYED-POLICY        PIC 9(6) VALUE 0.
      *
      *  Billing position of the policy on the screen, summed off
      * its installment rows. Past due is what was due before
      * today and is still unpaid; outstanding is everything the
      * schedule still wants, due or not.
      *
       01 WS-BILLING-POSITION.
           03 WS-BP-SCHEDULED    PIC 9(9) VALUE 0.
           03 WS-BP-PAID         PIC 9(9) VALUE 0.
           03 WS-BP-PAST-DUE     PIC 9(9) VALUE 0.
           03 WS-BP-OUTSTANDING  PIC 9(9) VALUE 0.
           03 WS-BP-NEXT-DUE     PIC 9(6) VALUE 0.
           03 WS-BP-NEXT-AMOUNT  PIC 9(7) VALUE 0.
           03 WS-BP-INSTALS      PIC 99   VALUE 0.
       01 WS-PLAN-TEXT           PIC X(10) VALUE SPACES.
       01 WS-BILL-STATUS-TEXT    PIC X(26) VALUE SPACES.
       01 WS-INST-UNPAID         PIC 9(7) VALUE 0.
       01 WS-CASH-LEFT           PIC 9(7) VALUE 0.
       01 WS-NEXT-RECEIPT-SEQ    PIC 999  VALUE 0.
       01 WS-POST-MESSAGE        PIC X(50) VALUE SPACES.
      *
       01 WS-CASH-ENTRY.
           03 WS-CASH-AMOUNT     PIC 9(7).
           03 WS-CASH-DATE.
               05 WS-CASH-DAY    PIC 99.
               05 WS-CASH-MONTH  PIC 99.
               05 WS-CASH-YEAR   PIC 99.
           03 WS-CASH-REFERENCE  PIC X(10).
       01 WS-CASH-ENTRY-FLAG     PIC X VALUE "Y".
           88 WS-CASH-ENTRY-OK       VALUE "Y".
      *
       01 WS-DATCHECK-PAR.
           03 WS-DC-DD           PIC 9(2).
           03 WS-DC-MM           PIC 9(2).
           03 WS-DC-YYYY         PIC 9(4).
           03 WS-DC-FC           PIC 9.
           03 WS-DC-DOW          PIC X(9).
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
       01 WS-CMP-DDMMYY.
           03 WS-CMP-DD          PIC 99.
           03 WS-CMP-MM          PIC 99.
           03 WS-CMP-YY          PIC 99.
       01 WS-CMP-BUILD.
           03 WS-CMB-YYYY        PIC 9(4).
           03 WS-CMB-MM          PIC 99.
           03 WS-CMB-DD          PIC 99.
       01 WS-CMP-OUT             PIC 9(8) VALUE 0.
       01 WS-TODAY-COMPARE       PIC 9(8) VALUE 0.
       01 WS-DUE-COMPARE         PIC 9(8) VALUE 0.
       01 WS-NEXT-COMPARE        PIC 9(8) VALUE 0.
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PREMPOST".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
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
       01 WS-TODAY-BUILD.
           03 WS-TB-DD           PIC XX.
           03 WS-TB-MM           PIC XX.
           03 WS-TB-YY           PIC XX.
       01 WS-TODAY-DDMMYY        PIC 9(6) VALUE 0.
       01 WS-REAL-TIME           PIC 9(8) VALUE 0.
      *
       01 WS-RESPONCE            PIC X.
           88 WS-RESPONCE-P             VALUE "P" "p".
           88 WS-RESPONCE-C             VALUE "C" "c".
           88 WS-RESPONCE-R             VALUE "R" "r".
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
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 MENU-SCREEN.
           03 LINE 10 COLUMN 26   VALUE "PREMIUM BILLING MENU".
           03 LINE 11 COLUMN 26   VALUE "--------------------".
           03 LINE 14 COLUMN 19   VALUE "PRESS 'P' POST premium".
           03 LINE 15 COLUMN 19   VALUE "      'C' CANCEL non-pay".
           03 LINE 16 COLUMN 19   VALUE "      'R' REINSTATE     ".
           03 LINE 17 COLUMN 19   VALUE "      'Q' to QUIT       ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
       01 LEVEL-REFUSED-MSG.
           03 LINE 22 COLUMN 1     BLANK LINE.
           03 LINE 22 COLUMN 5     HIGHLIGHT VALUE
              "FUNCTION NOT PERMITTED AT YOUR SECURITY LEVEL".
       01 POLICY-NUMBER-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "ENTER POLICY NUMBER (0 TO STOP) : ".
           03 LINE 4  COLUMN 39    PIC 9(6)
              TO WS-KEYED-POLICY AUTO.
       01 POLICY-NOT-FOUND-MSG.
           03 LINE 6  COLUMN 1     BLANK LINE.
           03 LINE 6  COLUMN 5     HIGHLIGHT VALUE
              "POLICY NOT ON FILE".
       01 POLICY-BILLING-SCREEN.
           03 LINE 6  COLUMN 5     VALUE "INSURED NAME".
           03 LINE 6  COLUMN 29    VALUE ": ".
           03 LINE 6  COLUMN 31    PIC X(20) FROM PM-INSURED-NAME.
           03 LINE 7  COLUMN 5     VALUE "BILLING PLAN".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 31    PIC X(10) FROM WS-PLAN-TEXT.
           03 LINE 7  COLUMN 43    PIC Z9    FROM WS-BP-INSTALS.
           03 LINE 7  COLUMN 46    VALUE "INSTALLMENTS".
           03 LINE 8  COLUMN 5     VALUE "BILLING STATUS".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 31    PIC X(26)
              FROM WS-BILL-STATUS-TEXT.
           03 LINE 8  COLUMN 58    PIC 9(6)  FROM PM-CANCEL-DATE
              BLANK WHEN ZERO.
           03 LINE 9  COLUMN 5     VALUE "WRITTEN PREMIUM".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 31    PIC ZZZ.ZZZ.ZZ9
              FROM PM-WRITTEN-PREMIUM.
           03 LINE 10 COLUMN 5     VALUE "SCHEDULED".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 31    PIC ZZZ.ZZZ.ZZ9
              FROM WS-BP-SCHEDULED.
           03 LINE 11 COLUMN 5     VALUE "PAID TO DATE".
           03 LINE 11 COLUMN 29    VALUE ": ".
           03 LINE 11 COLUMN 31    PIC ZZZ.ZZZ.ZZ9 FROM WS-BP-PAID.
           03 LINE 12 COLUMN 5     VALUE "PAST DUE".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 31    PIC ZZZ.ZZZ.ZZ9
              FROM WS-BP-PAST-DUE.
           03 LINE 13 COLUMN 5     VALUE "NEXT DUE (DDMMYY)".
           03 LINE 13 COLUMN 29    VALUE ": ".
           03 LINE 13 COLUMN 31    PIC 9(6)  FROM WS-BP-NEXT-DUE.
           03 LINE 13 COLUMN 41    PIC ZZZ.ZZZ.ZZ9
              FROM WS-BP-NEXT-AMOUNT.
       01 CASH-ENTRY-SCREEN.
           03 LINE 15 COLUMN 5     VALUE "AMOUNT RECEIVED".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 31    PIC 9(7) USING WS-CASH-AMOUNT.
           03 LINE 16 COLUMN 5     VALUE "DATE RECEIVED (DD/MM/YY)".
           03 LINE 16 COLUMN 29    VALUE ": ".
           03 LINE 16 COLUMN 31    PIC 99   USING WS-CASH-DAY.
           03 LINE 16 COLUMN 33    VALUE "/".
           03 LINE 16 COLUMN 34    PIC 99   USING WS-CASH-MONTH.
           03 LINE 16 COLUMN 36    VALUE "/".
           03 LINE 16 COLUMN 37    PIC 99   USING WS-CASH-YEAR.
           03 LINE 17 COLUMN 5     VALUE "REFERENCE / CHECK NO".
           03 LINE 17 COLUMN 29    VALUE ": ".
           03 LINE 17 COLUMN 31    PIC X(10) USING WS-CASH-REFERENCE.
       01 CASH-AMOUNT-ERROR.
           03 LINE 19 COLUMN 1     BLANK LINE.
           03 LINE 19 COLUMN 5     HIGHLIGHT VALUE
              "AMOUNT MUST BE MORE THAN ZERO AND NOT OVER OUTSTANDING".
       01 CASH-DATE-ERROR.
           03 LINE 19 COLUMN 1     BLANK LINE.
           03 LINE 19 COLUMN 5     HIGHLIGHT VALUE
              "INVALID DATE RECEIVED - PLEASE RE-ENTER".
       01 POST-CONFIRM-PROMPT.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     VALUE
              "POST THIS PREMIUM? (Y/N) > ".
           03 LINE 20 COLUMN 32    PIC X TO WS-RESPONCE AUTO.
       01 CANCEL-CONFIRM-PROMPT.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     VALUE
              "CANCEL THIS POLICY FOR NON-PAYMENT? (Y/N) > ".
           03 LINE 20 COLUMN 49    PIC X TO WS-RESPONCE AUTO.
       01 REINSTATE-CONFIRM-PROMPT.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     VALUE
              "REINSTATE THIS POLICY? (Y/N) > ".
           03 LINE 20 COLUMN 36    PIC X TO WS-RESPONCE AUTO.
       01 POST-RESULT-MSG.
           03 LINE 21 COLUMN 1     BLANK LINE.
           03 LINE 21 COLUMN 5     HIGHLIGHT PIC X(50)
              FROM WS-POST-MESSAGE.
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 22 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-POLICY-STATUS.
           03 LINE 23 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 23 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-INSTAL-STATUS.
           03 LINE 24 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 24 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-PREMCASH-STATUS.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the policy master, the installment
      * schedule and the premium receipts for update (the two
      * billing files created empty the first time), sign the
      * operator on through the shared OPRLOGIN routine, and
      * drive the menu until the operator quits. Start and end
      * are logged through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE 0 TO WS-POSTED-COUNT.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           OPEN I-O POLICY-FILE.
           OPEN I-O INSTAL-FILE.
           IF WS-INSTAL-STATUS EQUAL "35"
                 OPEN OUTPUT INSTAL-FILE
                 CLOSE INSTAL-FILE
                 OPEN I-O INSTAL-FILE.
           OPEN I-O PREMCASH-FILE.
           IF WS-PREMCASH-STATUS EQUAL "35"
                 OPEN OUTPUT PREMCASH-FILE
                 CLOSE PREMCASH-FILE
                 OPEN I-O PREMCASH-FILE.
           IF WS-POLICY-STATUS   = "00" AND
              WS-INSTAL-STATUS   = "00" AND
              WS-PREMCASH-STATUS = "00"
                 PERFORM 1000-DISPLAY
                 MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
              ELSE
                 DISPLAY ERROR-MESSAGES
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "           TO WS-RUNLOG-ACTION.
           MOVE WS-POSTED-COUNT  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE POLICY-FILE.
           CLOSE INSTAL-FILE.
           CLOSE PREMCASH-FILE.
           GOBACK.
      *
      *******************************************************
      *  This paragraph sets up today's date, signs the operator
      * on and drives the menu.
      *
       1000-DISPLAY.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-TB-DD.
           MOVE WS-REAL-MONTH TO WS-TB-MM.
           MOVE WS-REAL-YEAR  TO WS-TB-YY.
           MOVE WS-TODAY-BUILD TO WS-TODAY-DDMMYY.
           MOVE WS-TODAY-DDMMYY TO WS-CMP-DDMMYY.
           PERFORM 2900-BUILD-COMPARE.
           MOVE WS-CMP-OUT TO WS-TODAY-COMPARE.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF WS-CREDENTIAL-FOUND
                 PERFORM 1100-MENU
                            UNTIL WS-STOP-RUN-FLAG = "S"
              ELSE
                 DISPLAY WRONG-CODE.
           DISPLAY PROG-FINISH.
      *
      *******************************************************
      *  This paragraph provides the user with an option on how
      * to continue.
      *  Expected responce to MENU ;P to POST premium received
      *                             C to CANCEL for non-payment
      *                             R to REINSTATE a policy
      *                             Q to QUIT
      *
       1100-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY MENU-SCREEN.
           ACCEPT RESPONCE-LINE.
           IF WS-RESPONCE-Q
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
              IF WS-RESPONCE-P
                    PERFORM 1200-POST-PREMIUM
                 ELSE
                 IF WS-RESPONCE-C
                       PERFORM 1300-CANCEL-POLICY
                    ELSE
                    IF WS-RESPONCE-R
                          PERFORM 1400-REINSTATE-POLICY.
      *
      *****************************************************
      *  This paragraph posts one premium receipt: the policy is
      * fetched and its billing position shown, the amount, date
      * and reference are keyed and checked, and on confirmation
      * the cash is spread over the schedule and the receipt
      * written.
      *
       1200-POST-PREMIUM.
           PERFORM 2000-GET-POLICY.
           IF WS-POLICY-FOUND
                 IF WS-BP-OUTSTANDING EQUAL ZERO
                       MOVE "NOTHING OUTSTANDING ON THE SCHEDULE"
                            TO WS-POST-MESSAGE
                       DISPLAY POST-RESULT-MSG
                    ELSE
                       MOVE 0 TO WS-CASH-AMOUNT
                       MOVE WS-TODAY-DDMMYY TO WS-CASH-DATE
                       MOVE SPACES TO WS-CASH-REFERENCE
                       DISPLAY CASH-ENTRY-SCREEN
                       ACCEPT  CASH-ENTRY-SCREEN
                       PERFORM 1210-VALIDATE-CASH-ENTRY
                       PERFORM 1220-REACCEPT-CASH-ENTRY
                               UNTIL WS-CASH-ENTRY-OK
                       MOVE SPACE TO WS-RESPONCE
                       ACCEPT POST-CONFIRM-PROMPT
                       IF WS-RESPONCE-Y
                             PERFORM 1230-APPLY-CASH
                             PERFORM 1240-WRITE-RECEIPT
                             DISPLAY POST-RESULT-MSG
                       END-IF
                 END-IF
           END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
      *****************************************************
      *  This paragraph checks the keyed receipt: an amount more
      * than zero and no more than the schedule still wants,
      * and a real calendar date through DatCentury and
      * DatCheck.
      *
       1210-VALIDATE-CASH-ENTRY.
           MOVE "Y" TO WS-CASH-ENTRY-FLAG.
           IF WS-CASH-AMOUNT EQUAL ZERO OR
              WS-CASH-AMOUNT GREATER WS-BP-OUTSTANDING
                 DISPLAY CASH-AMOUNT-ERROR
                 MOVE "N" TO WS-CASH-ENTRY-FLAG
              ELSE
                 MOVE WS-CASH-DAY   TO WS-DC-DD
                 MOVE WS-CASH-MONTH TO WS-DC-MM
                 MOVE WS-CASH-YEAR  TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-CY-YYYY TO WS-DC-YYYY
                 CALL "DatCheck" USING WS-DATCHECK-PAR
                 IF WS-DC-FC = 1
                       DISPLAY CASH-DATE-ERROR
                       MOVE "N" TO WS-CASH-ENTRY-FLAG.
      *
       1220-REACCEPT-CASH-ENTRY.
           DISPLAY CASH-ENTRY-SCREEN.
           ACCEPT  CASH-ENTRY-SCREEN.
           PERFORM 1210-VALIDATE-CASH-ENTRY.
      *
      *****************************************************
      *  This paragraph spreads the receipt over the policy's
      * installments in installment order - the oldest unpaid
      * one is settled first - until the cash runs out.
      *
       1230-APPLY-CASH.
           MOVE WS-CASH-AMOUNT TO WS-CASH-LEFT.
           PERFORM 2100-START-POLICY-INSTALS.
           PERFORM 1235-APPLY-TO-ONE-INSTAL
                   UNTIL WS-INST-END-FLAG = "S"
                      OR WS-CASH-LEFT EQUAL ZERO.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE "PREMIUM POSTED TO THE SCHEDULE" TO WS-POST-MESSAGE.
           IF PM-BILL-STATUS EQUAL "C"
                 MOVE "PREMIUM POSTED - POLICY IS STILL CANCELLED"
                      TO WS-POST-MESSAGE.
      *
       1235-APPLY-TO-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-INST-END-FLAG
           END-READ.
           IF WS-INST-END-FLAG NOT EQUAL "S"
                 IF PI-POLICY-NUMBER NOT EQUAL PM-POLICY-NUMBER
                       MOVE "S" TO WS-INST-END-FLAG
                    ELSE
                    IF PI-PAID LESS PI-AMOUNT
                          COMPUTE WS-INST-UNPAID = PI-AMOUNT - PI-PAID
                          IF WS-INST-UNPAID GREATER WS-CASH-LEFT
                                MOVE WS-CASH-LEFT TO WS-INST-UNPAID
                          END-IF
                          ADD WS-INST-UNPAID TO PI-PAID
                          SUBTRACT WS-INST-UNPAID FROM WS-CASH-LEFT
                          MOVE WS-CASH-DATE TO PI-LAST-PAID-DATE
                          REWRITE IN-INSTAL-REC
                                INVALID KEY
                                      DISPLAY ERROR-MESSAGES
                          END-REWRITE.
      *
      *****************************************************
      *  This paragraph writes the receipt to PREMCASH.DAT under
      * the policy's next receipt number.
      *
       1240-WRITE-RECEIPT.
           PERFORM 2200-NEXT-RECEIPT-SEQ.
           MOVE PM-POLICY-NUMBER    TO PR-POLICY-NUMBER.
           MOVE WS-NEXT-RECEIPT-SEQ TO PR-SEQ.
           MOVE WS-CASH-DATE        TO PR-DATE.
           MOVE WS-CASH-AMOUNT      TO PR-AMOUNT.
           MOVE WS-CASH-REFERENCE   TO PR-REFERENCE.
           MOVE WS-OPERATOR-ID      TO PR-OPERATOR-ID.
           ACCEPT WS-REAL-TIME FROM TIME.
           MOVE WS-REAL-TIME        TO PR-TIME.
           WRITE IN-PREMCASH-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
      *
      *****************************************************
      *  This paragraph cancels a policy for non-payment. Only a
      * policy with premium past due can be cancelled, and only
      * once; the billing status and today's date go on the
      * policy master.
      *
       1300-CANCEL-POLICY.
           IF WS-SECURITY-LEVEL LESS 4
                 DISPLAY LEVEL-REFUSED-MSG
              ELSE
                 PERFORM 2000-GET-POLICY
                 IF WS-POLICY-FOUND
                       IF PM-BILL-STATUS EQUAL "C"
                             MOVE "POLICY IS ALREADY CANCELLED"
                                  TO WS-POST-MESSAGE
                             DISPLAY POST-RESULT-MSG
                          ELSE
                          IF WS-BP-PAST-DUE EQUAL ZERO
                                MOVE
                                "NO PREMIUM PAST DUE - NOT CANCELLED"
                                     TO WS-POST-MESSAGE
                                DISPLAY POST-RESULT-MSG
                             ELSE
                                MOVE SPACE TO WS-RESPONCE
                                ACCEPT CANCEL-CONFIRM-PROMPT
                                IF WS-RESPONCE-Y
                                      MOVE "C" TO PM-BILL-STATUS
                                      MOVE WS-TODAY-DDMMYY
                                           TO PM-CANCEL-DATE
                                      PERFORM 1450-REWRITE-POLICY
                                      MOVE
                                      "POLICY CANCELLED FOR NON-PAYMENT"
                                           TO WS-POST-MESSAGE
                                      DISPLAY POST-RESULT-MSG
                                END-IF
                          END-IF
                       END-IF
                 END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
      *****************************************************
      *  This paragraph reinstates a policy cancelled for
      * non-payment, once nothing is past due on its schedule.
      *
       1400-REINSTATE-POLICY.
           IF WS-SECURITY-LEVEL LESS 4
                 DISPLAY LEVEL-REFUSED-MSG
              ELSE
                 PERFORM 2000-GET-POLICY
                 IF WS-POLICY-FOUND
                       IF PM-BILL-STATUS NOT EQUAL "C"
                             MOVE "POLICY IS NOT CANCELLED"
                                  TO WS-POST-MESSAGE
                             DISPLAY POST-RESULT-MSG
                          ELSE
                          IF WS-BP-PAST-DUE GREATER ZERO
                                MOVE
                           "PREMIUM STILL PAST DUE - NOT REINSTATED"
                                     TO WS-POST-MESSAGE
                                DISPLAY POST-RESULT-MSG
                             ELSE
                                MOVE SPACE TO WS-RESPONCE
                                ACCEPT REINSTATE-CONFIRM-PROMPT
                                IF WS-RESPONCE-Y
                                      MOVE SPACE TO PM-BILL-STATUS
                                      MOVE 0 TO PM-CANCEL-DATE
                                      PERFORM 1450-REWRITE-POLICY
                                      MOVE "POLICY REINSTATED"
                                           TO WS-POST-MESSAGE
                                      DISPLAY POST-RESULT-MSG
                                END-IF
                          END-IF
                       END-IF
                 END-IF.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
       1450-REWRITE-POLICY.
           REWRITE IN-POLICY-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-REWRITE.
      *
      *****************************************************
      *  This paragraph takes the policy number from the
      * operator, reads the policy and sums its billing
      * position onto the screen.
      *
       2000-GET-POLICY.
           MOVE "N" TO WS-POLICY-FOUND-FLAG.
           MOVE 0 TO WS-KEYED-POLICY.
           DISPLAY BLANK-SCREEN.
           ACCEPT  POLICY-NUMBER-PROMPT.
           IF WS-KEYED-POLICY NOT EQUAL ZERO
                 MOVE WS-KEYED-POLICY TO PM-POLICY-NUMBER
                 READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                      INVALID KEY
                            DISPLAY POLICY-NOT-FOUND-MSG
                      NOT INVALID KEY
                            MOVE "Y" TO WS-POLICY-FOUND-FLAG
                            PERFORM 2010-SET-BILLING-TEXT
                            PERFORM 2050-SUM-SCHEDULE
                            DISPLAY POLICY-BILLING-SCREEN
                 END-READ.
      *
       2010-SET-BILLING-TEXT.
           IF PM-BILL-PLAN EQUAL "M"
                 MOVE "MONTHLY   " TO WS-PLAN-TEXT
              ELSE
              IF PM-BILL-PLAN EQUAL "Q"
                    MOVE "QUARTERLY " TO WS-PLAN-TEXT
                 ELSE
                    MOVE "ANNUAL    " TO WS-PLAN-TEXT.
           IF PM-BILL-STATUS EQUAL "C"
                 MOVE "CANCELLED - NON-PAYMENT ON"
                      TO WS-BILL-STATUS-TEXT
              ELSE
                 MOVE "IN FORCE                  "
                      TO WS-BILL-STATUS-TEXT.
      *
      *****************************************************
      *  This paragraph sums the policy's installment rows into
      * the billing position.
      *
       2050-SUM-SCHEDULE.
           MOVE ZERO TO WS-BILLING-POSITION.
           MOVE 99999999 TO WS-NEXT-COMPARE.
           PERFORM 2100-START-POLICY-INSTALS.
           PERFORM 2060-SUM-ONE-INSTAL
                   UNTIL WS-INST-END-FLAG = "S".
           COMPUTE WS-BP-OUTSTANDING = WS-BP-SCHEDULED - WS-BP-PAID.
      *
       2060-SUM-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-INST-END-FLAG
           END-READ.
           IF WS-INST-END-FLAG NOT EQUAL "S"
                 IF PI-POLICY-NUMBER NOT EQUAL PM-POLICY-NUMBER
                       MOVE "S" TO WS-INST-END-FLAG
                    ELSE
                       ADD 1 TO WS-BP-INSTALS
                       ADD PI-AMOUNT TO WS-BP-SCHEDULED
                       ADD PI-PAID   TO WS-BP-PAID
                       IF PI-PAID LESS PI-AMOUNT
                             MOVE PI-DUE-DATE TO WS-CMP-DDMMYY
                             PERFORM 2900-BUILD-COMPARE
                             MOVE WS-CMP-OUT TO WS-DUE-COMPARE
                             IF WS-DUE-COMPARE LESS WS-TODAY-COMPARE
                                   COMPUTE WS-BP-PAST-DUE =
                                           WS-BP-PAST-DUE + PI-AMOUNT
                                                          - PI-PAID
                                ELSE
                                IF WS-DUE-COMPARE LESS WS-NEXT-COMPARE
                                      MOVE WS-DUE-COMPARE
                                           TO WS-NEXT-COMPARE
                                      MOVE PI-DUE-DATE
                                           TO WS-BP-NEXT-DUE
                                      COMPUTE WS-BP-NEXT-AMOUNT =
                                              PI-AMOUNT - PI-PAID.
      *
      *****************************************************
      *  This paragraph positions the schedule on the first
      * installment of the policy in PM-POLICY-NUMBER.
      *
       2100-START-POLICY-INSTALS.
           MOVE " " TO WS-INST-END-FLAG.
           MOVE PM-POLICY-NUMBER TO PI-POLICY-NUMBER.
           MOVE 0 TO PI-SEQ.
           START INSTAL-FILE KEY IS NOT LESS THAN PI-KEY
                 INVALID KEY MOVE "S" TO WS-INST-END-FLAG
           END-START.
      *
      *****************************************************
      *  This paragraph finds the next receipt number for the
      * policy - one past the highest on PREMCASH.DAT.
      *
       2200-NEXT-RECEIPT-SEQ.
           MOVE 1 TO WS-NEXT-RECEIPT-SEQ.
           MOVE " " TO WS-CASH-END-FLAG.
           MOVE PM-POLICY-NUMBER TO PR-POLICY-NUMBER.
           MOVE 0 TO PR-SEQ.
           START PREMCASH-FILE KEY IS NOT LESS THAN PR-KEY
                 INVALID KEY MOVE "S" TO WS-CASH-END-FLAG
           END-START.
           PERFORM 2210-SCAN-ONE-RECEIPT
                   UNTIL WS-CASH-END-FLAG = "S".
      *
       2210-SCAN-ONE-RECEIPT.
           READ PREMCASH-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CASH-END-FLAG
           END-READ.
           IF WS-CASH-END-FLAG NOT EQUAL "S"
                 IF PR-POLICY-NUMBER NOT EQUAL PM-POLICY-NUMBER
                       MOVE "S" TO WS-CASH-END-FLAG
                    ELSE
                       COMPUTE WS-NEXT-RECEIPT-SEQ = PR-SEQ + 1.
      *
      *****************************************************
      *  This paragraph rebuilds the DDMMYY date in
      * WS-CMP-DDMMYY as a comparable YYYYMMDD number, the
      * two-digit year put through the shared DatCentury window.
      *
       2900-BUILD-COMPARE.
           MOVE WS-CMP-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-CMP-MM  TO WS-CMB-MM.
           MOVE WS-CMP-DD  TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-CMP-OUT.
      *
      *****************************************************
      *
