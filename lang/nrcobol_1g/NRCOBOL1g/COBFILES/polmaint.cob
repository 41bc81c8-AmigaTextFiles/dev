      * number it was filed under; the policy master holds the
      * policyholder name, coverage limit and written premium once
      * per policy, so the same insured filing two claims no
      * longer has its premium keyed twice. The policy's
      * deductible is kept here too; INSURE takes it off the
      * first payments on a claim, and the limit exception test
      * works on the amount claimed net of it.
      *  Each policy also carries its premium billing plan -
      * annual, quarterly or monthly installments. Saving a
      * policy whose plan, written premium or effective date has
      * changed (or a new one) lays its installment schedule
      * down on PREMINST.DAT from the effective date; a schedule
      * that has already had premium posted against it is left
      * alone for the billing office to adjust. PREMBILL
      * invoices off the schedule, PREMPOST posts the cash and
      * PREMDUE chases what is late.
      *  A change to an existing policy's insured name, limit,
      * premium or deductible is an endorsement: it is dated and
      * kept on POLEND.DAT with the terms before and after, and
      * the 'H' option lists a policy's endorsements. The limit
      * exception report tests each claim against the terms that
      * were in force on its date of loss, not today's.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                     WITH DUPLICATES
           ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                     WITH DUPLICATES
           FILE STATUS IS WS-CLIENT-STATUS.
      *
           SELECT INSTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-INSTAL-STATUS.
      *
           SELECT ENDORSE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PE-KEY
           FILE STATUS IS WS-ENDORSE-STATUS.
      *
           SELECT POLICY-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE        PIC 9(6).
           03  PM-EXPIRY-DATE           PIC 9(6).
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD CLIENT-FILE
           LABEL RECORDS STANDARD
           03  CL-STATUS                PIC X.
           03  CL-POLICY-NUMBER         PIC 9(6).
           03  CL-ADJUSTER-ID           PIC X(6).
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
       FD ENDORSE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "POLEND.DAT".
       01  IN-ENDORSE-REC.
           03  PE-KEY.
               05  PE-POLICY-NUMBER     PIC 9(6).
               05  PE-SEQ               PIC 999.
           03  PE-EFFECTIVE-DATE        PIC 9(6).
           03  PE-ENTRY-DATE            PIC 9(6).
           03  PE-OPERATOR-ID           PIC X(6).
           03  PE-OLD-INSURED-NAME      PIC X(20).
           03  PE-OLD-LIMIT             PIC 9(7).
           03  PE-OLD-PREMIUM           PIC 9(7).
           03  PE-OLD-DEDUCTIBLE        PIC 9(7).
           03  PE-NEW-INSURED-NAME      PIC X(20).
           03  PE-NEW-LIMIT             PIC 9(7).
           03  PE-NEW-PREMIUM           PIC 9(7).
           03  PE-NEW-DEDUCTIBLE        PIC 9(7).
      *
       FD POLICY-PRINT
           LABEL RECORDS STANDARD
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-INSTAL-STATUS       PIC XX VALUE "00".
       01 WS-ENDORSE-STATUS      PIC XX VALUE "00".
       01 WS-ENDORSE-OPEN-STATUS PIC XX VALUE "00".
       01 WS-STOP-RUN-FLAG       PIC X  VALUE " ".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
       01 WS-POLICY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-POLICY-FOUND        VALUE "Y".
       01 WS-EXCEPTION-COUNT     PIC 999 VALUE 0.
       01 WS-EXCP-LAST-POLICY    PIC 9(6) VALUE 0.
      *
       01 WS-POLICY-REC.
           03 WS-PM-POLICY-NUMBER   PIC 9(6).
               05 WS-PM-EXP-DAY     PIC 99.
               05 WS-PM-EXP-MONTH   PIC 99.
               05 WS-PM-EXP-YEAR    PIC 99.
           03 WS-PM-DEDUCTIBLE      PIC 9(7).
           03 WS-PM-BILL-PLAN       PIC X.
               88 WS-PLAN-ANNUAL        VALUE "A" "a".
               88 WS-PLAN-QUARTERLY     VALUE "Q" "q".
               88 WS-PLAN-MONTHLY       VALUE "M" "m".
           03 WS-PM-BILL-STATUS     PIC X.
           03 WS-PM-CANCEL-DATE     PIC 9(6).
      *
      *  Installment schedule: one PREMINST.DAT row per
      * installment, keyed policy number and installment number.
      * The written premium divides evenly over the installments
      * and any odd amount left over rides on the first one. Due
      * dates step from the effective date by 12, 3 or 1 months;
      * a term starting after the 28th bills on the 28th, so the
      * due day exists in every month. What the policy looked
      * like when it was read tells 1210 whether the schedule
      * has to be laid down again.
      *
       01 WS-OLD-BILL-PLAN       PIC X    VALUE SPACE.
       01 WS-OLD-PREMIUM         PIC 9(7) VALUE 0.
       01 WS-OLD-EFFECTIVE-DATE  PIC 9(6) VALUE 0.
       01 WS-BILL-STATUS-TEXT    PIC X(26) VALUE SPACES.
       01 WS-SCHEDULE-MSG        PIC X(50) VALUE SPACES.
       01 WS-SCH-COUNT           PIC 99   VALUE 0.
       01 WS-SCH-SUB             PIC 99   VALUE 0.
       01 WS-SCH-INTERVAL        PIC 99   VALUE 0.
       01 WS-SCH-AMOUNT          PIC 9(7) VALUE 0.
       01 WS-SCH-ODD-AMOUNT      PIC 9(7) VALUE 0.
       01 WS-SCH-PAID-FLAG       PIC X    VALUE "N".
           88 WS-SCH-HAS-PAYMENTS   VALUE "Y".
       01 WS-SCH-END-FLAG        PIC X    VALUE " ".
       01 WS-SCH-MONTH-WORK      PIC 999  VALUE 0.
       01 WS-SCH-YEAR-WORK       PIC 999  VALUE 0.
       01 WS-SCH-DUE-DATE.
           03 WS-SCH-DUE-DD      PIC 99.
           03 WS-SCH-DUE-MM      PIC 99.
           03 WS-SCH-DUE-YY      PIC 99.
       01 WS-SCH-COUNT-DISP      PIC Z9.
      *
      *  Endorsements: the insured name, limit and deductible as
      * read sit beside the old premium above, so saving can tell
      * whether the terms moved. An endorsement is dated by the
      * operator (today unless keyed otherwise) and may not be
      * dated before the policy's last one, so a policy's
      * endorsements run in date order by number. The terms in
      * force on a date are the old terms of the first
      * endorsement dated after it, or the policy as it stands
      * when there is none.
      *
       01 WS-OLD-INSURED-NAME    PIC X(20) VALUE SPACES.
       01 WS-OLD-LIMIT           PIC 9(7) VALUE 0.
       01 WS-OLD-DEDUCTIBLE      PIC 9(7) VALUE 0.
       01 WS-END-CHANGED-FLAG    PIC X    VALUE "N".
           88 WS-END-TERMS-CHANGED  VALUE "Y".
       01 WS-END-SAVE-FLAG       PIC X    VALUE "Y".
           88 WS-END-SAVE-OK        VALUE "Y".
       01 WS-END-DATE-FLAG       PIC X    VALUE "Y".
           88 WS-END-DATE-OK        VALUE "Y".
       01 WS-END-END-FLAG        PIC X    VALUE " ".
       01 WS-END-FOUND-FLAG      PIC X    VALUE "N".
           88 WS-END-FOUND          VALUE "Y".
       01 WS-END-POLICY-NUMBER   PIC 9(6) VALUE 0.
       01 WS-END-SEQ             PIC 999  VALUE 0.
       01 WS-END-LAST-DATE       PIC 9(6) VALUE 0.
       01 WS-END-COMPARE         PIC 9(8) VALUE 0.
       01 WS-END-COUNT           PIC 999  VALUE 0.
       01 WS-END-MSG             PIC X(50) VALUE SPACES.
       01 WS-END-DATE.
           03 WS-END-DAY         PIC 99.
           03 WS-END-MONTH       PIC 99.
           03 WS-END-YEAR        PIC 99.
       01 WS-END-ENTRY-DATE.
           03 WS-END-ENTRY-DAY   PIC XX.
           03 WS-END-ENTRY-MONTH PIC XX.
           03 WS-END-ENTRY-YEAR  PIC XX.
       01 WS-TIF-TERMS.
           03 WS-TIF-INSURED-NAME PIC X(20).
           03 WS-TIF-LIMIT        PIC 9(7).
           03 WS-TIF-PREMIUM      PIC 9(7).
           03 WS-TIF-DEDUCTIBLE   PIC 9(7).
       01 LIN                    PIC 99   VALUE 0.
       01 WS-END-LIST-1.
           03 EHL-SEQ            PIC 999.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(10)  VALUE "EFFECTIVE ".
           03 EHL-EFFECTIVE-DATE PIC 99/99/99.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "ENTERED ".
           03 EHL-ENTRY-DATE     PIC 99/99/99.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(3)   VALUE "BY ".
           03 EHL-OPERATOR-ID    PIC X(6).
       01 WS-END-LIST-2.
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(6)   VALUE "LIMIT ".
           03 EHL-OLD-LIMIT      PIC ZZZZZZ9.
           03 FILLER             PIC X      VALUE ">".
           03 EHL-NEW-LIMIT      PIC ZZZZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "PREMIUM ".
           03 EHL-OLD-PREMIUM    PIC ZZZZZZ9.
           03 FILLER             PIC X      VALUE ">".
           03 EHL-NEW-PREMIUM    PIC ZZZZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(7)   VALUE "DEDUCT ".
           03 EHL-OLD-DEDUCTIBLE PIC ZZZZZZ9.
           03 FILLER             PIC X      VALUE ">".
           03 EHL-NEW-DEDUCTIBLE PIC ZZZZZZ9.
       01 WS-END-LIST-3.
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(6)   VALUE "NAME  ".
           03 EHL-OLD-NAME       PIC X(20).
           03 FILLER             PIC X(3)   VALUE " > ".
           03 EHL-NEW-NAME       PIC X(20).
      *
      *  The policy term dates go through the shared DatCentury
      * and DatCheck routines the way INSURE validates its claim
           03 WS-TEMP-YEAR       PIC XX.
      *
       01 WS-EXCESS-AMOUNT       PIC S9(9) VALUE 0.
       01 WS-NET-CLAIMED         PIC S9(9) VALUE 0.
       01 WS-DEDUCTIBLE-AMOUNT   PIC 9(7) VALUE 0.
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "POLMAINT  ".
           03 FILLER  PIC X(30)  VALUE
           03 FILLER  PIC X(6)   VALUE "POLICY".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INSURED NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "      LIMIT".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "    CLAIMED".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE " DEDUCTIBLE".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "NET CLAIMED".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "      EXCESS".
       01 WS-EXCP-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-CLAIM-NUMBER   PIC 999V9(4).
           03 EXC-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 EXC-INSURED-NAME   PIC X(20).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-COVERAGE-LIMIT PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-AMOUNT-CLAIMED PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-DEDUCTIBLE     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-NET-CLAIMED    PIC -ZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-EXCESS         PIC -ZZZ.ZZZ.ZZ9.
       01 WS-EXCP-NOPOL-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
       01 WS-RESPONCE            PIC X.
           88 WS-RESPONCE-M             VALUE "M" "m".
           88 WS-RESPONCE-X             VALUE "X" "x".
           88 WS-RESPONCE-H             VALUE "H" "h".
           88 WS-RESPONCE-Q             VALUE "Q" "q".
           88 WS-RESPONCE-Y             VALUE "Y" "y".
      *
           03 LINE 11 COLUMN 26   VALUE "------------------".
           03 LINE 14 COLUMN 19   VALUE "PRESS 'M' MAINTAIN policies ".
           03 LINE 15 COLUMN 19   VALUE "      'X' limit eXceptions  ".
           03 LINE 16 COLUMN 19   VALUE "      'H' endorsement History".
           03 LINE 17 COLUMN 19   VALUE "      'Q' to QUIT           ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
           03 LINE 6  COLUMN 29    VALUE ": ".
           03 LINE 6  COLUMN 30    PIC X(20)
              USING WS-PM-INSURED-NAME.
           03 LINE 7  COLUMN 5     VALUE "BILLING PLAN (A/Q/M)".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 30    PIC X
              USING WS-PM-BILL-PLAN.
           03 LINE 7  COLUMN 40    PIC X(26)
              FROM WS-BILL-STATUS-TEXT.
           03 LINE 8  COLUMN 5     VALUE "COVERAGE LIMIT".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 30    PIC 9(7)
              USING WS-PM-COVERAGE-LIMIT.
           03 LINE 9  COLUMN 5     VALUE "DEDUCTIBLE".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 30    PIC 9(7)
              USING WS-PM-DEDUCTIBLE.
           03 LINE 10 COLUMN 5     VALUE "WRITTEN PREMIUM".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 30    PIC 9(7)
           03 LINE 13 COLUMN 5     HIGHLIGHT VALUE
              "INVALID TERM DATE - PLEASE RE-ENTER (00/00/00 IF NOT KNO
      -       "WN)".
       01 POLICY-PLAN-ERROR.
           03 LINE 13 COLUMN 1     BLANK LINE.
           03 LINE 13 COLUMN 5     HIGHLIGHT VALUE
              "INVALID BILLING PLAN - KEY A, Q OR M".
       01 POLICY-SCHEDULE-MSG.
           03 LINE 17 COLUMN 1     BLANK LINE.
           03 LINE 17 COLUMN 5     PIC X(50) FROM WS-SCHEDULE-MSG.
       01 POLICY-NEW-MSG.
           03 LINE 12 COLUMN 1     BLANK LINE.
           03 LINE 12 COLUMN 5     VALUE
           03 LINE 14 COLUMN 5     VALUE
              "SAVE THIS POLICY? (Y/N) > ".
           03 LINE 14 COLUMN 31    PIC X TO WS-RESPONCE AUTO.
       01 POLICY-ENDORSE-PROMPT.
           03 LINE 15 COLUMN 1     BLANK LINE.
           03 LINE 15 COLUMN 5     VALUE "ENDORSEMENT (DD/MM/YY)".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 30    PIC 99 USING WS-END-DAY.
           03 LINE 15 COLUMN 32    VALUE "/".
           03 LINE 15 COLUMN 33    PIC 99 USING WS-END-MONTH.
           03 LINE 15 COLUMN 35    VALUE "/".
           03 LINE 15 COLUMN 36    PIC 99 USING WS-END-YEAR.
       01 POLICY-ENDORSE-DATE-ERROR.
           03 LINE 13 COLUMN 1     BLANK LINE.
           03 LINE 13 COLUMN 5     HIGHLIGHT VALUE
              "INVALID ENDORSEMENT DATE - PLEASE RE-ENTER".
       01 POLICY-ENDORSE-ORDER-ERROR.
           03 LINE 13 COLUMN 1     BLANK LINE.
           03 LINE 13 COLUMN 5     HIGHLIGHT VALUE
              "ENDORSEMENT DATED BEFORE THE POLICY'S LAST ONE".
       01 POLICY-ENDORSE-OPEN-ERROR.
           03 LINE 13 COLUMN 1     BLANK LINE.
           03 LINE 13 COLUMN 5     HIGHLIGHT VALUE
              "POLEND.DAT WOULD NOT OPEN - POLICY NOT SAVED".
       01 POLICY-ENDORSE-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     PIC X(50) FROM WS-END-MSG.
       01 POLICY-SAVED-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE "POLICY RECORD SAVED".
      * to continue.
      *  Expected responce to MENU ;M to MAINTAIN policies
      *                             X for limit eXception report
      *                             H for endorsement History
      *                             Q to QUIT
      *
       1100-MENU.
                    PERFORM 1200-MAINTAIN-POLICY
                 ELSE
                 IF WS-RESPONCE-X
                       PERFORM 1300-EXCEPTION-REPORT
                    ELSE
                    IF WS-RESPONCE-H
                          PERFORM 1400-ENDORSEMENT-HISTORY.
      *
      *****************************************************
      *  This paragraph maintains one policy per pass: the keyed
       1200-MAINTAIN-POLICY.
           MOVE ZERO TO WS-POLICY-REC.
           MOVE SPACES TO WS-PM-INSURED-NAME.
           MOVE "A" TO WS-PM-BILL-PLAN.
           MOVE SPACE TO WS-PM-BILL-STATUS.
           MOVE SPACES TO WS-BILL-STATUS-TEXT.
           DISPLAY BLANK-SCREEN.
           ACCEPT  POLICY-NUMBER-PROMPT.
           IF WS-PM-POLICY-NUMBER NOT EQUAL ZERO
                                  MOVE ZERO
                                       TO WS-PM-EXPIRY-DATE
                            END-IF
                            IF PM-DEDUCTIBLE NUMERIC
                                  MOVE PM-DEDUCTIBLE
                                       TO WS-PM-DEDUCTIBLE
                               ELSE
                                  MOVE ZERO
                                       TO WS-PM-DEDUCTIBLE
                            END-IF
                            PERFORM 1205-LOAD-BILLING-FIELDS
                 END-READ
                 MOVE WS-PM-BILL-PLAN       TO WS-OLD-BILL-PLAN
                 MOVE WS-PM-WRITTEN-PREMIUM TO WS-OLD-PREMIUM
                 MOVE WS-PM-EFFECTIVE-DATE  TO WS-OLD-EFFECTIVE-DATE
                 MOVE WS-PM-INSURED-NAME    TO WS-OLD-INSURED-NAME
                 MOVE WS-PM-COVERAGE-LIMIT  TO WS-OLD-LIMIT
                 MOVE WS-PM-DEDUCTIBLE      TO WS-OLD-DEDUCTIBLE
                 DISPLAY POLICY-ENTRY-SCREEN
                 ACCEPT  POLICY-ENTRY-SCREEN
                 PERFORM 1220-VALIDATE-POLICY-DATES
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT POLICY-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 1260-PREPARE-ENDORSEMENT
                       IF WS-END-SAVE-OK
                             PERFORM 1210-SAVE-POLICY
                       END-IF
                 END-IF
           END-IF.
      *
      *****************************************************
      *  This paragraph loads the billing plan and billing status
      * of the policy just read. A policy keyed before billing
      * plans were carried is billed annually; a policy cancelled
      * for non-payment shows it beside the plan - PREMPOST is
      * where it is cancelled and reinstated.
      *
       1205-LOAD-BILLING-FIELDS.
           MOVE PM-BILL-PLAN TO WS-PM-BILL-PLAN.
           IF NOT WS-PLAN-QUARTERLY AND
              NOT WS-PLAN-MONTHLY
                 MOVE "A" TO WS-PM-BILL-PLAN.
           IF PM-BILL-STATUS EQUAL "C"
                 MOVE "C" TO WS-PM-BILL-STATUS
                 MOVE "*CANCELLED - NON-PAYMENT*"
                      TO WS-BILL-STATUS-TEXT
              ELSE
                 MOVE SPACE TO WS-PM-BILL-STATUS.
           IF PM-CANCEL-DATE NUMERIC
                 MOVE PM-CANCEL-DATE TO WS-PM-CANCEL-DATE
              ELSE
                 MOVE ZERO TO WS-PM-CANCEL-DATE.
      *
      *****************************************************
      *  This paragraph writes the keyed policy back to POLICY.DAT,
      * rewriting an existing record and adding a new one, then
      * lays the installment schedule down again when the terms
      * it is built from have changed. A change of terms on an
      * existing policy is written away as its endorsement.
      *
       1210-SAVE-POLICY.
           MOVE WS-PM-POLICY-NUMBER   TO PM-POLICY-NUMBER.
           MOVE WS-PM-WRITTEN-PREMIUM TO PM-WRITTEN-PREMIUM.
           MOVE WS-PM-EFFECTIVE-DATE  TO PM-EFFECTIVE-DATE.
           MOVE WS-PM-EXPIRY-DATE     TO PM-EXPIRY-DATE.
           MOVE WS-PM-DEDUCTIBLE      TO PM-DEDUCTIBLE.
           MOVE WS-PM-BILL-PLAN       TO PM-BILL-PLAN.
           MOVE WS-PM-BILL-STATUS     TO PM-BILL-STATUS.
           MOVE WS-PM-CANCEL-DATE     TO PM-CANCEL-DATE.
           IF WS-POLICY-FOUND
                 REWRITE IN-POLICY-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           DISPLAY POLICY-SAVED-MSG.
           IF WS-END-TERMS-CHANGED
                 PERFORM 1270-WRITE-ENDORSEMENT.
           IF NOT WS-POLICY-FOUND                            OR
              WS-PM-BILL-PLAN       NOT EQUAL WS-OLD-BILL-PLAN OR
              WS-PM-WRITTEN-PREMIUM NOT EQUAL WS-OLD-PREMIUM   OR
              WS-PM-EFFECTIVE-DATE  NOT EQUAL
                                    WS-OLD-EFFECTIVE-DATE
                 PERFORM 1240-BUILD-SCHEDULE.
      *
      *****************************************************
      *  This paragraph validates the keyed billing plan and the
      * policy term dates, the dates through DatCentury and
      * DatCheck. A date left at zeros is allowed through, but a
      * non-zero date must be a real calendar date.
      *
       1220-VALIDATE-POLICY-DATES.
           MOVE "Y" TO WS-POLICY-ENTRY-FLAG.
           IF WS-PLAN-ANNUAL OR WS-PM-BILL-PLAN EQUAL SPACE
                 MOVE "A" TO WS-PM-BILL-PLAN
              ELSE
              IF WS-PLAN-QUARTERLY
                    MOVE "Q" TO WS-PM-BILL-PLAN
                 ELSE
                 IF WS-PLAN-MONTHLY
                       MOVE "M" TO WS-PM-BILL-PLAN
                    ELSE
                       DISPLAY POLICY-PLAN-ERROR
                       MOVE "N" TO WS-POLICY-ENTRY-FLAG.
           IF WS-PM-EFFECTIVE-DATE NOT EQUAL ZERO
                 MOVE WS-PM-EFF-DAY   TO WS-DC-DD
                 MOVE WS-PM-EFF-MONTH TO WS-DC-MM
      *
      *****************************************************
      *  This paragraph redisplays the policy screen after an
      * invalid plan or term date until the entry passes 1220.
      *
       1230-REACCEPT-POLICY-ENTRY.
           DISPLAY POLICY-ENTRY-SCREEN.
           PERFORM 1220-VALIDATE-POLICY-DATES.
      *
      *****************************************************
      *  This paragraph lays the policy's installment schedule
      * down on PREMINST.DAT. The schedule already on file is
      * looked over first: if any premium has been posted
      * against it, it stays as it is and the operator is told
      * so; otherwise it is cleared and rebuilt from the plan,
      * the written premium and the effective date. A policy
      * with no effective date or no premium gets no schedule.
      *
       1240-BUILD-SCHEDULE.
           OPEN I-O INSTAL-FILE.
           IF WS-INSTAL-STATUS EQUAL "35"
                 OPEN OUTPUT INSTAL-FILE
                 CLOSE INSTAL-FILE
                 OPEN I-O INSTAL-FILE.
           IF WS-INSTAL-STATUS NOT EQUAL "00"
                 MOVE "PREMINST.DAT WOULD NOT OPEN - NO SCHEDULE"
                      TO WS-SCHEDULE-MSG
              ELSE
                 MOVE "N" TO WS-SCH-PAID-FLAG
                 PERFORM 1242-START-POLICY-INSTALS
                 PERFORM 1244-CHECK-ONE-INSTAL
                         UNTIL WS-SCH-END-FLAG = "S"
                 IF WS-SCH-HAS-PAYMENTS
                       MOVE "PREMIUM POSTED - SCHEDULE NOT REBUILT"
                            TO WS-SCHEDULE-MSG
                    ELSE
                       PERFORM 1242-START-POLICY-INSTALS
                       PERFORM 1246-DELETE-ONE-INSTAL
                               UNTIL WS-SCH-END-FLAG = "S"
                       PERFORM 1250-WRITE-SCHEDULE
                 END-IF
                 CLOSE INSTAL-FILE.
           DISPLAY POLICY-SCHEDULE-MSG.
      *
       1242-START-POLICY-INSTALS.
           MOVE " " TO WS-SCH-END-FLAG.
           MOVE WS-PM-POLICY-NUMBER TO PI-POLICY-NUMBER.
           MOVE 0 TO PI-SEQ.
           START INSTAL-FILE KEY IS NOT LESS THAN PI-KEY
                 INVALID KEY MOVE "S" TO WS-SCH-END-FLAG
           END-START.
      *
       1244-CHECK-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-SCH-END-FLAG
           END-READ.
           IF WS-SCH-END-FLAG NOT EQUAL "S"
                 IF PI-POLICY-NUMBER NOT EQUAL WS-PM-POLICY-NUMBER
                       MOVE "S" TO WS-SCH-END-FLAG
                    ELSE
                       IF PI-PAID NUMERIC AND
                          PI-PAID GREATER ZERO
                             MOVE "Y" TO WS-SCH-PAID-FLAG.
      *
       1246-DELETE-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-SCH-END-FLAG
           END-READ.
           IF WS-SCH-END-FLAG NOT EQUAL "S"
                 IF PI-POLICY-NUMBER NOT EQUAL WS-PM-POLICY-NUMBER
                       MOVE "S" TO WS-SCH-END-FLAG
                    ELSE
                       DELETE INSTAL-FILE RECORD
                              INVALID KEY MOVE "S" TO WS-SCH-END-FLAG
                       END-DELETE.
      *
      *****************************************************
      *  This paragraph writes the new schedule: the number of
      * installments and the months between them come from the
      * plan, the amount from the written premium.
      *
       1250-WRITE-SCHEDULE.
           IF WS-PM-EFFECTIVE-DATE EQUAL ZERO OR
              WS-PM-WRITTEN-PREMIUM EQUAL ZERO
                 MOVE "NO PREMIUM OR EFFECTIVE DATE - NO SCHEDULE"
                      TO WS-SCHEDULE-MSG
              ELSE
                 IF WS-PM-BILL-PLAN EQUAL "M"
                       MOVE 12 TO WS-SCH-COUNT
                       MOVE 1  TO WS-SCH-INTERVAL
                    ELSE
                    IF WS-PM-BILL-PLAN EQUAL "Q"
                          MOVE 4  TO WS-SCH-COUNT
                          MOVE 3  TO WS-SCH-INTERVAL
                       ELSE
                          MOVE 1  TO WS-SCH-COUNT
                          MOVE 12 TO WS-SCH-INTERVAL
                    END-IF
                 END-IF
                 DIVIDE WS-PM-WRITTEN-PREMIUM BY WS-SCH-COUNT
                        GIVING WS-SCH-AMOUNT
                        REMAINDER WS-SCH-ODD-AMOUNT
                 MOVE WS-PM-EFF-DAY   TO WS-SCH-DUE-DD
                 MOVE WS-PM-EFF-MONTH TO WS-SCH-DUE-MM
                 MOVE WS-PM-EFF-YEAR  TO WS-SCH-DUE-YY
                 IF WS-SCH-DUE-DD GREATER 28
                       MOVE 28 TO WS-SCH-DUE-DD
                 END-IF
                 PERFORM 1252-WRITE-ONE-INSTAL
                         VARYING WS-SCH-SUB FROM 1 BY 1
                         UNTIL WS-SCH-SUB GREATER WS-SCH-COUNT
                 MOVE WS-SCH-COUNT TO WS-SCH-COUNT-DISP
                 MOVE SPACES TO WS-SCHEDULE-MSG
                 STRING "INSTALLMENT SCHEDULE BUILT : "
                                             DELIMITED BY SIZE
                        WS-SCH-COUNT-DISP    DELIMITED BY SIZE
                        " INSTALLMENTS"      DELIMITED BY SIZE
                        INTO WS-SCHEDULE-MSG.
      *
       1252-WRITE-ONE-INSTAL.
           MOVE WS-PM-POLICY-NUMBER TO PI-POLICY-NUMBER.
           MOVE WS-SCH-SUB          TO PI-SEQ.
           MOVE WS-SCH-DUE-DATE     TO PI-DUE-DATE.
           MOVE WS-SCH-AMOUNT       TO PI-AMOUNT.
           IF WS-SCH-SUB EQUAL 1
                 ADD WS-SCH-ODD-AMOUNT TO PI-AMOUNT.
           MOVE 0 TO PI-PAID.
           MOVE 0 TO PI-INVOICE-DATE.
           MOVE 0 TO PI-NOTICE-DATE.
           MOVE 0 TO PI-LAST-PAID-DATE.
           WRITE IN-INSTAL-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
           PERFORM 1254-STEP-DUE-DATE.
      *
      *****************************************************
      *  This paragraph moves the due date on by the plan's
      * interval in months, carrying into the next year.
      *
       1254-STEP-DUE-DATE.
           COMPUTE WS-SCH-MONTH-WORK =
                   WS-SCH-DUE-MM + WS-SCH-INTERVAL.
           MOVE WS-SCH-DUE-YY TO WS-SCH-YEAR-WORK.
           IF WS-SCH-MONTH-WORK GREATER 12
                 SUBTRACT 12 FROM WS-SCH-MONTH-WORK
                 ADD 1 TO WS-SCH-YEAR-WORK
                 IF WS-SCH-YEAR-WORK GREATER 99
                       MOVE 0 TO WS-SCH-YEAR-WORK.
           MOVE WS-SCH-MONTH-WORK TO WS-SCH-DUE-MM.
           MOVE WS-SCH-YEAR-WORK  TO WS-SCH-DUE-YY.
      *
      *****************************************************
      *  This paragraph opens POLEND.DAT for update, creating it
      * empty the first time a policy is endorsed.
      *
       1256-OPEN-ENDORSE-FILE.
           OPEN I-O ENDORSE-FILE.
           IF WS-ENDORSE-STATUS EQUAL "35"
                 OPEN OUTPUT ENDORSE-FILE
                 CLOSE ENDORSE-FILE
                 OPEN I-O ENDORSE-FILE.
      *
      *****************************************************
      *  This paragraph decides, before the policy is saved,
      * whether the save is an endorsement: an existing policy
      * whose insured name, limit, premium or deductible has been
      * changed. If it is, the operator keys the date the change
      * takes effect, today's date offered, and the save only
      * goes ahead once POLEND.DAT is open to take it.
      *
       1260-PREPARE-ENDORSEMENT.
           MOVE "Y" TO WS-END-SAVE-FLAG.
           MOVE "N" TO WS-END-CHANGED-FLAG.
           MOVE SPACES TO WS-END-MSG.
           IF WS-POLICY-FOUND
                 IF WS-PM-INSURED-NAME    NOT EQUAL WS-OLD-INSURED-NAME
                 OR WS-PM-COVERAGE-LIMIT  NOT EQUAL WS-OLD-LIMIT
                 OR WS-PM-WRITTEN-PREMIUM NOT EQUAL WS-OLD-PREMIUM
                 OR WS-PM-DEDUCTIBLE      NOT EQUAL WS-OLD-DEDUCTIBLE
                       MOVE "Y" TO WS-END-CHANGED-FLAG.
           IF WS-END-TERMS-CHANGED
                 PERFORM 1256-OPEN-ENDORSE-FILE
                 IF WS-ENDORSE-STATUS NOT EQUAL "00"
                       DISPLAY POLICY-ENDORSE-OPEN-ERROR
                       MOVE "N" TO WS-END-SAVE-FLAG
                       MOVE "N" TO WS-END-CHANGED-FLAG
                    ELSE
                       MOVE WS-PM-POLICY-NUMBER TO WS-END-POLICY-NUMBER
                       PERFORM 1262-FIND-LAST-ENDORSEMENT
                       MOVE WS-REAL-DAY   TO WS-END-DAY
                       MOVE WS-REAL-MONTH TO WS-END-MONTH
                       MOVE WS-REAL-YEAR  TO WS-END-YEAR
                       DISPLAY POLICY-ENDORSE-PROMPT
                       ACCEPT  POLICY-ENDORSE-PROMPT
                       PERFORM 1266-VALIDATE-ENDORSE-DATE
                       PERFORM 1268-REACCEPT-ENDORSE-DATE
                               UNTIL WS-END-DATE-OK
                 END-IF.
      *
      *****************************************************
      *  This paragraph finds the number and date of the policy's
      * last endorsement; the new one takes the next number.
      *
       1262-FIND-LAST-ENDORSEMENT.
           MOVE 0 TO WS-END-SEQ.
           MOVE 0 TO WS-END-LAST-DATE.
           PERFORM 1264-START-ENDORSEMENTS.
           PERFORM 1265-SCAN-ONE-ENDORSEMENT
                   UNTIL WS-END-END-FLAG = "S".
           ADD 1 TO WS-END-SEQ.
      *
       1264-START-ENDORSEMENTS.
           MOVE " " TO WS-END-END-FLAG.
           MOVE WS-END-POLICY-NUMBER TO PE-POLICY-NUMBER.
           MOVE 0 TO PE-SEQ.
           START ENDORSE-FILE KEY IS NOT LESS THAN PE-KEY
                 INVALID KEY MOVE "S" TO WS-END-END-FLAG
           END-START.
      *
       1265-SCAN-ONE-ENDORSEMENT.
           READ ENDORSE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-END-FLAG
           END-READ.
           IF WS-END-END-FLAG NOT EQUAL "S"
                 IF PE-POLICY-NUMBER NOT EQUAL WS-END-POLICY-NUMBER
                       MOVE "S" TO WS-END-END-FLAG
                    ELSE
                       MOVE PE-SEQ            TO WS-END-SEQ
                       MOVE PE-EFFECTIVE-DATE TO WS-END-LAST-DATE.
      *
      *****************************************************
      *  This paragraph checks the keyed endorsement date: it
      * must be a real calendar date, through DatCentury and
      * DatCheck, and not earlier than the policy's last
      * endorsement.
      *
       1266-VALIDATE-ENDORSE-DATE.
           MOVE "Y" TO WS-END-DATE-FLAG.
           MOVE WS-END-DAY   TO WS-DC-DD.
           MOVE WS-END-MONTH TO WS-DC-MM.
           MOVE WS-END-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           IF WS-END-DATE EQUAL ZERO OR WS-DC-FC = 1
                 DISPLAY POLICY-ENDORSE-DATE-ERROR
                 MOVE "N" TO WS-END-DATE-FLAG
              ELSE
                 IF WS-END-LAST-DATE NOT EQUAL ZERO
                       MOVE WS-END-DATE TO WS-CMP-DDMMYY
                       PERFORM 1360-BUILD-COMPARE
                       MOVE WS-CMP-OUT TO WS-END-COMPARE
                       MOVE WS-END-LAST-DATE TO WS-CMP-DDMMYY
                       PERFORM 1360-BUILD-COMPARE
                       IF WS-END-COMPARE LESS WS-CMP-OUT
                             DISPLAY POLICY-ENDORSE-ORDER-ERROR
                             MOVE "N" TO WS-END-DATE-FLAG.
      *
       1268-REACCEPT-ENDORSE-DATE.
           DISPLAY POLICY-ENDORSE-PROMPT.
           ACCEPT  POLICY-ENDORSE-PROMPT.
           PERFORM 1266-VALIDATE-ENDORSE-DATE.
      *
      *****************************************************
      *  This paragraph writes the endorsement just saved - the
      * terms as read and as keyed, the date it takes effect, and
      * who keyed it when - and closes POLEND.DAT again.
      *
       1270-WRITE-ENDORSEMENT.
           MOVE WS-REAL-DAY   TO WS-END-ENTRY-DAY.
           MOVE WS-REAL-MONTH TO WS-END-ENTRY-MONTH.
           MOVE WS-REAL-YEAR  TO WS-END-ENTRY-YEAR.
           MOVE WS-PM-POLICY-NUMBER   TO PE-POLICY-NUMBER.
           MOVE WS-END-SEQ            TO PE-SEQ.
           MOVE WS-END-DATE           TO PE-EFFECTIVE-DATE.
           MOVE WS-END-ENTRY-DATE     TO PE-ENTRY-DATE.
           MOVE WS-OPERATOR-ID        TO PE-OPERATOR-ID.
           MOVE WS-OLD-INSURED-NAME   TO PE-OLD-INSURED-NAME.
           MOVE WS-OLD-LIMIT          TO PE-OLD-LIMIT.
           MOVE WS-OLD-PREMIUM        TO PE-OLD-PREMIUM.
           MOVE WS-OLD-DEDUCTIBLE     TO PE-OLD-DEDUCTIBLE.
           MOVE WS-PM-INSURED-NAME    TO PE-NEW-INSURED-NAME.
           MOVE WS-PM-COVERAGE-LIMIT  TO PE-NEW-LIMIT.
           MOVE WS-PM-WRITTEN-PREMIUM TO PE-NEW-PREMIUM.
           MOVE WS-PM-DEDUCTIBLE      TO PE-NEW-DEDUCTIBLE.
           WRITE IN-ENDORSE-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
           CLOSE ENDORSE-FILE.
           MOVE WS-END-SEQ TO EHL-SEQ.
           STRING "ENDORSEMENT " DELIMITED BY SIZE
                  EHL-SEQ        DELIMITED BY SIZE
                  " RECORDED"    DELIMITED BY SIZE
                  INTO WS-END-MSG.
           DISPLAY POLICY-ENDORSE-MSG.
      *
      *****************************************************
      *  This paragraph prints the coverage-limit exception
      * report: every CLIENT.DAT claim whose amount claimed, net
      * of the policy deductible the insured carries, exceeds
      * its linked policy's coverage limit, and every
      * claim pointing at a policy number not on the policy
      * master. Claims with policy number zero (keyed before the
      * policy link existed) are passed over without comment -
      * the claims are read in policy number order off the
      * policy key, starting past zero, so the policy master is
      * read once per policy rather than once per claim.
      * The limit and deductible tested are those in force on the
      * claim's date of loss.
      *
       1300-EXCEPTION-REPORT.
           OPEN INPUT CLIENT-FILE.
           OPEN OUTPUT POLICY-PRINT.
           OPEN INPUT ENDORSE-FILE.
           MOVE WS-ENDORSE-STATUS TO WS-ENDORSE-OPEN-STATUS.
           IF WS-CLIENT-STATUS NOT EQUAL "00" OR
              WS-PRINT-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE 0 TO WS-EXCEPTION-COUNT
              MOVE 0 TO WS-EXCP-LAST-POLICY
              MOVE "N" TO WS-POLICY-FOUND-FLAG
              MOVE " " TO WS-END-FILE-FLAG
              MOVE 0 TO CL-POLICY-NUMBER
              START CLIENT-FILE KEY IS GREATER THAN CL-POLICY-NUMBER
                    INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
              END-START
              PERFORM 1310-PRINT-EXCP-TITLE
              PERFORM 1320-CHECK-ONE-CLAIM
                             UNTIL WS-END-FILE-FLAG = "S"
              CLOSE CLIENT-FILE
              CLOSE POLICY-PRINT
              DISPLAY REPORT-DONE-MSG.
           IF WS-ENDORSE-OPEN-STATUS EQUAL "00"
                 CLOSE ENDORSE-FILE.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
           WRITE OUT-POLICY-PRINT-REC AFTER 2.
      *
      *****************************************************
      *  This paragraph reads the next claim in policy order,
      * looks up its linked policy when the policy number changes
      * and prints an exception line when the claim exceeds the
      * coverage limit or the policy is missing.
      *
       1320-CHECK-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG.
           IF WS-END-FILE-FLAG NOT EQUAL "S"
                 IF CL-POLICY-NUMBER NOT EQUAL WS-EXCP-LAST-POLICY
                       MOVE CL-POLICY-NUMBER TO WS-EXCP-LAST-POLICY
                       MOVE CL-POLICY-NUMBER TO PM-POLICY-NUMBER
                       MOVE "N" TO WS-POLICY-FOUND-FLAG
                       READ POLICY-FILE RECORD
                            KEY IS PM-POLICY-NUMBER
                            NOT INVALID KEY
                                  MOVE "Y" TO WS-POLICY-FOUND-FLAG
                       END-READ
                 END-IF
                 IF WS-POLICY-FOUND
                       PERFORM 1370-TERMS-AT-LOSS
                       PERFORM 1325-NET-OF-DEDUCTIBLE
                       IF WS-NET-CLAIMED GREATER WS-TIF-LIMIT
                             PERFORM 1340-PRINT-OVER-LIMIT
                       END-IF
                       PERFORM 1350-CHECK-POLICY-PERIOD
                    ELSE
                       PERFORM 1330-PRINT-NO-POLICY
                 END-IF
           END-IF.
      *
      *****************************************************
      *  This paragraph works out the amount claimed net of the
      * policy deductible - the part the policy actually has to
      * answer for, on the deductible in force at the loss.
      *
       1325-NET-OF-DEDUCTIBLE.
           MOVE WS-TIF-DEDUCTIBLE TO WS-DEDUCTIBLE-AMOUNT.
           COMPUTE WS-NET-CLAIMED =
                   CL-AMOUNT-CLAIMED - WS-DEDUCTIBLE-AMOUNT.
           IF WS-NET-CLAIMED LESS ZERO
                 MOVE 0 TO WS-NET-CLAIMED.
      *
      *****************************************************
      *  This paragraph prints the exception line for a claim
      * whose policy number is not on the policy master.
      *
      *
      *****************************************************
      *  This paragraph prints the exception line for a claim
      * whose net amount claimed exceeds its policy's coverage
      * limit.
      *
       1340-PRINT-OVER-LIMIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CL-CLAIM-NUMBER    TO EXC-CLAIM-NUMBER.
           MOVE CL-POLICY-NUMBER   TO EXC-POLICY-NUMBER.
           MOVE WS-TIF-INSURED-NAME TO EXC-INSURED-NAME.
           MOVE WS-TIF-LIMIT       TO EXC-COVERAGE-LIMIT.
           MOVE CL-AMOUNT-CLAIMED  TO EXC-AMOUNT-CLAIMED.
           MOVE WS-DEDUCTIBLE-AMOUNT TO EXC-DEDUCTIBLE.
           MOVE WS-NET-CLAIMED     TO EXC-NET-CLAIMED.
           COMPUTE WS-EXCESS-AMOUNT =
                   WS-NET-CLAIMED - WS-TIF-LIMIT.
           MOVE WS-EXCESS-AMOUNT   TO EXC-EXCESS.
           MOVE SPACES TO OUT-POLICY-PRINT-REC.
           MOVE WS-EXCP-LINE TO OUT-POLICY-PRINT-REC.
           MOVE WS-CMP-BUILD TO WS-CMP-OUT.
      *
      *****************************************************
      *  This paragraph sets the terms in force on the claim's
      * date of loss. The policy as read stands unless an
      * endorsement is dated after the loss, in which case the
      * first such endorsement's old terms are the ones the loss
      * was written under. A claim with no loss date is taken on
      * the policy as it stands.
      *
       1370-TERMS-AT-LOSS.
           MOVE PM-INSURED-NAME    TO WS-TIF-INSURED-NAME.
           MOVE PM-COVERAGE-LIMIT  TO WS-TIF-LIMIT.
           MOVE PM-WRITTEN-PREMIUM TO WS-TIF-PREMIUM.
           IF PM-DEDUCTIBLE NUMERIC
                 MOVE PM-DEDUCTIBLE TO WS-TIF-DEDUCTIBLE
              ELSE
                 MOVE 0 TO WS-TIF-DEDUCTIBLE.
           IF CL-DATE-OF-LOSS NOT EQUAL ZERO AND
              WS-ENDORSE-OPEN-STATUS EQUAL "00"
                 MOVE CL-DATE-OF-LOSS TO WS-CMP-DDMMYY
                 PERFORM 1360-BUILD-COMPARE
                 MOVE WS-CMP-OUT TO WS-LOSS-COMPARE
                 MOVE CL-POLICY-NUMBER TO WS-END-POLICY-NUMBER
                 PERFORM 1264-START-ENDORSEMENTS
                 PERFORM 1375-CHECK-ONE-ENDORSEMENT
                         UNTIL WS-END-END-FLAG = "S".
      *
       1375-CHECK-ONE-ENDORSEMENT.
           READ ENDORSE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-END-FLAG
           END-READ.
           IF WS-END-END-FLAG NOT EQUAL "S"
                 IF PE-POLICY-NUMBER NOT EQUAL WS-END-POLICY-NUMBER
                       MOVE "S" TO WS-END-END-FLAG
                    ELSE
                       MOVE PE-EFFECTIVE-DATE TO WS-CMP-DDMMYY
                       PERFORM 1360-BUILD-COMPARE
                       IF WS-CMP-OUT GREATER WS-LOSS-COMPARE
                             MOVE PE-OLD-INSURED-NAME
                                  TO WS-TIF-INSURED-NAME
                             MOVE PE-OLD-LIMIT     TO WS-TIF-LIMIT
                             MOVE PE-OLD-PREMIUM   TO WS-TIF-PREMIUM
                             MOVE PE-OLD-DEDUCTIBLE
                                  TO WS-TIF-DEDUCTIBLE
                             MOVE "S" TO WS-END-END-FLAG.
      *
      *****************************************************
      *  This paragraph lists a policy's endorsements on the
      * screen, oldest first, with the policy's terms as they
      * stand today at the head of the list.
      *
       1400-ENDORSEMENT-HISTORY.
           MOVE ZERO TO WS-PM-POLICY-NUMBER.
           DISPLAY BLANK-SCREEN.
           ACCEPT  POLICY-NUMBER-PROMPT.
           IF WS-PM-POLICY-NUMBER NOT EQUAL ZERO
                 MOVE WS-PM-POLICY-NUMBER TO PM-POLICY-NUMBER
                 READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                      INVALID KEY
                            DISPLAY (6, 5) "POLICY NOT ON FILE"
                      NOT INVALID KEY
                            PERFORM 1410-LIST-ENDORSEMENTS
                 END-READ
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY.
      *
       1410-LIST-ENDORSEMENTS.
           MOVE 0 TO WS-END-COUNT.
           PERFORM 1420-SHOW-HISTORY-HEAD.
           OPEN INPUT ENDORSE-FILE.
           IF WS-ENDORSE-STATUS EQUAL "00"
                 MOVE WS-PM-POLICY-NUMBER TO WS-END-POLICY-NUMBER
                 PERFORM 1264-START-ENDORSEMENTS
                 PERFORM 1430-SHOW-ONE-ENDORSEMENT
                         UNTIL WS-END-END-FLAG = "S"
                 CLOSE ENDORSE-FILE.
           IF WS-END-COUNT EQUAL 0
                 DISPLAY (LIN, 3) "NO ENDORSEMENTS ON FILE".
      *
       1420-SHOW-HISTORY-HEAD.
           DISPLAY BLANK-SCREEN.
           MOVE 1 TO LIN.
           DISPLAY (LIN, 3)  "ENDORSEMENT HISTORY - POLICY ".
           DISPLAY (LIN, 32) PM-POLICY-NUMBER.
           ADD 1 TO LIN.
           DISPLAY (LIN, 3)  "NOW : ".
           DISPLAY (LIN, 9)  PM-INSURED-NAME.
           DISPLAY (LIN, 31) "LIMIT ".
           DISPLAY (LIN, 37) PM-COVERAGE-LIMIT.
           DISPLAY (LIN, 46) "PREMIUM ".
           DISPLAY (LIN, 54) PM-WRITTEN-PREMIUM.
           DISPLAY (LIN, 63) "DEDUCT ".
           IF PM-DEDUCTIBLE NUMERIC
                 DISPLAY (LIN, 70) PM-DEDUCTIBLE
              ELSE
                 DISPLAY (LIN, 70) "0000000".
           ADD 2 TO LIN.
      *
      *****************************************************
      *  This paragraph shows one endorsement - its date, who
      * keyed it, the terms before and after, and the insured
      * name when that changed - starting a fresh screen when
      * the page is full.
      *
       1430-SHOW-ONE-ENDORSEMENT.
           READ ENDORSE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-END-FLAG
           END-READ.
           IF WS-END-END-FLAG NOT EQUAL "S"
                 IF PE-POLICY-NUMBER NOT EQUAL WS-END-POLICY-NUMBER
                       MOVE "S" TO WS-END-END-FLAG
                    ELSE
                       ADD 1 TO WS-END-COUNT
                       IF LIN GREATER 19
                             DISPLAY NEW-PAGE
                             ACCEPT ANY-KEY
                             PERFORM 1420-SHOW-HISTORY-HEAD
                       END-IF
                       MOVE PE-SEQ             TO EHL-SEQ
                       MOVE PE-EFFECTIVE-DATE  TO EHL-EFFECTIVE-DATE
                       MOVE PE-ENTRY-DATE      TO EHL-ENTRY-DATE
                       MOVE PE-OPERATOR-ID     TO EHL-OPERATOR-ID
                       MOVE PE-OLD-LIMIT       TO EHL-OLD-LIMIT
                       MOVE PE-NEW-LIMIT       TO EHL-NEW-LIMIT
                       MOVE PE-OLD-PREMIUM     TO EHL-OLD-PREMIUM
                       MOVE PE-NEW-PREMIUM     TO EHL-NEW-PREMIUM
                       MOVE PE-OLD-DEDUCTIBLE  TO EHL-OLD-DEDUCTIBLE
                       MOVE PE-NEW-DEDUCTIBLE  TO EHL-NEW-DEDUCTIBLE
                       DISPLAY (LIN, 3) WS-END-LIST-1
                       ADD 1 TO LIN
                       DISPLAY (LIN, 3) WS-END-LIST-2
                       ADD 1 TO LIN
                       IF PE-OLD-INSURED-NAME NOT EQUAL
                          PE-NEW-INSURED-NAME
                             MOVE PE-OLD-INSURED-NAME TO EHL-OLD-NAME
                             MOVE PE-NEW-INSURED-NAME TO EHL-NEW-NAME
                             DISPLAY (LIN, 3) WS-END-LIST-3
                             ADD 1 TO LIN.
      *
      *****************************************************
      *
