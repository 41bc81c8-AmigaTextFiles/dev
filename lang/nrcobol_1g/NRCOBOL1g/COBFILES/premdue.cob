       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PREMDUE.
      *PROGRAM DISCRIPTION.
      *
      *  Past-due premium run, runnable from JOBCTL.DAT after
      * PREMBILL. The installment schedule (PREMINST.DAT) is
      * read a policy at a time; an installment whose due date
      * has passed and is not fully paid is in arrears. The
      * first time an installment is found in arrears it is
      * stamped with today's date as its notice date and the
      * policy gets a past-due notice on PREMNTC.PRT - one
      * letter per policy per run, carrying the whole amount
      * past due, and never a second letter for the same
      * installment.
      *  A policy whose oldest unpaid installment is more than
      * the BUSPARM.DAT grace period PREM-GRACE-DAYS (30 days
      * when the parameter is not set) past due goes on the
      * cancellation-for-non-payment worklist PREMCANC.PRT, for
      * the billing office to cancel through PREMPOST. Days past
      * due come from the shared DatDiff entry point. A policy
      * already cancelled is left alone.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-INSTAL-STATUS.
      *
           SELECT POLICY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-NUMBER
           FILE STATUS IS WS-POLICY-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT NOTICE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
      *
           SELECT CANCEL-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD NOTICE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMNTC.PRT".
       01  OUT-NOTICE-REC.
           03  FILLER                 PIC A(100).
      *
       FD CANCEL-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMCANC.PRT".
       01  OUT-CANCEL-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-INSTAL-STATUS       PIC XX VALUE "00".
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-NOTICE-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-POLICY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-POLICY-FOUND        VALUE "Y".
       01 WS-COUNTERS.
           03 WS-INSTAL-READ     PIC 9(5) VALUE 0.
           03 WS-ARREARS-COUNT   PIC 9(5) VALUE 0.
           03 WS-ARREARS-TOTAL   PIC 9(9) VALUE 0.
           03 WS-NOTICE-COUNT    PIC 9(5) VALUE 0.
           03 WS-WORKLIST-COUNT  PIC 9(5) VALUE 0.
           03 WS-WORKLIST-TOTAL  PIC 9(9) VALUE 0.
           03 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
      *
      *  What one policy owes, gathered across its installments
      * and acted on at the policy break.
      *
       01 WS-POLICY-BREAK.
           03 WS-BRK-POLICY      PIC 9(6) VALUE 0.
           03 WS-BRK-PAST-DUE    PIC 9(9) VALUE 0.
           03 WS-BRK-OVERDUE     PIC 99   VALUE 0.
           03 WS-BRK-NEW-NOTICES PIC 99   VALUE 0.
           03 WS-BRK-OLDEST-DUE  PIC 9(6) VALUE 0.
           03 WS-BRK-OLDEST-DAYS PIC 9(5) VALUE 0.
           03 WS-BRK-NOTICE-DATE PIC 9(6) VALUE 0.
       01 WS-GRACE-DAYS          PIC 9(5) VALUE 30.
       01 WS-DUE-DATE-BREAK.
           03 WS-DU-DD           PIC 99.
           03 WS-DU-MM           PIC 99.
           03 WS-DU-YY           PIC 99.
       01 WS-DUE-COMPARE         PIC 9(8) VALUE 0.
       01 WS-TODAY-COMPARE       PIC 9(8) VALUE 0.
       01 WS-CMP-BUILD.
           03 WS-CMB-YYYY        PIC 9(4).
           03 WS-CMB-MM          PIC 99.
           03 WS-CMB-DD          PIC 99.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PREMDUE ".
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
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
       01 WS-DIFF-PAR.
           03 WS-DF-DD1          PIC 9(2).
           03 WS-DF-MM1          PIC 9(2).
           03 WS-DF-YYYY1        PIC 9(4).
           03 WS-DF-DD2          PIC 9(2).
           03 WS-DF-MM2          PIC 9(2).
           03 WS-DF-YYYY2        PIC 9(4).
           03 WS-DF-DAYS         PIC S9(7).
           03 WS-DF-FC           PIC 9.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "PREMDUE   ".
           03 FILLER  PIC X(30)  VALUE
                         "CANCEL FOR NON-PAYMENT LIST   ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TITLE-2.
           03 FILLER  PIC X(30)  VALUE
                         "GRACE PERIOD IN DAYS        : ".
           03 TTL-GRACE-DAYS     PIC ZZZZ9.
       01 WS-CAN-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "POLICY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INSURED NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(10)  VALUE "OLDEST DUE".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "DAYS".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "INST".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(9)   VALUE "PAST DUE$".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "NOTICE".
       01 WS-CAN-LINE.
           03 CAN-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CAN-INSURED-NAME   PIC X(20).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 CAN-OLDEST-DUE     PIC 9(6).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 CAN-DAYS           PIC ZZZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 CAN-OVERDUE        PIC Z9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 CAN-PAST-DUE       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CAN-NOTICE-DATE    PIC 9(6).
       01 WS-CAN-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "INSTALLMENTS READ     : ".
           03 CNT-READ           PIC ZZZZ9.
       01 WS-CAN-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "POLICIES IN ARREARS   : ".
           03 CNT-ARREARS        PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 CNT-ARREARS-TOTAL  PIC ZZZ.ZZZ.ZZ9.
       01 WS-CAN-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "PAST-DUE NOTICES      : ".
           03 CNT-NOTICES        PIC ZZZZ9.
       01 WS-CAN-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "LISTED FOR CANCELLING : ".
           03 CNT-WORKLIST       PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 CNT-WORKLIST-TOTAL PIC ZZZ.ZZZ.ZZ9.
       01 WS-CAN-TOTAL-5.
           03 FILLER             PIC X(24)  VALUE
                         "ALREADY CANCELLED     : ".
           03 CNT-CANCELLED      PIC ZZZZ9.
      *
       01 LTR-DATE-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 LTR-DATE            PIC X(8).
       01 LTR-NAME-LINE.
           03 FILLER    PIC X(5)  VALUE "DEAR ".
           03 LTR-INSURED-NAME    PIC X(20).
       01 LTR-POLICY-LINE.
           03 FILLER    PIC X(24) VALUE "REGARDING POLICY NUMBER ".
           03 LTR-POLICY-NUMBER   PIC 9(6).
       01 LTR-DUE-BODY-1.
           03 FILLER    PIC X(42) VALUE
              "OUR RECORDS SHOW PREMIUM ON YOUR POLICY IS".
       01 LTR-DUE-BODY-2.
           03 FILLER    PIC X(28) VALUE
              "PAST DUE - AMOUNT OVERDUE : ".
           03 LTR-PAST-DUE        PIC ZZZ.ZZZ.ZZ9.
       01 LTR-DUE-BODY-3.
           03 FILLER    PIC X(37) VALUE
              "UNLESS PAYMENT IS RECEIVED WITHIN    ".
           03 LTR-GRACE-DAYS      PIC ZZZZ9.
       01 LTR-DUE-BODY-4.
           03 FILLER    PIC X(43) VALUE
              "DAYS OF THE DUE DATE YOUR POLICY MAY BE".
       01 LTR-DUE-BODY-5.
           03 FILLER    PIC X(27) VALUE
              "CANCELLED FOR NON-PAYMENT.".
       01 LTR-SIGN-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(26) VALUE
              "FAIL SAFE INSURANCE AGENCY".
       01 LTR-SEPARATOR.
           03 FILLER    PIC X(40) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to read the grace period, open the schedule
      * for update, the policy master and both print files, walk
      * the schedule a policy at a time, print the control
      * totals and log start/end through the shared RUNLOG
      * routine. A file that will not open ends the run ABND
      * with nothing stamped.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-TB-DD.
           MOVE WS-REAL-MONTH TO WS-TB-MM.
           MOVE WS-REAL-YEAR  TO WS-TB-YY.
           MOVE WS-TODAY-BUILD TO WS-TODAY-DDMMYY.
           MOVE WS-REAL-DAY   TO WS-DF-DD2.
           MOVE WS-REAL-MONTH TO WS-DF-MM2.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY2.
           MOVE WS-CY-YYYY    TO WS-CMB-YYYY.
           MOVE WS-REAL-MONTH TO WS-CMB-MM.
           MOVE WS-REAL-DAY   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD  TO WS-TODAY-COMPARE.
           PERFORM 0050-READ-BUS-PARMS.
           OPEN I-O    INSTAL-FILE.
           OPEN INPUT  POLICY-FILE.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT CANCEL-PRINT.
                IF WS-INSTAL-STATUS  = "00" AND
                   WS-POLICY-STATUS  = "00" AND
                   WS-NOTICE-STATUS  = "00" AND
                   WS-PRINT-STATUS   = "00"
                      PERFORM 0100-PRINT-TITLE
                      MOVE ZERO TO WS-POLICY-BREAK
                      MOVE 0 TO PI-POLICY-NUMBER
                      MOVE 0 TO PI-SEQ
                      START INSTAL-FILE
                            KEY IS NOT LESS THAN PI-KEY
                            INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
                      END-START
                      PERFORM 1000-READ-ONE-INSTAL
                           UNTIL WS-END-OF-FILE
                      IF WS-BRK-POLICY NOT EQUAL ZERO
                            PERFORM 2000-END-OF-POLICY
                      END-IF
                      PERFORM 0200-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "PREMDUE - FILE WOULD NOT OPEN"
                      DISPLAY "INSTAL-FILE STATUS  : "
                              WS-INSTAL-STATUS
                      DISPLAY "POLICY-FILE STATUS  : "
                              WS-POLICY-STATUS
                      DISPLAY "NOTICE-FILE STATUS  : "
                              WS-NOTICE-STATUS
                      DISPLAY "CANCEL-PRINT STATUS : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-NOTICE-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE INSTAL-FILE.
           CLOSE POLICY-FILE.
           CLOSE NOTICE-FILE.
           CLOSE CANCEL-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the days past due after which a policy is
      * listed for cancellation; a missing file or name leaves
      * the built-in default.
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
              IF PB-NAME EQUAL "PREM-GRACE-DAYS"
                    MOVE PB-VALUE TO WS-GRACE-DAYS
                 END-IF.
      *
       0100-PRINT-TITLE.
           MOVE WS-TEMP-DATE  TO WS-TITLE-DATE.
           MOVE WS-GRACE-DAYS TO TTL-GRACE-DAYS.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-TITLE-1 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER PAGE.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-TITLE-2 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 2.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-COL-HEADER TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 2.
      *
       0200-PRINT-TOTALS.
           MOVE WS-INSTAL-READ     TO CNT-READ.
           MOVE WS-ARREARS-COUNT   TO CNT-ARREARS.
           MOVE WS-ARREARS-TOTAL   TO CNT-ARREARS-TOTAL.
           MOVE WS-NOTICE-COUNT    TO CNT-NOTICES.
           MOVE WS-WORKLIST-COUNT  TO CNT-WORKLIST.
           MOVE WS-WORKLIST-TOTAL  TO CNT-WORKLIST-TOTAL.
           MOVE WS-CANCELLED-COUNT TO CNT-CANCELLED.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-TOTAL-1 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 2.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-TOTAL-2 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 1.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-TOTAL-3 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 1.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-TOTAL-4 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 1.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-TOTAL-5 TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 1.
           DISPLAY "PREMDUE - POLICIES IN ARREARS  : "
                   WS-ARREARS-COUNT.
           DISPLAY "PREMDUE - PAST-DUE NOTICES     : "
                   WS-NOTICE-COUNT.
           DISPLAY "PREMDUE - LISTED FOR CANCEL    : "
                   WS-WORKLIST-COUNT.
      *
      *********************************************************
      *  This paragraph takes the next installment off the
      * schedule; a change of policy number closes off the
      * policy before.
      *
       1000-READ-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-INSTAL-READ
                 IF PI-POLICY-NUMBER NOT EQUAL WS-BRK-POLICY
                       IF WS-BRK-POLICY NOT EQUAL ZERO
                             PERFORM 2000-END-OF-POLICY
                       END-IF
                       MOVE ZERO TO WS-POLICY-BREAK
                       MOVE PI-POLICY-NUMBER TO WS-BRK-POLICY
                 END-IF
                 IF PI-PAID LESS PI-AMOUNT
                       PERFORM 1100-TEST-ONE-INSTAL.
      *
      *********************************************************
      *  This paragraph tests an unpaid installment against
      * today. One past its due date adds to the policy's
      * arrears; the first (oldest) one sets the days past due
      * and the first notice date shown on the worklist, and one
      * never noticed before is stamped with today's date and
      * counted towards a notice for the policy.
      *
       1100-TEST-ONE-INSTAL.
           MOVE PI-DUE-DATE TO WS-DUE-DATE-BREAK.
           MOVE WS-DU-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-DU-MM   TO WS-CMB-MM.
           MOVE WS-DU-DD   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-DUE-COMPARE.
           IF WS-DUE-COMPARE LESS WS-TODAY-COMPARE
                 COMPUTE WS-BRK-PAST-DUE =
                         WS-BRK-PAST-DUE + PI-AMOUNT - PI-PAID
                 ADD 1 TO WS-BRK-OVERDUE
                 IF WS-BRK-OVERDUE EQUAL 1
                       MOVE PI-DUE-DATE TO WS-BRK-OLDEST-DUE
                       MOVE WS-DU-DD   TO WS-DF-DD1
                       MOVE WS-DU-MM   TO WS-DF-MM1
                       MOVE WS-CY-YYYY TO WS-DF-YYYY1
                       CALL "DatDiff" USING WS-DIFF-PAR
                       IF WS-DF-FC EQUAL 0
                             MOVE WS-DF-DAYS TO WS-BRK-OLDEST-DAYS
                       END-IF
                 END-IF
                 IF PI-NOTICE-DATE EQUAL ZERO
                       ADD 1 TO WS-BRK-NEW-NOTICES
                       MOVE WS-TODAY-DDMMYY TO PI-NOTICE-DATE
                       REWRITE IN-INSTAL-REC
                             INVALID KEY
                                   DISPLAY "PREMDUE - REWRITE FAILED "
                                           PI-KEY
                       END-REWRITE
                 END-IF
                 IF WS-BRK-OVERDUE EQUAL 1
                       MOVE PI-NOTICE-DATE TO WS-BRK-NOTICE-DATE.
      *
      *********************************************************
      *  This paragraph acts on a policy once all its
      * installments are read: nothing past due means nothing to
      * do; a cancelled policy is only counted; otherwise a new
      * notice is written when any installment went past due
      * since the last run, and the policy is listed for
      * cancellation once the oldest arrears outrun the grace
      * period.
      *
       2000-END-OF-POLICY.
           IF WS-BRK-PAST-DUE GREATER ZERO
                 PERFORM 2050-GET-POLICY
                 IF WS-POLICY-FOUND AND PM-BILL-STATUS EQUAL "C"
                       ADD 1 TO WS-CANCELLED-COUNT
                    ELSE
                       ADD 1 TO WS-ARREARS-COUNT
                       ADD WS-BRK-PAST-DUE TO WS-ARREARS-TOTAL
                       IF WS-BRK-NEW-NOTICES GREATER ZERO
                             PERFORM 2100-WRITE-NOTICE
                       END-IF
                       IF WS-BRK-OLDEST-DAYS GREATER WS-GRACE-DAYS
                             PERFORM 2200-LIST-FOR-CANCEL.
      *
       2050-GET-POLICY.
           MOVE "N" TO WS-POLICY-FOUND-FLAG.
           MOVE WS-BRK-POLICY TO PM-POLICY-NUMBER.
           READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                INVALID KEY MOVE SPACES TO PM-INSURED-NAME
                            MOVE SPACE  TO PM-BILL-STATUS
                NOT INVALID KEY MOVE "Y" TO WS-POLICY-FOUND-FLAG
           END-READ.
      *
       2100-WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-TEMP-DATE TO LTR-DATE.
           MOVE LTR-DATE-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE PM-INSURED-NAME TO LTR-INSURED-NAME.
           MOVE LTR-NAME-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-BRK-POLICY TO LTR-POLICY-NUMBER.
           MOVE LTR-POLICY-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-DUE-BODY-1 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-BRK-PAST-DUE TO LTR-PAST-DUE.
           MOVE LTR-DUE-BODY-2 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-GRACE-DAYS TO LTR-GRACE-DAYS.
           MOVE LTR-DUE-BODY-3 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-DUE-BODY-4 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-DUE-BODY-5 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-SIGN-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-SEPARATOR TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
      *
       2200-LIST-FOR-CANCEL.
           ADD 1 TO WS-WORKLIST-COUNT.
           ADD WS-BRK-PAST-DUE TO WS-WORKLIST-TOTAL.
           MOVE SPACES TO WS-CAN-LINE.
           MOVE WS-BRK-POLICY      TO CAN-POLICY-NUMBER.
           MOVE PM-INSURED-NAME    TO CAN-INSURED-NAME.
           MOVE WS-BRK-OLDEST-DUE  TO CAN-OLDEST-DUE.
           MOVE WS-BRK-OLDEST-DAYS TO CAN-DAYS.
           MOVE WS-BRK-OVERDUE     TO CAN-OVERDUE.
           MOVE WS-BRK-PAST-DUE    TO CAN-PAST-DUE.
           MOVE WS-BRK-NOTICE-DATE TO CAN-NOTICE-DATE.
           MOVE SPACES TO OUT-CANCEL-REC.
           MOVE WS-CAN-LINE TO OUT-CANCEL-REC.
           WRITE OUT-CANCEL-REC AFTER 1.
      *
      *********************************************************
      *
