       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PREMBILL.
      *PROGRAM DISCRIPTION.
      *
      *  Premium invoice run, runnable from JOBCTL.DAT like the
      * other batches. Every installment on the schedule POLMAINT
      * lays down (PREMINST.DAT) that has not been invoiced and
      * is not fully paid is invoiced once it falls due within
      * the BUSPARM.DAT lead time PREM-LEAD-DAYS (30 days when
      * the parameter is not set) - an installment already past
      * its due date and never invoiced goes out at once. Days
      * to the due date come from the shared DatDiff entry point.
      *  Each invoice is a letter to the insured on PREMINV.PRT
      * and a line on the billing register PREMBILL.PRT; the
      * installment is stamped with the invoice date so a rerun
      * never bills it twice. Installments of a policy cancelled
      * for non-payment are not invoiced - they are counted on
      * the register, and a policy missing from POLICY.DAT is
      * listed as an exception.
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
           SELECT INVOICE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
      *
           SELECT REGISTER-PRINT ASSIGN TO DISK
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
       FD INVOICE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMINV.PRT".
       01  OUT-INVOICE-REC.
           03  FILLER                 PIC A(100).
      *
       FD REGISTER-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PREMBILL.PRT".
       01  OUT-REGISTER-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-INSTAL-STATUS       PIC XX VALUE "00".
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-INVOICE-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-POLICY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-POLICY-FOUND        VALUE "Y".
       01 WS-BILL-DUE-FLAG       PIC X  VALUE "N".
           88 WS-BILL-DUE            VALUE "Y".
       01 WS-COUNTERS.
           03 WS-INSTAL-READ     PIC 9(5) VALUE 0.
           03 WS-INVOICED-COUNT  PIC 9(5) VALUE 0.
           03 WS-INVOICED-TOTAL  PIC 9(9) VALUE 0.
           03 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
           03 WS-NOPOLICY-COUNT  PIC 9(5) VALUE 0.
       01 WS-LEAD-DAYS           PIC 9(5) VALUE 30.
       01 WS-AMOUNT-DUE          PIC 9(7) VALUE 0.
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PREMBILL".
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
           03 FILLER  PIC X(10)  VALUE "PREMBILL  ".
           03 FILLER  PIC X(30)  VALUE
                         "PREMIUM BILLING REGISTER      ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TITLE-2.
           03 FILLER  PIC X(30)  VALUE
                         "INVOICE LEAD TIME IN DAYS   : ".
           03 TTL-LEAD-DAYS      PIC ZZZZ9.
       01 WS-REG-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "POLICY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INSURED NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "INST".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "DUE DATE".
           03 FILLER  PIC X(6)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "BILLED$".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "DETAIL".
       01 WS-REG-LINE.
           03 REG-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-INSURED-NAME   PIC X(20).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 REG-SEQ            PIC Z9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 REG-DUE-DATE       PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-AMOUNT         PIC ZZZ.ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-DETAIL         PIC X(24).
       01 WS-REG-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "INSTALLMENTS READ     : ".
           03 RGT-READ           PIC ZZZZ9.
       01 WS-REG-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "INVOICES ISSUED       : ".
           03 RGT-INVOICED       PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RGT-INVOICED-TOTAL PIC ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "POLICY CANCELLED      : ".
           03 RGT-CANCELLED      PIC ZZZZ9.
       01 WS-REG-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "POLICY NOT ON FILE    : ".
           03 RGT-NOPOLICY       PIC ZZZZ9.
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
       01 LTR-INV-BODY-1.
           03 FILLER    PIC X(20) VALUE "PREMIUM INSTALLMENT ".
           03 LTR-SEQ             PIC Z9.
           03 FILLER    PIC X(28) VALUE
              " OF YOUR POLICY FALLS DUE ON".
       01 LTR-INV-BODY-2.
           03 LTR-DUE-DD          PIC 99.
           03 FILLER    PIC X     VALUE "/".
           03 LTR-DUE-MM          PIC 99.
           03 FILLER    PIC X     VALUE "/".
           03 LTR-DUE-YY          PIC 99.
           03 FILLER    PIC X(17) VALUE " - AMOUNT DUE :  ".
           03 LTR-AMOUNT          PIC ZZZ.ZZZ.ZZ9.
       01 LTR-INV-BODY-3.
           03 FILLER    PIC X(44) VALUE
              "PLEASE REMIT BY THE DUE DATE TO KEEP YOUR".
       01 LTR-INV-BODY-4.
           03 FILLER    PIC X(15) VALUE "COVER IN FORCE.".
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
      *  Paragraph to read the lead time, open the schedule for
      * update, the policy master and both print files, walk
      * every installment, print the control totals and log
      * start/end through the shared RUNLOG routine. A file that
      * will not open ends the run ABND with nothing invoiced.
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
           MOVE WS-REAL-DAY   TO WS-DF-DD1.
           MOVE WS-REAL-MONTH TO WS-DF-MM1.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY1.
           MOVE WS-CY-YYYY    TO WS-CMB-YYYY.
           MOVE WS-REAL-MONTH TO WS-CMB-MM.
           MOVE WS-REAL-DAY   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD  TO WS-TODAY-COMPARE.
           PERFORM 0050-READ-BUS-PARMS.
           OPEN I-O    INSTAL-FILE.
           OPEN INPUT  POLICY-FILE.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT REGISTER-PRINT.
                IF WS-INSTAL-STATUS  = "00" AND
                   WS-POLICY-STATUS  = "00" AND
                   WS-INVOICE-STATUS = "00" AND
                   WS-PRINT-STATUS   = "00"
                      PERFORM 0100-PRINT-TITLE
                      MOVE 0 TO PI-POLICY-NUMBER
                      MOVE 0 TO PI-SEQ
                      START INSTAL-FILE
                            KEY IS NOT LESS THAN PI-KEY
                            INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
                      END-START
                      PERFORM 1000-BILL-ONE-INSTAL
                           UNTIL WS-END-OF-FILE
                      PERFORM 0200-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "PREMBILL - FILE WOULD NOT OPEN"
                      DISPLAY "INSTAL-FILE STATUS    : "
                              WS-INSTAL-STATUS
                      DISPLAY "POLICY-FILE STATUS    : "
                              WS-POLICY-STATUS
                      DISPLAY "INVOICE-FILE STATUS   : "
                              WS-INVOICE-STATUS
                      DISPLAY "REGISTER-PRINT STATUS : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "            TO WS-RUNLOG-ACTION.
           MOVE WS-INVOICED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE INSTAL-FILE.
           CLOSE POLICY-FILE.
           CLOSE INVOICE-FILE.
           CLOSE REGISTER-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the number of days ahead of the due date
      * an installment is invoiced; a missing file or name
      * leaves the built-in default.
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
              IF PB-NAME EQUAL "PREM-LEAD-DAYS"
                    MOVE PB-VALUE TO WS-LEAD-DAYS
                 END-IF.
      *
       0100-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE WS-LEAD-DAYS TO TTL-LEAD-DAYS.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-TITLE-1 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER PAGE.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-TITLE-2 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 2.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-COL-HEADER TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 2.
      *
       0200-PRINT-TOTALS.
           MOVE WS-INSTAL-READ     TO RGT-READ.
           MOVE WS-INVOICED-COUNT  TO RGT-INVOICED.
           MOVE WS-INVOICED-TOTAL  TO RGT-INVOICED-TOTAL.
           MOVE WS-CANCELLED-COUNT TO RGT-CANCELLED.
           MOVE WS-NOPOLICY-COUNT  TO RGT-NOPOLICY.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-1 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 2.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-2 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-3 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-4 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           DISPLAY "PREMBILL - INSTALLMENTS READ   : "
                   WS-INSTAL-READ.
           DISPLAY "PREMBILL - INVOICES ISSUED     : "
                   WS-INVOICED-COUNT.
           DISPLAY "PREMBILL - POLICY CANCELLED    : "
                   WS-CANCELLED-COUNT.
      *
      *********************************************************
      *  This paragraph takes the next installment off the
      * schedule. One not yet invoiced and not fully paid is
      * billed when it is already due, or due within the lead
      * time; the policy is then read for the insured's name
      * and billing status.
      *
       1000-BILL-ONE-INSTAL.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-INSTAL-READ
                 IF PI-INVOICE-DATE EQUAL ZERO AND
                    PI-PAID LESS PI-AMOUNT
                       PERFORM 1100-TEST-BILL-DUE
                       IF WS-BILL-DUE
                             PERFORM 1200-GET-POLICY
                             PERFORM 1300-ISSUE-INVOICE.
      *
      *********************************************************
      *  This paragraph decides whether the installment is due
      * for billing: due today or earlier, or due within the
      * lead time counted through DatDiff from today.
      *
       1100-TEST-BILL-DUE.
           MOVE "N" TO WS-BILL-DUE-FLAG.
           MOVE PI-DUE-DATE TO WS-DUE-DATE-BREAK.
           MOVE WS-DU-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-DU-MM   TO WS-CMB-MM.
           MOVE WS-DU-DD   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-DUE-COMPARE.
           IF WS-DUE-COMPARE NOT GREATER WS-TODAY-COMPARE
                 MOVE "Y" TO WS-BILL-DUE-FLAG
              ELSE
                 MOVE WS-DU-DD   TO WS-DF-DD2
                 MOVE WS-DU-MM   TO WS-DF-MM2
                 MOVE WS-CY-YYYY TO WS-DF-YYYY2
                 CALL "DatDiff" USING WS-DIFF-PAR
                 IF WS-DF-FC EQUAL 0 AND
                    WS-DF-DAYS NOT GREATER WS-LEAD-DAYS
                       MOVE "Y" TO WS-BILL-DUE-FLAG.
      *
       1200-GET-POLICY.
           MOVE "N" TO WS-POLICY-FOUND-FLAG.
           MOVE PI-POLICY-NUMBER TO PM-POLICY-NUMBER.
           READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                INVALID KEY MOVE SPACES TO PM-INSURED-NAME
                NOT INVALID KEY MOVE "Y" TO WS-POLICY-FOUND-FLAG
           END-READ.
      *
      *********************************************************
      *  This paragraph bills the installment: the invoice
      * letter, the register line and the invoice date stamped
      * back on the schedule. A cancelled policy or one no
      * longer on file gets a register line only.
      *
       1300-ISSUE-INVOICE.
           MOVE SPACES TO WS-REG-LINE.
           MOVE PI-POLICY-NUMBER TO REG-POLICY-NUMBER.
           MOVE PM-INSURED-NAME  TO REG-INSURED-NAME.
           MOVE PI-SEQ           TO REG-SEQ.
           MOVE PI-DUE-DATE      TO REG-DUE-DATE.
           MOVE 0                TO REG-AMOUNT.
           IF NOT WS-POLICY-FOUND
                 ADD 1 TO WS-NOPOLICY-COUNT
                 MOVE "POLICY NOT ON FILE" TO REG-DETAIL
              ELSE
              IF PM-BILL-STATUS EQUAL "C"
                    ADD 1 TO WS-CANCELLED-COUNT
                    MOVE "CANCELLED - NOT BILLED" TO REG-DETAIL
                 ELSE
                    COMPUTE WS-AMOUNT-DUE = PI-AMOUNT - PI-PAID
                    MOVE WS-AMOUNT-DUE TO REG-AMOUNT
                    MOVE "INVOICED" TO REG-DETAIL
                    ADD 1 TO WS-INVOICED-COUNT
                    ADD WS-AMOUNT-DUE TO WS-INVOICED-TOTAL
                    PERFORM 1350-WRITE-INVOICE
                    MOVE WS-TODAY-DDMMYY TO PI-INVOICE-DATE
                    REWRITE IN-INSTAL-REC
                          INVALID KEY
                                DISPLAY "PREMBILL - REWRITE FAILED "
                                        PI-KEY
                    END-REWRITE.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-LINE TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
      *
       1350-WRITE-INVOICE.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE WS-TEMP-DATE TO LTR-DATE.
           MOVE LTR-DATE-LINE TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE PM-INSURED-NAME TO LTR-INSURED-NAME.
           MOVE LTR-NAME-LINE TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE PM-POLICY-NUMBER TO LTR-POLICY-NUMBER.
           MOVE LTR-POLICY-LINE TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE PI-SEQ TO LTR-SEQ.
           MOVE LTR-INV-BODY-1 TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE WS-DU-DD TO LTR-DUE-DD.
           MOVE WS-DU-MM TO LTR-DUE-MM.
           MOVE WS-DU-YY TO LTR-DUE-YY.
           MOVE WS-AMOUNT-DUE TO LTR-AMOUNT.
           MOVE LTR-INV-BODY-2 TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 1.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE LTR-INV-BODY-3 TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 1.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE LTR-INV-BODY-4 TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 1.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE LTR-SIGN-LINE TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
           MOVE SPACES TO OUT-INVOICE-REC.
           MOVE LTR-SEPARATOR TO OUT-INVOICE-REC.
           WRITE OUT-INVOICE-REC AFTER 2.
      *
      *********************************************************
      *
