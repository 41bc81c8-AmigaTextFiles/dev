      * (CHKDISB.PRT), and a check/remittance block on the check
      * print file (CHECKS.PRT) - payee name pulled from the
      * POLICY.DAT insured name through the claim's policy
      * number, as it stood on the claim's date of loss when the
      * policy has since been endorsed (POLEND.DAT). The
      * payment record is then stamped with its check number and
      * disbursement date, so a payment can never be cut twice.
      * A payment whose claim or policy cannot be found is held
      * with a register line saying so, unstamped, for the
      * claims office to repair.
      *  The same run prints the void register (CHKVOID.PRT):
      * every check voided or stopped at the claims desk since
      * the last run, off CLMVOID.DAT, with the replacement
      * payment when one was queued - that replacement is cut
      * above like any other undisbursed payment. A void is
      * flagged printed once it is on the register.
      *  A payment that had part of the policy deductible taken
      * off it at entry carries only the net on CLMPAY.DAT; the
      * gross and the deductible come off CLMDED.DAT and show on
      * the register line and the remittance, so the insured
      * sees why the check is short of the loss.
      *  A payment keyed to a payee (PAY-PAYEE-ID, off the
      * PAYEE.DAT master kept by PAYMAINT) is made out to that
      * payee instead of the insured, with the payee's remit-to
      * address under the name and the insured named on the
      * remittance. A payee missing from the master holds the
      * payment.
      *  A payment on a claim with a special investigations case
      * still open on CLMSIU.DAT is held the same way, unstamped,
      * and cut on the first run after the case is closed.
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
           SELECT POLICY-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHECK-PRINT-STATUS.
      *
           SELECT VOID-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-KEY
           FILE STATUS IS WS-VOID-STATUS.
      *
           SELECT VOID-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VOID-PRINT-STATUS.
      *
           SELECT ENDORSE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PE-KEY
           FILE STATUS IS WS-ENDORSE-STATUS.
      *
           SELECT DEDUCT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DD-KEY
           FILE STATUS IS WS-DEDUCT-STATUS.
      *
           SELECT PAYEE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-PAYEE-ID
           FILE STATUS IS WS-PAYEE-STATUS.
      *
           SELECT SIU-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIU-CLAIM-NUMBER
           FILE STATUS IS WS-SIU-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03  PAY-SETTLE-FLAG          PIC X.
           03  PAY-CHECK-NUMBER         PIC 9(6).
           03  PAY-DISB-DATE            PIC 9(6).
           03  PAY-CLEAR-DATE           PIC 9(6).
           03  PAY-PAYEE-ID             PIC 9(6).
           03  PAY-TYPE                 PIC X.
      *
       FD CLIENT-FILE
           LABEL RECORDS STANDARD
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE        PIC 9(6).
           03  PM-EXPIRY-DATE           PIC 9(6).
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD CHECK-CONTROL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CHECKS.PRT".
       01  OUT-CHECK-REC.
           03  FILLER                 PIC A(100).
      *
       FD VOID-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMVOID.DAT".
       01  IN-VOID-REC.
           03  VD-KEY.
               05  VD-CLAIM-NUMBER      PIC 999V9(4).
               05  VD-SEQ               PIC 999.
           03  VD-CHECK-NUMBER          PIC 9(6).
           03  VD-PAY-DATE              PIC 9(6).
           03  VD-DISB-DATE             PIC 9(6).
           03  VD-AMOUNT                PIC 9(7).
           03  VD-SETTLE-FLAG           PIC X.
           03  VD-TYPE                  PIC X.
           03  VD-REASON                PIC XX.
           03  VD-NOTE                  PIC X(20).
           03  VD-OPERATOR-ID           PIC X(6).
           03  VD-DATE                  PIC 9(6).
           03  VD-TIME                  PIC 9(8).
           03  VD-REISSUE-SEQ           PIC 999.
           03  VD-PRINTED-FLAG          PIC X.
      *
       FD VOID-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CHKVOID.PRT".
       01  OUT-VOID-REC.
           03  FILLER                 PIC A(100).
      *
       FD DEDUCT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDED.DAT".
       01  IN-DEDUCT-REC.
           03  DD-KEY.
               05  DD-CLAIM-NUMBER      PIC 999V9(4).
               05  DD-SEQ               PIC 999.
           03  DD-GROSS-AMOUNT          PIC 9(7).
           03  DD-DEDUCT-AMOUNT         PIC 9(7).
           03  DD-DATE                  PIC 9(6).
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
       FD PAYEE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PAYEE.DAT".
       01  IN-PAYEE-REC.
           03  PY-PAYEE-ID              PIC 9(6).
           03  PY-NAME                  PIC X(30).
           03  PY-ADDR-1                PIC X(30).
           03  PY-ADDR-2                PIC X(30).
           03  PY-CITY                  PIC X(20).
           03  PY-STATE                 PIC XX.
           03  PY-ZIP                   PIC X(10).
           03  PY-PAYEE-TYPE            PIC X.
           03  PY-TAX-ID                PIC X(11).
           03  PY-TIN-TYPE              PIC X.
           03  PY-1099-FLAG             PIC X.
           03  PY-STATUS                PIC X.
      *
       FD SIU-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMSIU.DAT".
       01  IN-SIU-REC.
           03  SIU-CLAIM-NUMBER         PIC 999V9(4).
           03  SIU-REASON               PIC X(7).
           03  SIU-INVESTIGATOR         PIC X(20).
           03  SIU-REFERRAL-DATE        PIC 9(6).
           03  SIU-STATUS               PIC X.
           03  SIU-OUTCOME              PIC X.
           03  SIU-CLOSE-DATE           PIC 9(6).
           03  SIU-SAVINGS              PIC 9(7).
           03  SIU-OPENED-BY            PIC X(6).
           03  SIU-NOTE                 PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-CHECK-PRINT-STATUS  PIC XX VALUE "00".
       01 WS-VOID-STATUS         PIC XX VALUE "00".
       01 WS-VOID-PRINT-STATUS   PIC XX VALUE "00".
       01 WS-DEDUCT-STATUS       PIC XX VALUE "00".
       01 WS-PAYEE-STATUS        PIC XX VALUE "00".
      *
      *  CLMDED.DAT is only there once a deductible has been
      * taken; its open status is kept apart from the running
      * status, which every keyed read overwrites.
      *
       01 WS-DEDUCT-OPEN-STATUS  PIC XX VALUE "35".
       01 WS-DED-GROSS           PIC 9(7) VALUE 0.
       01 WS-DED-TAKEN           PIC 9(7) VALUE 0.
      *
      *  CLMSIU.DAT is there only once a claim has been referred
      * to special investigations.
      *
       01 WS-SIU-STATUS          PIC XX VALUE "00".
       01 WS-SIU-OPEN-STATUS     PIC XX VALUE "35".
      *
      *  POLEND.DAT likewise exists only once a policy has been
      * endorsed. The insured name on the first endorsement
      * dated after the loss is the one the claim was written
      * under; the dates are compared as YYYYMMDD.
      *
       01 WS-ENDORSE-STATUS      PIC XX VALUE "00".
       01 WS-ENDORSE-OPEN-STATUS PIC XX VALUE "35".
       01 WS-END-END-FLAG        PIC X  VALUE " ".
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
       01 WS-LOSS-COMPARE        PIC 9(8) VALUE 0.
       01 WS-VOID-END-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-VOIDS        VALUE "S".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-COUNTERS.
           03 WS-CHECKS-CUT      PIC 9(5) VALUE 0.
           03 WS-PAYMENTS-HELD   PIC 9(5) VALUE 0.
           03 WS-DISBURSED-TOTAL PIC 9(9) VALUE 0.
           03 WS-VOIDS-LISTED    PIC 9(5) VALUE 0.
           03 WS-STOPS-LISTED    PIC 9(5) VALUE 0.
           03 WS-REISSUES-LISTED PIC 9(5) VALUE 0.
           03 WS-VOIDED-TOTAL    PIC 9(9) VALUE 0.
           03 WS-DEDUCTED-TOTAL  PIC 9(9) VALUE 0.
      *
      *  Check numbering: the control file carries the last check
      * number written; this run continues from it, and the new
      * somewhere.
      *
       01 WS-NEXT-CHECK-NO       PIC 9(6) VALUE 0.
       01 WS-PAYEE-NAME          PIC X(30) VALUE SPACES.
       01 WS-INSURED-NAME        PIC X(20) VALUE SPACES.
       01 WS-PAYEE-ID            PIC 9(6) VALUE 0.
       01 WS-PAYEE-ADDRESS.
           03 WS-PAYEE-ADDR-1    PIC X(30).
           03 WS-PAYEE-ADDR-2    PIC X(30).
           03 WS-PAYEE-CITY-LINE.
               05 WS-PAYEE-CITY  PIC X(20).
               05 FILLER         PIC X.
               05 WS-PAYEE-STATE PIC XX.
               05 FILLER         PIC X.
               05 WS-PAYEE-ZIP   PIC X(10).
       01 WS-PAYEE-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-PAYEE-FOUND         VALUE "Y".
       01 WS-TODAY-DDMMYY        PIC 9(6) VALUE 0.
           03 FILLER  PIC X(8)   VALUE "PAY DATE".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "AMOUNT".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE " DEDUCTIBLE".
       01 WS-REG-LINE.
           03 REG-CHECK-NO       PIC 9(6).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 REG-PAY-DATE       PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-DEDUCT         PIC ZZZ.ZZZ.ZZ9 BLANK WHEN ZERO.
       01 WS-REG-HELD-LINE.
           03 FILLER             PIC X(6)   VALUE "*HELD*".
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(24)  VALUE
                         "DOLLARS DISBURSED     : ".
           03 RGT-DOLLARS        PIC ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-5.
           03 FILLER             PIC X(24)  VALUE
                         "DEDUCTIBLES WITHHELD  : ".
           03 RGT-DEDUCTED       PIC ZZZ.ZZZ.ZZ9.
      *
       01 WS-CHK-RULE-LINE.
           03 FILLER             PIC X(60) VALUE ALL "=".
           03 FILLER             PIC X(21) VALUE
                         "PAY TO THE ORDER OF :".
           03 FILLER             PIC X     VALUE SPACE.
           03 CHK-PAYEE          PIC X(30).
       01 WS-CHK-ADDRESS-LINE.
           03 FILLER             PIC X(22) VALUE SPACES.
           03 CHK-ADDRESS        PIC X(34).
       01 WS-CHK-AMOUNT-LINE.
           03 FILLER             PIC X(21) VALUE
                         "THE SUM OF          :".
           03 FILLER             PIC X     VALUE SPACE.
           03 CHK-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
       01 WS-CHK-DEDUCT-LINE.
           03 FILLER             PIC X(21) VALUE
                         "GROSS LOSS PAYMENT  :".
           03 FILLER             PIC X     VALUE SPACE.
           03 CHK-GROSS          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(18) VALUE
                         "  LESS DEDUCTIBLE ".
           03 CHK-DEDUCT         PIC ZZZ.ZZZ.ZZ9.
       01 WS-CHK-REMIT-LINE.
           03 FILLER             PIC X(22) VALUE
                         "IN SETTLEMENT OF CLAIM".
           03 CHK-SEQ            PIC 999.
           03 FILLER             PIC X(9)  VALUE "  POLICY ".
           03 CHK-POLICY-NUMBER  PIC 9(6).
       01 WS-CHK-REMIT-PAYEE-LINE.
           03 FILLER             PIC X(15) VALUE
                         "PAID TO PAYEE  ".
           03 CHK-PAYEE-ID       PIC 9(6).
           03 FILLER             PIC X(24) VALUE
                         "  FOR THE ACCOUNT OF    ".
           03 CHK-INSURED-NAME   PIC X(20).
      *
       01 WS-VOID-TITLE.
           03 FILLER  PIC X(10)  VALUE "CHKDISB   ".
           03 FILLER  PIC X(30)  VALUE
                         "VOID / STOP-PAYMENT REGISTER  ".
           03 WS-VOID-TITLE-DATE PIC X(8).
       01 WS-VOID-COL-HEADER.
           03 FILLER  PIC X(8)   VALUE "CHECK NO".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(3)   VALUE "SEQ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "TYPE".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(3)   VALUE "RSN".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "OPER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "VOIDED".
           03 FILLER  PIC X(7)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "AMOUNT".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "REISSUE".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "NOTE".
       01 WS-VOID-LINE.
           03 VDL-CHECK-NO       PIC 9(6).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 VDL-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(7)   VALUE SPACES.
           03 VDL-SEQ            PIC 999.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 VDL-TYPE           PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 VDL-REASON         PIC XX.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 VDL-OPERATOR       PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 VDL-DATE           PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 VDL-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 VDL-REISSUE-SEQ    PIC ZZZ.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 VDL-NOTE           PIC X(20).
       01 WS-VOID-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "CHECKS VOIDED         : ".
           03 VDT-VOIDS          PIC ZZZZ9.
       01 WS-VOID-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "CHECKS STOPPED        : ".
           03 VDT-STOPS          PIC ZZZZ9.
       01 WS-VOID-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "REPLACEMENTS QUEUED   : ".
           03 VDT-REISSUES       PIC ZZZZ9.
       01 WS-VOID-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "DOLLARS VOIDED        : ".
           03 VDT-DOLLARS        PIC ZZZ.ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the payout ledger for update, the
      * claim and policy masters for the payee lookup, the
      * deductible file, and the two print files, read the check
      * number control, drive the disbursement loop until end of
      * the ledger, write the
      * new high check number back, print the run totals and log
      * start/end through the shared RUNLOG routine. A file that
      * will not open ends the run ABND with nothing disbursed.
           OPEN INPUT  POLICY-FILE.
           OPEN OUTPUT REGISTER-PRINT.
           OPEN OUTPUT CHECK-PRINT.
           OPEN I-O    VOID-FILE.
           IF WS-VOID-STATUS EQUAL "35"
                 OPEN OUTPUT VOID-FILE
                 CLOSE VOID-FILE
                 OPEN I-O VOID-FILE.
           OPEN OUTPUT VOID-PRINT.
           OPEN INPUT  DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-DEDUCT-OPEN-STATUS.
           OPEN INPUT  ENDORSE-FILE.
           MOVE WS-ENDORSE-STATUS TO WS-ENDORSE-OPEN-STATUS.
           OPEN INPUT  SIU-FILE.
           MOVE WS-SIU-STATUS TO WS-SIU-OPEN-STATUS.
           OPEN INPUT  PAYEE-FILE.
           IF WS-PAYEE-STATUS EQUAL "35"
                 OPEN OUTPUT PAYEE-FILE
                 CLOSE PAYEE-FILE
                 OPEN INPUT PAYEE-FILE.
                IF WS-PAYMENT-STATUS     = "00" AND
                   WS-CLIENT-STATUS      = "00" AND
                   WS-POLICY-STATUS      = "00" AND
                   WS-PRINT-STATUS       = "00" AND
                   WS-CHECK-PRINT-STATUS = "00" AND
                   WS-VOID-STATUS        = "00" AND
                   WS-VOID-PRINT-STATUS  = "00" AND
                   WS-PAYEE-STATUS       = "00"
                      PERFORM 0200-PRINT-REGISTER-TITLE
                      PERFORM 1000-DISBURSE-ONE-PAYMENT
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-TOTALS
                      PERFORM 0400-WRITE-CHECK-CONTROL
                      PERFORM 0500-PRINT-VOID-REGISTER
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CHKDISB - FILE WOULD NOT OPEN"
                              WS-PRINT-STATUS
                      DISPLAY "CHECK-PRINT STATUS   : "
                              WS-CHECK-PRINT-STATUS
                      DISPLAY "VOID-FILE STATUS     : "
                              WS-VOID-STATUS
                      DISPLAY "VOID-PRINT STATUS    : "
                              WS-VOID-PRINT-STATUS
                      DISPLAY "PAYEE-FILE STATUS    : "
                              WS-PAYEE-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-CHECKS-CUT   TO WS-RUNLOG-RECORD-COUNT.
           CLOSE POLICY-FILE.
           CLOSE REGISTER-PRINT.
           CLOSE CHECK-PRINT.
           CLOSE VOID-FILE.
           CLOSE VOID-PRINT.
           CLOSE PAYEE-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           IF WS-ENDORSE-OPEN-STATUS EQUAL "00"
                 CLOSE ENDORSE-FILE.
           IF WS-SIU-OPEN-STATUS EQUAL "00"
                 CLOSE SIU-FILE.
           GOBACK.
      *
      *********************************************************
           MOVE WS-CHECKS-CUT      TO RGT-CUT.
           MOVE WS-PAYMENTS-HELD   TO RGT-HELD.
           MOVE WS-DISBURSED-TOTAL TO RGT-DOLLARS.
           MOVE WS-DEDUCTED-TOTAL  TO RGT-DEDUCTED.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-1 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 2.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-4 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-5 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           DISPLAY "CHKDISB - PAYMENTS READ     : "
                   WS-PAYMENTS-READ.
           DISPLAY "CHKDISB - CHECKS CUT        : "
                   WS-PAYMENTS-HELD.
           DISPLAY "CHKDISB - DOLLARS DISBURSED : "
                   WS-DISBURSED-TOTAL.
           DISPLAY "CHKDISB - DEDUCTIBLES       : "
                   WS-DEDUCTED-TOTAL.
      *
      *********************************************************
      *  This paragraph prints the void register: title, one
      * line for every void not yet printed, and its totals.
      *
       0500-PRINT-VOID-REGISTER.
           MOVE WS-TEMP-DATE TO WS-VOID-TITLE-DATE.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-TITLE TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER PAGE.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-COL-HEADER TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER 2.
           MOVE " " TO WS-VOID-END-FLAG.
           MOVE LOW-VALUES TO VD-KEY.
           START VOID-FILE KEY IS NOT LESS THAN VD-KEY
                 INVALID KEY MOVE "S" TO WS-VOID-END-FLAG
           END-START.
           PERFORM 0510-LIST-ONE-VOID
                   UNTIL WS-END-OF-VOIDS.
           MOVE WS-VOIDS-LISTED    TO VDT-VOIDS.
           MOVE WS-STOPS-LISTED    TO VDT-STOPS.
           MOVE WS-REISSUES-LISTED TO VDT-REISSUES.
           MOVE WS-VOIDED-TOTAL    TO VDT-DOLLARS.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-TOTAL-1 TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER 2.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-TOTAL-2 TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER 1.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-TOTAL-3 TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER 1.
           MOVE SPACES TO OUT-VOID-REC.
           MOVE WS-VOID-TOTAL-4 TO OUT-VOID-REC.
           WRITE OUT-VOID-REC AFTER 1.
           DISPLAY "CHKDISB - CHECKS VOIDED     : "
                   WS-VOIDS-LISTED.
           DISPLAY "CHKDISB - CHECKS STOPPED    : "
                   WS-STOPS-LISTED.
      *
      *********************************************************
      *  This paragraph reads one void and, when it has not been
      * on a register yet, prints it and flags it printed.
      *
       0510-LIST-ONE-VOID.
           READ VOID-FILE NEXT RECORD
                AT END MOVE "S" TO WS-VOID-END-FLAG
           END-READ.
           IF NOT WS-END-OF-VOIDS
                 IF VD-PRINTED-FLAG NOT EQUAL "Y"
                       IF VD-TYPE EQUAL "S"
                             ADD 1 TO WS-STOPS-LISTED
                             MOVE "STOP" TO VDL-TYPE
                          ELSE
                             ADD 1 TO WS-VOIDS-LISTED
                             MOVE "VOID" TO VDL-TYPE
                       END-IF
                       IF VD-REISSUE-SEQ NOT EQUAL ZERO
                             ADD 1 TO WS-REISSUES-LISTED
                       END-IF
                       ADD VD-AMOUNT TO WS-VOIDED-TOTAL
                       MOVE VD-CHECK-NUMBER TO VDL-CHECK-NO
                       MOVE VD-CLAIM-NUMBER TO VDL-CLAIM-NUMBER
                       MOVE VD-SEQ          TO VDL-SEQ
                       MOVE VD-REASON       TO VDL-REASON
                       MOVE VD-OPERATOR-ID  TO VDL-OPERATOR
                       MOVE VD-DATE         TO VDL-DATE
                       MOVE VD-AMOUNT       TO VDL-AMOUNT
                       MOVE VD-REISSUE-SEQ  TO VDL-REISSUE-SEQ
                       MOVE VD-NOTE         TO VDL-NOTE
                       MOVE SPACES TO OUT-VOID-REC
                       MOVE WS-VOID-LINE TO OUT-VOID-REC
                       WRITE OUT-VOID-REC AFTER 1
                       MOVE "Y" TO VD-PRINTED-FLAG
                       REWRITE IN-VOID-REC
                             INVALID KEY
                                   DISPLAY "CHKDISB - REWRITE FAILED ON"
                                           " VOID " VD-CLAIM-NUMBER
                       END-REWRITE
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph reads one payment and, when it has not
      *********************************************************
      *  This paragraph finds the payee name for the current
      * payment: the claim by its number, then the insured name
      * off the claim's policy as at the date of loss. Either
      * lookup failing leaves the payment held rather than
      * cutting a check to nobody. A payment keyed to a payee
      * is then made out to the payee instead, through 1018, and
      * a claim under special investigation is held by 1011.
      *
       1010-FIND-PAYEE-NAME.
           MOVE "N" TO WS-PAYEE-FOUND-FLAG.
           MOVE SPACES TO WS-PAYEE-NAME.
           MOVE SPACES TO WS-PAYEE-ADDRESS.
           MOVE 0 TO WS-PAYEE-ID.
           IF PAY-PAYEE-ID NUMERIC
                 MOVE PAY-PAYEE-ID TO WS-PAYEE-ID.
           MOVE PAY-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                INVALID KEY
                                            TO WS-PAYEE-NAME
                                       MOVE "Y"
                                            TO WS-PAYEE-FOUND-FLAG
                                       PERFORM 1012-NAME-AT-LOSS
                            END-READ
                      END-IF
           END-READ.
           MOVE WS-PAYEE-NAME TO WS-INSURED-NAME.
           IF WS-PAYEE-FOUND AND
              WS-PAYEE-ID NOT EQUAL ZERO
                 PERFORM 1018-FIND-PAYEE-MASTER.
           IF WS-PAYEE-FOUND
                 PERFORM 1011-CHECK-SIU-CASE.
      *
      *********************************************************
      *  This paragraph holds the payment when its claim has a
      * special investigations case still open.
      *
       1011-CHECK-SIU-CASE.
           IF WS-SIU-OPEN-STATUS EQUAL "00"
                 MOVE PAY-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
                 READ SIU-FILE RECORD KEY IS SIU-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            IF SIU-STATUS NOT EQUAL "C"
                                  MOVE "N" TO WS-PAYEE-FOUND-FLAG
                                  MOVE "SIU CASE OPEN ON CLAIM    "
                                       TO HLD-REASON
                            END-IF
                 END-READ.
      *
      *********************************************************
      *  This paragraph replaces the payee name with the insured
      * name in force on the claim's date of loss, when an
      * endorsement dated after the loss has changed it since.
      *
       1012-NAME-AT-LOSS.
           IF CL-DATE-OF-LOSS NOT EQUAL ZERO AND
              WS-ENDORSE-OPEN-STATUS EQUAL "00"
                 MOVE CL-DATE-OF-LOSS TO WS-CMP-DDMMYY
                 PERFORM 1016-BUILD-COMPARE
                 MOVE WS-CMP-OUT TO WS-LOSS-COMPARE
                 MOVE " " TO WS-END-END-FLAG
                 MOVE CL-POLICY-NUMBER TO PE-POLICY-NUMBER
                 MOVE 0 TO PE-SEQ
                 START ENDORSE-FILE KEY IS NOT LESS THAN PE-KEY
                       INVALID KEY MOVE "S" TO WS-END-END-FLAG
                 END-START
                 PERFORM 1014-CHECK-ONE-ENDORSEMENT
                         UNTIL WS-END-END-FLAG = "S".
      *
       1014-CHECK-ONE-ENDORSEMENT.
           READ ENDORSE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-END-FLAG
           END-READ.
           IF WS-END-END-FLAG NOT EQUAL "S"
                 IF PE-POLICY-NUMBER NOT EQUAL CL-POLICY-NUMBER
                       MOVE "S" TO WS-END-END-FLAG
                    ELSE
                       MOVE PE-EFFECTIVE-DATE TO WS-CMP-DDMMYY
                       PERFORM 1016-BUILD-COMPARE
                       IF WS-CMP-OUT GREATER WS-LOSS-COMPARE
                             MOVE PE-OLD-INSURED-NAME
                                  TO WS-PAYEE-NAME
                             MOVE "S" TO WS-END-END-FLAG.
      *
      *********************************************************
      *  This paragraph rebuilds the DDMMYY date in
      * WS-CMP-DDMMYY as a comparable YYYYMMDD number, the
      * two-digit year put through the shared DatCentury window.
      *
       1016-BUILD-COMPARE.
           MOVE WS-CMP-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-CMP-MM  TO WS-CMB-MM.
           MOVE WS-CMP-DD  TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-CMP-OUT.
      *
      *********************************************************
      *  This paragraph makes the check out to the payee on the
      * payee master, with its remit-to address. A payee no
      * longer on the master holds the payment - an inactive
      * payee is still paid, the payment was keyed while it
      * was live.
      *
       1018-FIND-PAYEE-MASTER.
           MOVE WS-PAYEE-ID TO PY-PAYEE-ID.
           READ PAYEE-FILE RECORD KEY IS PY-PAYEE-ID
                INVALID KEY
                      MOVE "N" TO WS-PAYEE-FOUND-FLAG
                      MOVE "PAYEE NOT ON PAYEE MASTER "
                           TO HLD-REASON
                NOT INVALID KEY
                      MOVE PY-NAME   TO WS-PAYEE-NAME
                      MOVE PY-ADDR-1 TO WS-PAYEE-ADDR-1
                      MOVE PY-ADDR-2 TO WS-PAYEE-ADDR-2
                      MOVE PY-CITY   TO WS-PAYEE-CITY
                      MOVE PY-STATE  TO WS-PAYEE-STATE
                      MOVE PY-ZIP    TO WS-PAYEE-ZIP
           END-READ.
      *
      *********************************************************
      *  This paragraph cuts the check for the current payment:
           ADD 1 TO WS-NEXT-CHECK-NO.
           ADD 1 TO WS-CHECKS-CUT.
           ADD PAY-AMOUNT TO WS-DISBURSED-TOTAL.
           PERFORM 1025-FIND-DEDUCTIBLE.
           ADD WS-DED-TAKEN TO WS-DEDUCTED-TOTAL.
           MOVE WS-NEXT-CHECK-NO  TO REG-CHECK-NO.
           MOVE PAY-CLAIM-NUMBER  TO REG-CLAIM-NUMBER.
           MOVE PAY-SEQ           TO REG-SEQ.
           MOVE WS-PAYEE-NAME     TO REG-PAYEE.
           MOVE PAY-DATE          TO REG-PAY-DATE.
           MOVE PAY-AMOUNT        TO REG-AMOUNT.
           MOVE WS-DED-TAKEN      TO REG-DEDUCT.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-LINE TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           PERFORM 0400-WRITE-CHECK-CONTROL.
      *
      *********************************************************
      *  This paragraph looks up the deductible taken off the
      * current payment at entry, if any. No CLMDED.DAT record
      * means the check is for the whole loss payment.
      *
       1025-FIND-DEDUCTIBLE.
           MOVE 0 TO WS-DED-TAKEN.
           MOVE PAY-AMOUNT TO WS-DED-GROSS.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 MOVE PAY-KEY TO DD-KEY
                 READ DEDUCT-FILE RECORD KEY IS DD-KEY
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                           MOVE DD-GROSS-AMOUNT  TO WS-DED-GROSS
                           MOVE DD-DEDUCT-AMOUNT TO WS-DED-TAKEN
                 END-READ.
      *
      *********************************************************
      *  This paragraph prints one check and its remittance line
      * on the check print file, framed so the blocks separate
      * cleanly on continuous stationery. A check to a payee
      * carries the remit-to address under the name and names
      * the insured on the remittance.
      *
       1030-PRINT-CHECK-BLOCK.
           MOVE SPACES TO OUT-CHECK-REC.
           MOVE SPACES TO OUT-CHECK-REC.
           MOVE WS-CHK-PAYEE-LINE TO OUT-CHECK-REC.
           WRITE OUT-CHECK-REC AFTER 1.
           IF WS-PAYEE-ID NOT EQUAL ZERO
                 MOVE WS-PAYEE-ADDR-1 TO CHK-ADDRESS
                 PERFORM 1035-PRINT-ADDRESS-LINE
                 MOVE WS-PAYEE-ADDR-2 TO CHK-ADDRESS
                 PERFORM 1035-PRINT-ADDRESS-LINE
                 MOVE WS-PAYEE-CITY-LINE TO CHK-ADDRESS
                 PERFORM 1035-PRINT-ADDRESS-LINE.
           MOVE PAY-AMOUNT TO CHK-AMOUNT.
           MOVE SPACES TO OUT-CHECK-REC.
           MOVE WS-CHK-AMOUNT-LINE TO OUT-CHECK-REC.
           WRITE OUT-CHECK-REC AFTER 1.
           IF WS-DED-TAKEN GREATER ZERO
                 MOVE WS-DED-GROSS TO CHK-GROSS
                 MOVE WS-DED-TAKEN TO CHK-DEDUCT
                 MOVE SPACES TO OUT-CHECK-REC
                 MOVE WS-CHK-DEDUCT-LINE TO OUT-CHECK-REC
                 WRITE OUT-CHECK-REC AFTER 1.
           MOVE PAY-CLAIM-NUMBER TO CHK-CLAIM-NUMBER.
           MOVE PAY-SEQ          TO CHK-SEQ.
           MOVE CL-POLICY-NUMBER TO CHK-POLICY-NUMBER.
           MOVE SPACES TO OUT-CHECK-REC.
           MOVE WS-CHK-REMIT-LINE TO OUT-CHECK-REC.
           WRITE OUT-CHECK-REC AFTER 1.
           IF WS-PAYEE-ID NOT EQUAL ZERO
                 MOVE WS-PAYEE-ID     TO CHK-PAYEE-ID
                 MOVE WS-INSURED-NAME TO CHK-INSURED-NAME
                 MOVE SPACES TO OUT-CHECK-REC
                 MOVE WS-CHK-REMIT-PAYEE-LINE TO OUT-CHECK-REC
                 WRITE OUT-CHECK-REC AFTER 1.
           MOVE SPACES TO OUT-CHECK-REC.
           MOVE WS-CHK-RULE-LINE TO OUT-CHECK-REC.
           WRITE OUT-CHECK-REC AFTER 1.
      *
       1035-PRINT-ADDRESS-LINE.
           IF CHK-ADDRESS NOT EQUAL SPACES
                 MOVE SPACES TO OUT-CHECK-REC
                 MOVE WS-CHK-ADDRESS-LINE TO OUT-CHECK-REC
                 WRITE OUT-CHECK-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph prints the register line for a payment
