           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-CLAIM-NUMBER
           ALTERNATE RECORD KEY IS ER-POLICY-NUMBER
                     WITH DUPLICATES
           ALTERNATE RECORD KEY IS ER-ADJUSTER-ID
                     WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT CLIENT-PRINT ASSIGN TO WS-PRINT-DEVICE-NAME
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CLAIM-NUMBER
           FILE STATUS IS WS-RESERVE-STATUS.
      *
           SELECT IBNR-TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IBNR-STATUS.
      *
           SELECT EARNED-TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EARNED-STATUS.
      *
           SELECT RESERVE-JRNL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPAY-KEY
           FILE STATUS IS WS-PENDING-PAY-STATUS.
      *
           SELECT VOID-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-KEY
           FILE STATUS IS WS-VOID-STATUS.
      *
           SELECT DEDUCT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DD-KEY
           FILE STATUS IS WS-DEDUCT-STATUS.
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
           SELECT PAYEE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-PAYEE-ID
           FILE STATUS IS WS-PAYEE-STATUS.
      *
           SELECT LITIGATION-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAIM-NUMBER
           FILE STATUS IS WS-LITIGATION-STATUS.
      *
           SELECT SIU-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIU-CLAIM-NUMBER
           FILE STATUS IS WS-SIU-STATUS.
      *
           SELECT ACCT-PERIOD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCT-PERIOD-STATUS.
      *
           SELECT CASH-CTL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CASH-CTL-STATUS.
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
       FD RESERVE-FILE
           LABEL RECORDS STANDARD
       01  IN-RESERVE-REC.
           03  RSV-CLAIM-NUMBER         PIC 999V9(4).
           03  RSV-AMOUNT               PIC 9(7).
      *
       FD IBNR-TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "IBNRTOT.DAT".
       01  IN-IBNR-TOTAL-REC.
           03  IT-RUN-DATE            PIC X(8).
           03  FILLER                 PIC X.
           03  IT-METHOD              PIC 9.
           03  FILLER                 PIC X.
           03  IT-PAID                PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-CASE-RESERVE        PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-ULTIMATE            PIC 9(11).
           03  FILLER                 PIC X.
           03  IT-IBNR                PIC S9(11)
                                      SIGN LEADING SEPARATE.
      *
       FD EARNED-TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EARNTOT.DAT".
       01  IN-EARNED-TOTAL-REC.
           03  ET-RUN-DATE            PIC X(8).
           03  FILLER                 PIC X.
           03  ET-PERIOD              PIC 9(6).
           03  FILLER                 PIC X.
           03  ET-WRITTEN             PIC 9(11).
           03  FILLER                 PIC X.
           03  ET-EARNED              PIC 9(11).
           03  FILLER                 PIC X.
           03  ET-UNEARNED            PIC 9(11).
      *
       FD RESERVE-JRNL-FILE
           LABEL RECORDS STANDARD
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE        PIC 9(6).
           03  PM-EXPIRY-DATE           PIC 9(6).
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD CAT-LINK-FILE
           LABEL RECORDS STANDARD
           03  PPAY-OPERATOR-ID         PIC X(6).
           03  PPAY-HELD-DATE           PIC X(8).
           03  PPAY-HELD-TIME           PIC 9(8).
           03  PPAY-GROSS-AMOUNT        PIC 9(7).
           03  PPAY-DEDUCT-AMOUNT       PIC 9(7).
           03  PPAY-PAYEE-ID            PIC 9(6).
           03  PPAY-PAY-TYPE            PIC X.
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
       FD LITIGATION-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMLIT.DAT".
       01  IN-LITIGATION-REC.
           03  LT-CLAIM-NUMBER          PIC 999V9(4).
           03  LT-SUIT-DATE             PIC 9(6).
           03  LT-COURT                 PIC X(30).
           03  LT-DEFENSE-COUNSEL       PIC X(30).
           03  LT-PLAINTIFF-ATTY        PIC X(30).
           03  LT-STATUS                PIC X.
           03  LT-CLOSE-DATE            PIC 9(6).
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
       FD CASH-CTL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CASHCTL.DAT".
       01  CASH-CTL-REC.
           03  CC-DATE                PIC 9(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-TIME                PIC 9(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-OPERATOR-ID         PIC X(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-BANK-TOTAL          PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-POSTED-TOTAL        PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-POSTED-COUNT        PIC 9(5).
           03  FILLER                 PIC X VALUE SPACE.
           03  CC-VERDICT             PIC X.
      *
       WORKING-STORAGE SECTION.
       01 WS-COUNTERS.
       01 WS-CHECKPOINT-STATUS   PIC XX VALUE "00".
       01 WS-PARM-STATUS         PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-PAYMENT-OPEN-STATUS PIC XX VALUE "35".
       01 WS-AUDIT-STATUS        PIC XX VALUE "00".
       01 WS-REGION-STATUS       PIC XX VALUE "00".
       01 WS-CREDENTIAL-STATUS   PIC XX VALUE "00".
       01 WS-REGION-VALID-FLAG    PIC X  VALUE "Y".
           88 WS-REGION-VALID         VALUE "Y".
      *
      *  Running figures behind the adjuster workload report:
      * open claim count and open amount claimed for the adjuster
      * in hand. The claims are read in adjuster ID order off the
      * adjuster key, so each adjuster's line prints as the ID
      * changes. Claims not yet assigned group under the blank
      * adjuster ID, which sorts first.
      *
       01 WS-WKLD-CURRENT.
           03 WS-WKLD-ADJUSTER      PIC X(6).
           03 WS-WKLD-COUNT         PIC 999.
           03 WS-WKLD-AMOUNT        PIC 9(9).
       01 WS-WKLD-STARTED-FLAG    PIC X  VALUE "N".
           88 WS-WKLD-STARTED         VALUE "Y".
       01 WS-FUNCTION-ALLOWED-FLAG PIC X VALUE "Y".
           88 WS-FUNCTION-ALLOWED      VALUE "Y".
      *
           03 WS-PAY-AMOUNT        PIC 9(7).
           03 WS-PAY-SETTLE-FLAG   PIC X.
               88 WS-PAY-SETTLED       VALUE "Y" "y".
           03 WS-PAY-PAYEE-ID      PIC 9(6).
           03 WS-PAY-TYPE          PIC X.
               88 WS-PAY-INDEMNITY     VALUE "I".
               88 WS-PAY-TYPE-VALID    VALUE "I" "L" "A".
      *  Payee per payment: a payment is made out to the insured
      * (payee ID zero) or to a payee on PAYEE.DAT, kept by
      * PAYMAINT - a body shop, contractor, attorney, lienholder
      * or provider. A keyed payee must be on the master and
      * active. The payee rides on the held-payment queue and
      * onto a reissued check with the rest of the payment.
      *
       01 WS-PAYEE-STATUS          PIC XX VALUE "00".
       01 WS-PAYEE-OPEN-STATUS     PIC XX VALUE "35".
       01 WS-PAY-PAYEE-NAME        PIC X(30) VALUE SPACES.
       01 WS-PAY-ENTRY-FLAG        PIC X  VALUE "Y".
           88 WS-PAY-ENTRY-OK          VALUE "Y".
       01 WS-VD-PAYEE-ID           PIC 9(6) VALUE 0.
       01 WS-HELD-PAYEE-FLAG       PIC X  VALUE "Y".
           88 WS-HELD-PAYEE-OK         VALUE "Y".
      *  Payment type: I indemnity - the loss itself - L defense
      * and legal expense, A other adjusting expense. Only an
      * indemnity payment takes the policy deductible. Payments
      * keyed before the type was carried read space, which the
      * reports take as indemnity.
      *
       01 WS-VD-PAY-TYPE           PIC X    VALUE SPACE.
       01 WS-IND-PAID-TO-DATE      PIC 9(9) VALUE 0.
       01 WS-LEGAL-PAID-TO-DATE    PIC 9(9) VALUE 0.
       01 WS-ADJ-PAID-TO-DATE      PIC 9(9) VALUE 0.
       01 WS-GRAND-LEGAL-TOTAL     PIC 9(9) VALUE 0.
       01 WS-GRAND-ADJ-TOTAL       PIC 9(9) VALUE 0.
      *  Litigation record per claim in suit, kept on CLMLIT.DAT
      * by the L function: when the suit was filed, the court,
      * defense counsel and the plaintiff's attorney, and whether
      * the suit is still open. The folder shows it and LITINV
      * lists the open suits with their expense spend.
      *
       01 WS-LITIGATION-STATUS     PIC XX VALUE "00".
       01 WS-LIT-CLAIM-NUMBER      PIC 999V9(4) VALUE 0.
       01 WS-LIT-FOUND-FLAG        PIC X  VALUE "N".
           88 WS-LIT-FOUND             VALUE "Y".
       01 WS-LIT-ENTRY-FLAG        PIC X  VALUE "Y".
           88 WS-LIT-ENTRY-OK          VALUE "Y".
       01 WS-LIT-MSG               PIC X(50) VALUE SPACES.
       01 WS-LITIGATION-REC.
           03 WS-LT-SUIT-DATE.
               05 WS-LT-SUIT-DAY       PIC 99.
               05 WS-LT-SUIT-MONTH     PIC 99.
               05 WS-LT-SUIT-YEAR      PIC 99.
           03 WS-LT-COURT          PIC X(30).
           03 WS-LT-DEFENSE-COUNSEL PIC X(30).
           03 WS-LT-PLAINTIFF-ATTY PIC X(30).
           03 WS-LT-STATUS         PIC X.
               88 WS-LT-STATUS-VALID   VALUE "O" "C".
               88 WS-LT-CLOSED         VALUE "C".
           03 WS-LT-CLOSE-DATE.
               05 WS-LT-CLOSE-DAY      PIC 99.
               05 WS-LT-CLOSE-MONTH    PIC 99.
               05 WS-LT-CLOSE-YEAR     PIC 99.
       01 WS-FOL-LIT-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-FOL-LIT-FOUND         VALUE "Y".
      *  Special investigations case per referred claim, kept on
      * CLMSIU.DAT by the U function: why the claim was referred
      * (a CLMSCRN reason code, or MANUAL when the desk referred
      * it by hand), the investigator, the referral date, and
      * once closed the outcome and what the case saved. While a
      * case is open no payment on the claim is entered or
      * released here, and CHKDISB holds any already on file.
      *
       01 WS-SIU-STATUS            PIC XX VALUE "00".
       01 WS-SIU-OPEN-STATUS       PIC XX VALUE "35".
       01 WS-SIU-CLAIM-NUMBER      PIC 999V9(4) VALUE 0.
       01 WS-SIU-FOUND-FLAG        PIC X  VALUE "N".
           88 WS-SIU-FOUND             VALUE "Y".
       01 WS-SIU-HOLD-FLAG         PIC X  VALUE "N".
           88 WS-SIU-HOLD              VALUE "Y".
       01 WS-SIU-ENTRY-FLAG        PIC X  VALUE "Y".
           88 WS-SIU-ENTRY-OK          VALUE "Y".
       01 WS-SIU-MSG               PIC X(50) VALUE SPACES.
       01 WS-SIU-REC.
           03 WS-SI-REASON         PIC X(7).
               88 WS-SI-REASON-VALID   VALUE "DUPLOSS" "AMTNEAR"
                                             "PRVJUMP" "MANUAL ".
           03 WS-SI-INVESTIGATOR   PIC X(20).
           03 WS-SI-REFERRAL-DATE.
               05 WS-SI-REF-DAY        PIC 99.
               05 WS-SI-REF-MONTH      PIC 99.
               05 WS-SI-REF-YEAR       PIC 99.
           03 WS-SI-STATUS         PIC X.
               88 WS-SI-STATUS-VALID   VALUE "O" "C".
               88 WS-SI-CLOSED         VALUE "C".
           03 WS-SI-OUTCOME        PIC X.
               88 WS-SI-OUTCOME-VALID  VALUE "C" "D" "P".
               88 WS-SI-OUTCOME-SAVED  VALUE "D" "P".
           03 WS-SI-CLOSE-DATE.
               05 WS-SI-CLOSE-DAY      PIC 99.
               05 WS-SI-CLOSE-MONTH    PIC 99.
               05 WS-SI-CLOSE-YEAR     PIC 99.
           03 WS-SI-SAVINGS        PIC 9(7).
           03 WS-SI-OPENED-BY      PIC X(6).
           03 WS-SI-NOTE           PIC X(30).
       01 WS-FOL-SIU-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-FOL-SIU-FOUND         VALUE "Y".
       01 WS-FOL-SIU-DISP          PIC X(10) VALUE SPACES.
       01 WS-SIU-REF-COMPARE       PIC 9(8) VALUE 0.
       01 WS-SIU-CLOSE-COMPARE     PIC 9(8) VALUE 0.
       01 WS-SIU-TODAY.
           03 WS-SIU-TODAY-DAY     PIC XX.
           03 WS-SIU-TODAY-MONTH   PIC XX.
           03 WS-SIU-TODAY-YEAR    PIC XX.
      *  Payment authority by operator security level: the 'A'
      * function holds any payment over the signed-on operator's
      * limit on the CLMPPND.DAT queue, for a DIFFERENT, senior
       01 WS-PAY-LIMIT-TABLE REDEFINES WS-PAY-LIMIT-VALUES.
           03 WS-PAY-LIMIT OCCURS 4 TIMES PIC 9(7).
       01 WS-OPERATOR-PAY-LIMIT    PIC 9(7) VALUE 0.
      *  Accounting period control: ACCTPER.DAT, kept by
      * PERCLOSE, holds the open accounting period as YYYYMM.
      * Every period before it is closed, and no payment,
      * recovery or reserve change dated into a closed period is
      * taken here - the month-end figures already reported
      * stand until the period is formally re-opened. The file
      * is read afresh as each posting function starts, so a
      * close made while a session is up still bites; a missing
      * file leaves every period open.
      *
       01 WS-ACCT-PERIOD-STATUS    PIC XX VALUE "00".
       01 WS-ACCT-OPEN-PERIOD      PIC 9(6) VALUE 0.
       01 WS-POST-PERIOD           PIC 9(6) VALUE 0.
       01 WS-POST-PERIOD-FLAG      PIC X  VALUE "Y".
           88 WS-POST-PERIOD-OPEN      VALUE "Y".
      *  Daily cash control: the operator keys the day's bank
      * funding total and the run sums every CLMPAY.DAT payment
      * carrying today's payment date - the discipline
       01 WS-CASH-POSTED-TOTAL     PIC 9(9) VALUE 0.
       01 WS-CASH-POSTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CASH-DIFFERENCE       PIC S9(9) VALUE 0.
      *  Every balancing is kept on CASHCTL.DAT with its verdict
      * - M matched, U unmatched - and who ran it, so the period
      * close can see that each day's money was balanced.
      *
       01 WS-CASH-CTL-STATUS       PIC XX VALUE "00".
       01 WS-TODAY-DDMMYY          PIC 9(6) VALUE 0.
       01 WS-TODAY-BUILD.
           03 WS-TB-DD             PIC XX.
               05 WS-PAYRGN-CODE-TBL    PIC X(4).
               05 WS-PAYRGN-CLAIMED-TBL PIC 9(9).
               05 WS-PAYRGN-PAID-TBL    PIC S9(9).
               05 WS-PAYRGN-DEDUCT-TBL  PIC 9(9).
               05 WS-PAYRGN-EXPENSE-TBL PIC 9(9).
       01 WS-PAYRGN-ENTRIES-USED   PIC 99 VALUE 0.
       01 WS-PAYRGN-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-PAYRGN-FOUND          VALUE "Y".
      *
      *  Check void and stop-payment: a cut check that will never
      * clear - lost, spoiled, made out wrong - comes back off
      * the ledger through the K function. The payment record
      * stays where it is with its check number, but its amount
      * drops to zero, so every program that sums CLMPAY.DAT
      * stops counting it without each having to learn about
      * voids; the original amount, the reason, who keyed it and
      * when go onto the CLMVOID.DAT sidecar under the same key,
      * for the folder, the CHKDISB void register and the audit.
      * A replacement, when asked for, is held on the CLMPPND.DAT
      * queue - its held sequence is what the sidecar carries as
      * the reissue - and reaches the ledger, for CHKDISB to cut
      * under a fresh check number, only when released through
      * the H function like any other held payment. A check dated
      * in a closed accounting period cannot be voided.
      *
       01 WS-VOID-STATUS           PIC XX VALUE "00".
       01 WS-VOID-OPEN-STATUS      PIC XX VALUE "35".
       01 WS-VOID-ENTRY.
           03 WS-VD-CLAIM-NUMBER   PIC 999V9(4).
           03 WS-VD-SEQ            PIC 999.
           03 WS-VD-TYPE           PIC X.
               88 WS-VD-TYPE-STOP      VALUE "S" "s".
               88 WS-VD-TYPE-VALID     VALUE "V" "v" "S" "s".
           03 WS-VD-REASON         PIC XX.
               88 WS-VD-REASON-VALID   VALUE "LO" "DA" "WP" "WA"
                                             "DU" "ST" "OT".
           03 WS-VD-NOTE           PIC X(20).
           03 WS-VD-REISSUE        PIC X.
               88 WS-VD-REISSUE-YES    VALUE "Y" "y".
               88 WS-VD-REISSUE-VALID  VALUE "Y" "y" "N" "n".
       01 WS-VOID-OK-FLAG          PIC X  VALUE "N".
           88 WS-VOID-OK               VALUE "Y".
       01 WS-VOID-REISSUE-SEQ      PIC 999 VALUE 0.
       01 WS-VD-PAY-DATE           PIC 9(6) VALUE 0.
       01 WS-VD-PAY-DATE-X REDEFINES WS-VD-PAY-DATE.
           03 WS-VD-PAY-DD         PIC 99.
           03 WS-VD-PAY-MM         PIC 99.
           03 WS-VD-PAY-YY         PIC 99.
       01 WS-FOL-VOID-MARK         PIC X(4) VALUE SPACES.
      *
      *  Policy deductible: the A function takes the policy's
      * PM-DEDUCTIBLE off the first payments keyed on a claim
      * until it is used up - the operator keys the gross
      * figure, the screen shows the deductible taken and the
      * net, and the net is what goes on CLMPAY.DAT. Every
      * payment that absorbed any of it gets a CLMDED.DAT record
      * under the same key with the gross and the amount taken,
      * so what a claim has absorbed so far is the sum of its
      * CLMDED.DAT records and the deductible is never taken
      * twice. A payment held over authority carries its split
      * on the CLMPPND.DAT queue, and counts as absorbed while
      * it waits; the CLMDED.DAT record is written when it is
      * released.
      *
       01 WS-DEDUCT-STATUS         PIC XX VALUE "00".
       01 WS-DEDUCT-OPEN-STATUS    PIC XX VALUE "35".
       01 WS-POLICY-OPEN-STATUS    PIC XX VALUE "35".
       01 WS-DED-END-FLAG          PIC X  VALUE " ".
       01 WS-DED-CLAIM-NUMBER      PIC 999V9(4) VALUE 0.
       01 WS-DED-POLICY-AMOUNT     PIC 9(7) VALUE 0.
       01 WS-DED-ABSORBED          PIC 9(9) VALUE 0.
       01 WS-DED-REMAINING         PIC 9(7) VALUE 0.
       01 WS-DED-GROSS             PIC 9(7) VALUE 0.
       01 WS-DED-TAKEN             PIC 9(7) VALUE 0.
       01 WS-DED-PAY-TAKEN         PIC 9(7) VALUE 0.
       01 WS-GRAND-DEDUCT-TOTAL    PIC 9(9) VALUE 0.
      *
      *  Premium standing of the claim's policy, off the billing
      * status on POLICY.DAT and the installment schedule on
      * PREMINST.DAT: payment entry and the claim folder warn
      * when the policy was cancelled for non-payment or has an
      * installment unpaid past its due date. It is a warning
      * only - coverage questions stay with the adjuster.
      *
       01 WS-INSTAL-STATUS         PIC XX VALUE "00".
       01 WS-BILL-END-FLAG         PIC X  VALUE " ".
       01 WS-BILL-ARREARS          PIC 9(9) VALUE 0.
       01 WS-BILL-TODAY-COMPARE    PIC 9(8) VALUE 0.
       01 WS-BILL-WARNING.
           03 WS-BW-TEXT           PIC X(34).
           03 WS-BW-AMOUNT         PIC ZZZ.ZZZ.ZZ9 BLANK WHEN ZERO.
      *
      *  Policy terms in force on the claim's date of loss. A
      * policy endorsed since the loss (POLEND.DAT, kept by
      * POLMAINT) is taken on the old terms of the first
      * endorsement dated after the loss; otherwise the policy
      * as it stands. Payment entry takes the deductible and
      * the claim folder shows the terms on that footing.
      *
       01 WS-ENDORSE-STATUS        PIC XX VALUE "00".
       01 WS-TIF-END-FLAG          PIC X  VALUE " ".
       01 WS-TIF-LOSS-COMPARE      PIC 9(8) VALUE 0.
       01 WS-TIF-TERMS.
           03 WS-TIF-INSURED-NAME  PIC X(20).
           03 WS-TIF-LIMIT         PIC 9(7).
           03 WS-TIF-DEDUCTIBLE    PIC 9(7).
       01 WS-TIF-LABEL             PIC X(10) VALUE "INSURED : ".
      *  Case reserve per claim, carried on the CLMRSV.DAT
      * sidecar keyed by claim number the same way CLMPAY.DAT
      * carries the payments - the claim master's own layout is
       01 WS-INCURRED-ACTIVE-FLAG  PIC X  VALUE "N".
           88 WS-INCURRED-ACTIVE       VALUE "Y".
      *
      *  The book IBNR left on IBNRTOT.DAT by the last CLMIBNR
      * run, printed under the incurred total with the case
      * reserves so the report shows total reserves.
      *
       01 WS-IBNR-STATUS           PIC XX VALUE "00".
       01 WS-GRAND-CASE-RESERVE    PIC 9(9) VALUE 0.
       01 WS-IBNR-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-IBNR-FOUND            VALUE "Y".
       01 WS-IBNR-TOTAL            PIC S9(11) VALUE 0.
       01 WS-IBNR-RUN-DATE         PIC X(8) VALUE SPACES.
       01 WS-TOTAL-RESERVES        PIC S9(11) VALUE 0.
      *
      *  The book written and earned premium left on EARNTOT.DAT
      * by the last EARNPREM month-end, giving the totals page
      * the loss ratio on both bases.
      *
       01 WS-EARNED-STATUS         PIC XX VALUE "00".
       01 WS-EARNED-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-EARNED-FOUND          VALUE "Y".
       01 WS-BOOK-WRITTEN          PIC 9(11) VALUE 0.
       01 WS-BOOK-EARNED           PIC 9(11) VALUE 0.
       01 WS-EARNED-RUN-DATE       PIC X(8) VALUE SPACES.
       01 WS-BOOK-LOSS-RATIO       PIC 999V99 VALUE 0.
      *
      *  Money recovered back onto a claim - subrogation from a
      * third party, salvage sold, or other - carried on the
      * CLMRCV.DAT sidecar with the same composite claim/sequence
           03 FILLER             PIC X(13)  VALUE "  REPORTED : ".
           03 FLP-RPT-DATE       PIC 9(6).
       01 WS-FOLP-POLICY.
           03 FLP-INSURED-LABEL  PIC X(10).
           03 FLP-INSURED        PIC X(20).
           03 FILLER             PIC X(9)   VALUE "  LIMIT: ".
           03 FLP-LIMIT          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(14)  VALUE "  DEDUCTIBLE: ".
           03 FLP-DEDUCTIBLE     PIC ZZZ.ZZZ.ZZ9.
       01 WS-FOLP-RESERVE.
           03 FILLER             PIC X(15)  VALUE "CASE RESERVE : ".
           03 FLP-RESERVE        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(21)  VALUE
                         "  DEDUCTIBLE TAKEN : ".
           03 FLP-DED-TAKEN      PIC ZZZ.ZZZ.ZZ9.
       01 WS-FOLP-PAY-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FLP-PAY-SEQ        PIC 999.
           03 FLP-PAY-CHECK      PIC 9(6).
           03 FILLER             PIC X(11)  VALUE "  BALANCE: ".
           03 FLP-PAY-BALANCE    PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FLP-PAY-VOID       PIC X(4).
           03 FILLER             PIC X(1)   VALUE SPACES.
           03 FLP-PAY-VOID-AMT   PIC ZZZ.ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(6)   VALUE "  DED ".
           03 FLP-PAY-DEDUCT     PIC Z(6)9 BLANK WHEN ZERO.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FLP-PAY-TYPE       PIC X.
       01 WS-FOLP-PAY-TOTAL.
           03 FILLER             PIC X(15)  VALUE "PAID TO DATE : ".
           03 FLP-PAID           PIC ZZZ.ZZZ.ZZ9.
           03 FLP-BALANCE        PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FLP-SETTLED        PIC X(7).
       01 WS-FOLP-PAY-SPLIT.
           03 FILLER             PIC X(12)  VALUE "INDEMNITY : ".
           03 FLP-IND-PAID       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(10)  VALUE "  LEGAL : ".
           03 FLP-LEGAL-PAID     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(14)  VALUE "  OTHER EXP : ".
           03 FLP-ADJ-PAID       PIC ZZZ.ZZZ.ZZ9.
       01 WS-FOLP-SIU-1.
           03 FILLER             PIC X(15)  VALUE "SIU REFERRAL : ".
           03 FLP-SIU-REASON     PIC X(7).
           03 FILLER             PIC X(17)  VALUE
                         "  INVESTIGATOR : ".
           03 FLP-SIU-INVESTIGATOR PIC X(20).
           03 FILLER             PIC X(7)   VALUE "  ON : ".
           03 FLP-SIU-REFERRED   PIC 9(6).
       01 WS-FOLP-SIU-2.
           03 FILLER             PIC X(15)  VALUE "SIU STATUS   : ".
           03 FLP-SIU-STATUS     PIC X(10).
           03 FILLER             PIC X(11)  VALUE "  CLOSED : ".
           03 FLP-SIU-CLOSED     PIC 9(6) BLANK WHEN ZERO.
           03 FILLER             PIC X(12)  VALUE "  SAVINGS : ".
           03 FLP-SIU-SAVINGS    PIC ZZZ.ZZZ.ZZ9.
       01 WS-FOLP-SUIT-1.
           03 FILLER             PIC X(13)  VALUE "SUIT FILED : ".
           03 FLP-SUIT-DATE      PIC 9(6).
           03 FILLER             PIC X(10)  VALUE "  COURT : ".
           03 FLP-SUIT-COURT     PIC X(30).
           03 FILLER             PIC X(11)  VALUE "  STATUS : ".
           03 FLP-SUIT-STATUS    PIC X.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FLP-SUIT-CLOSED    PIC 9(6) BLANK WHEN ZERO.
       01 WS-FOLP-SUIT-2.
           03 FILLER             PIC X(13)  VALUE "DEFENSE    : ".
           03 FLP-SUIT-DEFENSE   PIC X(30).
           03 FILLER             PIC X(14)  VALUE "  PLAINTIFF : ".
           03 FLP-SUIT-PLAINTIFF PIC X(30).
       01 WS-FOLP-PENDING.
           03 FILLER             PIC X(20)  VALUE
                         "PENDING CHANGE BY : ".
           03 FILLER             PIC X(22)  VALUE
                         "TOTAL INCURRED       :".
           03 TOTALS-INCURRED    PIC ZZZ.ZZZ.ZZ9.
       01 WS-TOTALS-5.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "CASE RESERVES        :".
           03 TOTALS-CASE-RSV    PIC ZZZ.ZZZ.ZZ9.
       01 WS-TOTALS-6.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "IBNR (ALL CLAIMS)    :".
           03 TOTALS-IBNR        PIC ----.---.--9.
           03 FILLER             PIC X(10)  VALUE "  CLMIBNR ".
           03 TOTALS-IBNR-DATE   PIC X(8).
       01 WS-TOTALS-7.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "TOTAL RESERVES       :".
           03 TOTALS-RESERVES    PIC ----.---.--9.
       01 WS-TOTALS-8.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "EARNED PREMIUM (ALL) :".
           03 TOTALS-EARNED      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(11)  VALUE "  EARNPREM ".
           03 TOTALS-EARNED-DATE PIC X(8).
       01 WS-TOTALS-9.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "LOSS RATIO - WRITTEN :".
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 TOTALS-WRITTEN-LR  PIC ZZ9,99.
       01 WS-TOTALS-10.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
                         "LOSS RATIO - EARNED  :".
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 TOTALS-EARNED-LR   PIC ZZ9,99.
       01 WS-CLASS-SUMMARY-HEADER.
           03 FILLER             PIC X(35)  VALUE SPACES.
           03 FILLER             PIC X(36)  VALUE
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(14)  VALUE "AMOUNT CLAIMED".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(10)  VALUE "DEDUCTIBLE".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(13)  VALUE "INDEMNITY NET".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "BALANCE".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "SETTLED".
           03 BAL-REGION         PIC X(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 BAL-AMOUNT-CLAIMED PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 BAL-DEDUCTIBLE     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 BAL-PAID-TO-DATE   PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 BAL-BALANCE        PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 BAL-SETTLED        PIC X(7).
       01 WS-BALANCE-EXPENSE-LINE.
           03 FILLER             PIC X(15)  VALUE SPACES.
           03 FILLER             PIC X(16)  VALUE "EXPENSE  LEGAL: ".
           03 BEL-LEGAL          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(10)  VALUE "  OTHER : ".
           03 BEL-ADJ            PIC ZZZ.ZZZ.ZZ9.
       01 WS-BALANCE-REGION-LINE.
           03 FILLER             PIC X(8)   VALUE "REGION: ".
           03 BRG-REGION         PIC X(4).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(9)   VALUE "BALANCE: ".
           03 BRG-BALANCE        PIC -ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(7)   VALUE "  EXP: ".
           03 BRG-EXPENSE        PIC ZZZ.ZZZ.ZZ9.
       01 WS-BALANCE-TOTAL-LINE.
           03 FILLER             PIC X(22)  VALUE
                         "ALL REGIONS  CLAIMED: ".
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(9)   VALUE "BALANCE: ".
           03 BTL-BALANCE        PIC -ZZZ.ZZZ.ZZ9.
       01 WS-BALANCE-DEDUCT-LINE.
           03 FILLER             PIC X(22)  VALUE
                         "DEDUCTIBLES ABSORBED: ".
           03 BDL-DEDUCTIBLE     PIC ZZZ.ZZZ.ZZ9.
       01 WS-BALANCE-EXPENSE-TOTAL.
           03 FILLER             PIC X(22)  VALUE
                         "EXPENSE PAID  LEGAL : ".
           03 BET-LEGAL          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(21)  VALUE
                         "  OTHER ADJUSTING  : ".
           03 BET-ADJ            PIC ZZZ.ZZZ.ZZ9.


       01 WS-REAL-DATE.
       01 WS-STATUS-INCLUDE-FLAG     PIC X VALUE "Y".
           88 WS-STATUS-INCLUDED         VALUE "Y".
       01 WS-LOOKUP-CLAIM-NUMBER    PIC 999V9(4).
      *
      *  The claims-by-policy lookup: a policy number keyed, or
      * the leading part of an insured name searched across
      * POLICY.DAT, gathers one screen of that policy's claims off
      * the CLIENT.DAT policy key to pick from for the claim
      * folder.
      *
       01 WS-PLK-POLICY-NUMBER      PIC 9(6).
       01 WS-PLK-NAME               PIC X(20).
       01 WS-PLK-NAME-LEN           PIC 99.
       01 WS-PLK-INSURED-NAME       PIC X(20).
       01 WS-PLK-POLICY-OPEN-STATUS PIC XX VALUE "35".
       01 WS-PLK-PICK               PIC 99.
       01 WS-PLK-SUB                PIC 99.
       01 WS-PLK-USED               PIC 99 VALUE 0.
       01 WS-PLK-MORE-FLAG          PIC X  VALUE "N".
           88 WS-PLK-MORE               VALUE "Y".
       01 WS-PLK-CLAIM-END-FLAG     PIC X  VALUE " ".
       01 WS-PLK-POLICY-END-FLAG    PIC X  VALUE " ".
       01 WS-PLK-TABLE.
           03 WS-PLK-ENTRY OCCURS 15 TIMES.
               05 WS-PLK-CLAIM-TBL      PIC 999V9(4).
               05 WS-PLK-POLICY-TBL     PIC 9(6).
               05 WS-PLK-NAME-TBL       PIC X(20).
               05 WS-PLK-STATUS-TBL     PIC X.
               05 WS-PLK-LOSS-TBL       PIC 9(6).
               05 WS-PLK-AMOUNT-TBL     PIC 9(7).
       01 WS-PLK-HEADING.
           03 FILLER             PIC X(4)   VALUE "LN".
           03 FILLER             PIC X(9)   VALUE "CLAIM".
           03 FILLER             PIC X(8)   VALUE "POLICY".
           03 FILLER             PIC X(22)  VALUE "INSURED NAME".
           03 FILLER             PIC X(4)   VALUE "ST".
           03 FILLER             PIC X(8)   VALUE "LOSS".
           03 FILLER             PIC X(14)  VALUE "AMOUNT CLAIMED".
       01 WS-PLK-LINE.
           03 PKL-LINE-NO        PIC Z9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PKL-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PKL-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PKL-INSURED-NAME   PIC X(20).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 PKL-STATUS         PIC X.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 PKL-DATE-OF-LOSS   PIC 9(6).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 PKL-AMOUNT         PIC Z.ZZZ.ZZ9.
       01 WS-EXTRACT-CLAIM-NUMBER.
           03 WS-EXTRACT-CLAIM-INT  PIC 999.
           03 WS-EXTRACT-CLAIM-FRAC PIC 9(4).
           88 WS-RESPONCE-H             VALUE "H" "h".
           88 WS-RESPONCE-D             VALUE "D" "d".
           88 WS-RESPONCE-J             VALUE "J" "j".
           88 WS-RESPONCE-K             VALUE "K" "k".
           88 WS-RESPONCE-L             VALUE "L" "l".
           88 WS-RESPONCE-U             VALUE "U" "u".
           88 WS-RESPONCE-O             VALUE "O" "o".
           88 WS-RESPONCE-RJS           VALUE "R" "r" "J" "j"
                                              "S" "s".
           88 WS-RESPONCE-Y             VALUE "Y" "y".
           03 LINE 12 COLUMN 52   VALUE "'I' claim folder INQ".
           03 LINE 13 COLUMN 52   VALUE "'H' release HELD pays".
           03 LINE 14 COLUMN 52   VALUE "'D' Daily cash control".
           03 LINE 15 COLUMN 52   VALUE "'K' void/stop a checK".
           03 LINE 16 COLUMN 52   VALUE "'L' LITIGATION record".
           03 LINE 17 COLUMN 52   VALUE "'U' SIU case file".
           03 LINE 18 COLUMN 52   VALUE "'O' claims by pOlicy".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
           03 LINE 21 COLUMN 29    VALUE ": ".
           03 LINE 21 COLUMN 30    PIC 9(7)
              USING WS-RESERVE-AMOUNT.
       01 RESERVE-PERIOD-MSG.
           03 LINE 22 COLUMN 1     BLANK LINE.
           03 LINE 22 COLUMN 5     HIGHLIGHT VALUE
              "ACCOUNTING PERIOD CLOSED - RESERVE NOT CHANGED".
       01 RESERVE-SAVED-MSG.
           03 LINE 22 COLUMN 1     BLANK LINE.
           03 LINE 22 COLUMN 5     VALUE
           03 LINE 10 COLUMN 33    PIC 99   USING WS-PAY-MONTH.
           03 LINE 10 COLUMN 35    VALUE "/".
           03 LINE 10 COLUMN 36    PIC 99   USING WS-PAY-YEAR.
           03 LINE 12 COLUMN 5     VALUE "GROSS AMOUNT PAID".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 30    PIC 9(7) USING WS-PAY-AMOUNT.
           03 LINE 14 COLUMN 5     VALUE "SETTLES THE CLAIM (Y/N)".
           03 LINE 14 COLUMN 29    VALUE ": ".
           03 LINE 14 COLUMN 30    PIC X    USING WS-PAY-SETTLE-FLAG.
           03 LINE 15 COLUMN 5     VALUE "PAYEE ID (0=INSURED)".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 30    PIC 9(6) USING WS-PAY-PAYEE-ID.
           03 LINE 15 COLUMN 40    PIC X(30) FROM WS-PAY-PAYEE-NAME.
           03 LINE 14 COLUMN 40    VALUE "PAYMENT TYPE (I/L/A)".
           03 LINE 14 COLUMN 61    VALUE ": ".
           03 LINE 14 COLUMN 62    PIC X    USING WS-PAY-TYPE.
           03 LINE 17 COLUMN 5     VALUE
              "TYPE  I = INDEMNITY  L = DEFENSE/LEGAL  A = OTHER ADJUST
      -       "ING EXPENSE".
       01 PAYMENT-DEDUCT-SCREEN.
           03 LINE 8  COLUMN 45    VALUE "POLICY DEDUCTIBLE : ".
           03 LINE 8  COLUMN 65    PIC Z(6)9
              FROM WS-DED-POLICY-AMOUNT.
           03 LINE 9  COLUMN 45    VALUE "ABSORBED BEFORE   : ".
           03 LINE 9  COLUMN 65    PIC Z(6)9 FROM WS-DED-ABSORBED.
           03 LINE 11 COLUMN 45    VALUE "GROSS AMOUNT      : ".
           03 LINE 11 COLUMN 65    PIC Z(6)9 FROM WS-DED-GROSS.
           03 LINE 12 COLUMN 45    VALUE "DEDUCTIBLE TAKEN  : ".
           03 LINE 12 COLUMN 65    PIC Z(6)9 FROM WS-DED-TAKEN.
           03 LINE 13 COLUMN 45    VALUE "NET PAYMENT       : ".
           03 LINE 13 COLUMN 65    PIC Z(6)9 FROM WS-PAY-AMOUNT.
       01 PAYMENT-BILLING-WARNING.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     HIGHLIGHT PIC X(45)
              FROM WS-BILL-WARNING.
       01 PAYMENT-DATE-ERROR.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "INVALID PAYMENT DATE - PLEASE RE-ENTER".
       01 PAYMENT-PERIOD-ERROR.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "PAYMENT DATED INTO A CLOSED PERIOD - PLEASE RE-ENTER".
       01 PAYMENT-PAYEE-ERROR.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "PAYEE NOT ON PAYEE MASTER OR INACTIVE - RE-ENTER".
       01 PAYMENT-TYPE-ERROR.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "PAYMENT TYPE MUST BE I, L OR A - PLEASE RE-ENTER".
       01 PAYMENT-SIU-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "SIU CASE OPEN ON THIS CLAIM - PAYMENT REFUSED".
       01 PAYREL-SIU-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "SIU CASE OPEN ON THIS CLAIM - LEFT ON HOLD".
       01 PAYREL-PAYEE-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "PAYEE NOT ON PAYEE MASTER OR INACTIVE - LEFT ON HOLD".
       01 PAYMENT-SAVED-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE "PAYMENT RECORD SAVED".
           03 LINE 12 COLUMN 5     VALUE "AMOUNT".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 31    PIC Z(6)9 FROM PPAY-AMOUNT.
           03 LINE 13 COLUMN 5     VALUE "GROSS / DEDUCTIBLE".
           03 LINE 13 COLUMN 29    VALUE ": ".
           03 LINE 13 COLUMN 31    PIC Z(6)9 FROM PPAY-GROSS-AMOUNT.
           03 LINE 13 COLUMN 39    VALUE "/".
           03 LINE 13 COLUMN 41    PIC Z(6)9 FROM PPAY-DEDUCT-AMOUNT.
           03 LINE 14 COLUMN 5     VALUE "PAYEE".
           03 LINE 14 COLUMN 29    VALUE ": ".
           03 LINE 14 COLUMN 31    PIC 9(6) FROM PPAY-PAYEE-ID.
           03 LINE 14 COLUMN 39    PIC X(30) FROM WS-PAY-PAYEE-NAME.
           03 LINE 15 COLUMN 5     VALUE "PAYMENT TYPE".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 31    PIC X    FROM PPAY-PAY-TYPE.
       01 PAYMENT-ANOTHER-PROMPT.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE
              "APPLY ANOTHER PAYMENT? (Y/N) > ".
           03 LINE 18 COLUMN 36    PIC X TO WS-RESPONCE AUTO.
       01 VOID-PAYMENT-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "ENTER CLAIM NUMBER OF THE CHECK : ".
           03 LINE 4  COLUMN 39    PIC 999V9(4)
              TO WS-VD-CLAIM-NUMBER AUTO.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "PAYMENT NUMBER                  : ".
           03 LINE 5  COLUMN 39    PIC 999 TO WS-VD-SEQ AUTO.
       01 VOID-ENTRY-SCREEN.
           03 LINE 7  COLUMN 5     VALUE "CHECK NUMBER".
           03 LINE 7  COLUMN 29    VALUE ": ".
           03 LINE 7  COLUMN 30    PIC 9(6) FROM PAY-CHECK-NUMBER.
           03 LINE 8  COLUMN 5     VALUE "DISBURSED ON".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 30    PIC 9(6) FROM PAY-DISB-DATE.
           03 LINE 9  COLUMN 5     VALUE "AMOUNT".
           03 LINE 9  COLUMN 29    VALUE ": ".
           03 LINE 9  COLUMN 30    PIC Z(6)9 FROM PAY-AMOUNT.
           03 LINE 11 COLUMN 5     VALUE "VOID OR STOP (V/S)".
           03 LINE 11 COLUMN 29    VALUE ": ".
           03 LINE 11 COLUMN 30    PIC X    USING WS-VD-TYPE.
           03 LINE 12 COLUMN 5     VALUE "REASON CODE".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 30    PIC XX   USING WS-VD-REASON.
           03 LINE 13 COLUMN 5     VALUE
              "LO LOST  DA DAMAGED  WP WRONG PAYEE  WA WRONG AMOUNT".
           03 LINE 14 COLUMN 5     VALUE
              "DU DUPLICATE  ST STALE-DATED  OT OTHER".
           03 LINE 15 COLUMN 5     VALUE "NOTE".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 30    PIC X(20) USING WS-VD-NOTE.
           03 LINE 16 COLUMN 5     VALUE "REISSUE THE CHECK (Y/N)".
           03 LINE 16 COLUMN 29    VALUE ": ".
           03 LINE 16 COLUMN 30    PIC X    USING WS-VD-REISSUE.
       01 VOID-ENTRY-ERROR.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "INVALID TYPE, REASON OR REISSUE ANSWER - PLEASE RE-ENTER
      -       "".
       01 VOID-NO-PAYMENT-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "NO PAYMENT WITH THAT NUMBER ON THIS CLAIM".
       01 VOID-NOT-CUT-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "NO CHECK HAS BEEN CUT FOR THIS PAYMENT".
       01 VOID-CLEARED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "THIS CHECK HAS ALREADY CLEARED THE BANK".
       01 VOID-ALREADY-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "THIS CHECK HAS ALREADY BEEN VOIDED OR STOPPED".
       01 VOID-PERIOD-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT VALUE
              "PAYMENT DATED IN A CLOSED PERIOD - VOID REFUSED".
       01 VOID-SAVED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE
              "CHECK TAKEN OFF THE LEDGER AND RECORDED".
       01 VOID-REISSUED-MSG.
           03 LINE 19 COLUMN 1     BLANK LINE.
           03 LINE 19 COLUMN 5     VALUE
              "REPLACEMENT HELD FOR RELEASE (H) AS HELD ITEM ".
           03 LINE 19 COLUMN 51    PIC 999 FROM WS-VOID-REISSUE-SEQ.
       01 VOID-ANOTHER-PROMPT.
           03 LINE 21 COLUMN 1     BLANK LINE.
           03 LINE 21 COLUMN 5     VALUE
              "VOID OR STOP ANOTHER CHECK? (Y/N) > ".
           03 LINE 21 COLUMN 41    PIC X TO WS-RESPONCE AUTO.
       01 RECOVERY-CLAIM-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
       01 RECOVERY-ENTRY-ERROR.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "INVALID RECOVERY DATE OR SOURCE - PLEASE RE-ENTER".
       01 RECOVERY-PERIOD-ERROR.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     HIGHLIGHT VALUE
              "RECOVERY DATED INTO A CLOSED PERIOD - PLEASE RE-ENTER".
       01 RECOVERY-SAVED-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE "RECOVERY RECORD SAVED".
           03 LINE 18 COLUMN 5     VALUE
              "APPLY ANOTHER RECOVERY? (Y/N) > ".
           03 LINE 18 COLUMN 37    PIC X TO WS-RESPONCE AUTO.
       01 LITIGATION-CLAIM-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "ENTER CLAIM NUMBER IN SUIT      : ".
           03 LINE 4  COLUMN 39    PIC 999V9(4)
              TO WS-LIT-CLAIM-NUMBER AUTO.
       01 LITIGATION-SCREEN.
           03 LINE 6  COLUMN 5     VALUE "SUIT FILED (DD/MM/YY)".
           03 LINE 6  COLUMN 29    VALUE ": ".
           03 LINE 6  COLUMN 30    PIC 99   USING WS-LT-SUIT-DAY.
           03 LINE 6  COLUMN 32    VALUE "/".
           03 LINE 6  COLUMN 33    PIC 99   USING WS-LT-SUIT-MONTH.
           03 LINE 6  COLUMN 35    VALUE "/".
           03 LINE 6  COLUMN 36    PIC 99   USING WS-LT-SUIT-YEAR.
           03 LINE 8  COLUMN 5     VALUE "COURT".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 30    PIC X(30) USING WS-LT-COURT.
           03 LINE 10 COLUMN 5     VALUE "DEFENSE COUNSEL".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 30    PIC X(30)
              USING WS-LT-DEFENSE-COUNSEL.
           03 LINE 12 COLUMN 5     VALUE "PLAINTIFF ATTORNEY".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 30    PIC X(30)
              USING WS-LT-PLAINTIFF-ATTY.
           03 LINE 14 COLUMN 5     VALUE "SUIT STATUS (O/C)".
           03 LINE 14 COLUMN 29    VALUE ": ".
           03 LINE 14 COLUMN 30    PIC X    USING WS-LT-STATUS.
           03 LINE 16 COLUMN 5     VALUE "CLOSED ON (DD/MM/YY)".
           03 LINE 16 COLUMN 29    VALUE ": ".
           03 LINE 16 COLUMN 30    PIC 99   USING WS-LT-CLOSE-DAY.
           03 LINE 16 COLUMN 32    VALUE "/".
           03 LINE 16 COLUMN 33    PIC 99   USING WS-LT-CLOSE-MONTH.
           03 LINE 16 COLUMN 35    VALUE "/".
           03 LINE 16 COLUMN 36    PIC 99   USING WS-LT-CLOSE-YEAR.
       01 LITIGATION-ERROR.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT PIC X(50)
              FROM WS-LIT-MSG.
       01 LITIGATION-SAVED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE "LITIGATION RECORD SAVED".
       01 LITIGATION-ANOTHER-PROMPT.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     VALUE
              "ANOTHER CLAIM IN SUIT? (Y/N) > ".
           03 LINE 20 COLUMN 36    PIC X TO WS-RESPONCE AUTO.
       01 SIU-CLAIM-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "ENTER CLAIM NUMBER REFERRED     : ".
           03 LINE 4  COLUMN 39    PIC 999V9(4)
              TO WS-SIU-CLAIM-NUMBER AUTO.
       01 SIU-SCREEN.
           03 LINE 6  COLUMN 5     VALUE "REFERRAL REASON".
           03 LINE 6  COLUMN 29    VALUE ": ".
           03 LINE 6  COLUMN 30    PIC X(7)  USING WS-SI-REASON.
           03 LINE 6  COLUMN 40    VALUE
              "DUPLOSS/AMTNEAR/PRVJUMP/MANUAL".
           03 LINE 8  COLUMN 5     VALUE "INVESTIGATOR".
           03 LINE 8  COLUMN 29    VALUE ": ".
           03 LINE 8  COLUMN 30    PIC X(20) USING WS-SI-INVESTIGATOR.
           03 LINE 10 COLUMN 5     VALUE "REFERRED ON (DD/MM/YY)".
           03 LINE 10 COLUMN 29    VALUE ": ".
           03 LINE 10 COLUMN 30    PIC 99   USING WS-SI-REF-DAY.
           03 LINE 10 COLUMN 32    VALUE "/".
           03 LINE 10 COLUMN 33    PIC 99   USING WS-SI-REF-MONTH.
           03 LINE 10 COLUMN 35    VALUE "/".
           03 LINE 10 COLUMN 36    PIC 99   USING WS-SI-REF-YEAR.
           03 LINE 12 COLUMN 5     VALUE "CASE STATUS (O/C)".
           03 LINE 12 COLUMN 29    VALUE ": ".
           03 LINE 12 COLUMN 30    PIC X    USING WS-SI-STATUS.
           03 LINE 13 COLUMN 5     VALUE "OUTCOME (C/D/P)".
           03 LINE 13 COLUMN 29    VALUE ": ".
           03 LINE 13 COLUMN 30    PIC X    USING WS-SI-OUTCOME.
           03 LINE 13 COLUMN 40    VALUE
              "CLEARED/DENIED/PROSECUTED".
           03 LINE 14 COLUMN 5     VALUE "CLOSED ON (DD/MM/YY)".
           03 LINE 14 COLUMN 29    VALUE ": ".
           03 LINE 14 COLUMN 30    PIC 99   USING WS-SI-CLOSE-DAY.
           03 LINE 14 COLUMN 32    VALUE "/".
           03 LINE 14 COLUMN 33    PIC 99   USING WS-SI-CLOSE-MONTH.
           03 LINE 14 COLUMN 35    VALUE "/".
           03 LINE 14 COLUMN 36    PIC 99   USING WS-SI-CLOSE-YEAR.
           03 LINE 15 COLUMN 5     VALUE "SAVINGS".
           03 LINE 15 COLUMN 29    VALUE ": ".
           03 LINE 15 COLUMN 30    PIC 9(7) USING WS-SI-SAVINGS.
           03 LINE 15 COLUMN 40    VALUE
              "ZERO ON A DENIAL TAKES CLAIMED LESS PAID".
           03 LINE 16 COLUMN 5     VALUE "NOTE".
           03 LINE 16 COLUMN 29    VALUE ": ".
           03 LINE 16 COLUMN 30    PIC X(30) USING WS-SI-NOTE.
       01 SIU-ERROR.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     HIGHLIGHT PIC X(50)
              FROM WS-SIU-MSG.
       01 SIU-SAVED-MSG.
           03 LINE 18 COLUMN 1     BLANK LINE.
           03 LINE 18 COLUMN 5     VALUE "SIU CASE SAVED".
       01 SIU-ANOTHER-PROMPT.
           03 LINE 20 COLUMN 1     BLANK LINE.
           03 LINE 20 COLUMN 5     VALUE
              "ANOTHER SIU CASE? (Y/N) > ".
           03 LINE 20 COLUMN 31    PIC X TO WS-RESPONCE AUTO.
       01 DIARY-ADD-PROMPT.
           03 LINE 23 COLUMN 1     BLANK LINE.
           03 LINE 23 COLUMN 5     VALUE
       01 LOOKUP-NOT-FOUND.
           03 LINE 22 COLUMN 5     VALUE
              "NO CLAIM RECORD FOUND WITH THAT NUMBER".
       01 POLICY-LOOKUP-PROMPT.
           03 LINE 4  COLUMN 5     VALUE
              "CLAIMS BY POLICY OR INSURED NAME".
           03 LINE 6  COLUMN 5     VALUE
              "POLICY NUMBER (0 = SEARCH BY NAME) : ".
           03 LINE 6  COLUMN 42    PIC 9(6)
              USING WS-PLK-POLICY-NUMBER.
           03 LINE 8  COLUMN 5     VALUE
              "INSURED NAME BEGINS WITH          : ".
           03 LINE 8  COLUMN 42    PIC X(20)
              USING WS-PLK-NAME.
       01 POLICY-LOOKUP-NONE.
           03 LINE 22 COLUMN 5     VALUE
              "NO CLAIMS FOUND FOR THAT POLICY OR NAME".
       01 POLICY-PICK-PROMPT.
           03 LINE 23 COLUMN 1     BLANK LINE.
           03 LINE 23 COLUMN 5     VALUE
              "LINE TO OPEN THE CLAIM FOLDER (0 = RETURN) : ".
           03 LINE 23 COLUMN 50    PIC 99
              TO WS-PLK-PICK AUTO.
       01 EXTRACT-SELECT-PROMPT.
           03 LINE 6  COLUMN 5     VALUE
              "EXTRACT SELECTION (LEAVE BLANK/ZERO FOR ALL)".
                 END-IF.
      *
      *********************************************************
      *  This paragraph reads the open accounting period off
      * ACCTPER.DAT. A missing or empty file, or one PERCLOSE
      * has never written a period to, leaves it zero - nothing
      * closed.
      *
       0050-READ-ACCT-PERIOD.
           MOVE 0 TO WS-ACCT-OPEN-PERIOD.
           OPEN INPUT ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-STATUS EQUAL "00"
                 READ ACCT-PERIOD-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF AP-OPEN-PERIOD NUMERIC
                                 MOVE AP-OPEN-PERIOD
                                      TO WS-ACCT-OPEN-PERIOD
                           END-IF
                 END-READ
                 CLOSE ACCT-PERIOD-FILE.
      *
      *********************************************************
      *  This paragraph tests the date DatCentury and DatCheck
      * have just passed - WS-DC-YYYY and WS-DC-MM - against the
      * open accounting period, leaving the verdict in
      * WS-POST-PERIOD-FLAG.
      *
       0055-CHECK-POST-PERIOD.
           MOVE "Y" TO WS-POST-PERIOD-FLAG.
           COMPUTE WS-POST-PERIOD = WS-DC-YYYY * 100 + WS-DC-MM.
           IF WS-POST-PERIOD LESS WS-ACCT-OPEN-PERIOD
                 MOVE "N" TO WS-POST-PERIOD-FLAG.
      *
      *********************************************************
      *  This paragraph looks for the one-record parameter file
      * the batch driver writes ahead of an unattended step. A
      * missing or empty file, or a blank function byte, leaves
              IF WS-RESPONCE-I
                    PERFORM 2200-CLAIM-FOLDER
                 ELSE
              IF WS-RESPONCE-O
                    PERFORM 2800-CLAIMS-BY-POLICY
                 ELSE
              IF WS-RESPONCE-L
                    PERFORM 1150-CHECK-SENIOR-LEVEL
                    IF WS-FUNCTION-ALLOWED
                          PERFORM 2600-MAINTAIN-LITIGATION
                    END-IF
                 ELSE
              IF WS-RESPONCE-U
                    PERFORM 1150-CHECK-SENIOR-LEVEL
                    IF WS-FUNCTION-ALLOWED
                          PERFORM 2700-MAINTAIN-SIU-CASES
                    END-IF
                 ELSE
              IF WS-RESPONCE-H
                    PERFORM 1151-CHECK-APPR-LEVEL
                    IF WS-FUNCTION-ALLOWED
              IF WS-RESPONCE-D
                    PERFORM 2400-DAILY-CASH-CONTROL
                 ELSE
              IF WS-RESPONCE-K
                    PERFORM 1151-CHECK-APPR-LEVEL
                    IF WS-FUNCTION-ALLOWED
                          PERFORM 2500-VOID-CHECKS
                    END-IF
                 ELSE
              IF WS-RESPONCE-P
                       PERFORM 1201-LOCK-CHECKPOINT
                       IF WS-FUNCTION-ALLOWED
           MOVE "N" TO WS-INCURRED-ACTIVE-FLAG.
           MOVE 0 TO WS-REGION-INCURRED-TOTAL.
           MOVE 0 TO WS-GRAND-INCURRED-TOTAL.
           MOVE 0 TO WS-GRAND-CASE-RESERVE.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           PERFORM 1707-OPEN-RESERVE-FILE.
           IF WS-PAYMENT-STATUS EQUAL "00" AND
              WS-RESERVE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-INCURRED-ACTIVE-FLAG.
           PERFORM 1272-GET-IBNR-TOTAL.
      *
      *  The IBNR figure is whatever the last CLMIBNR run left;
      * no file, or a record that will not read as numbers,
      * leaves the IBNR lines off the report.
      *
       1272-GET-IBNR-TOTAL.
           MOVE "N" TO WS-IBNR-FOUND-FLAG.
           OPEN INPUT IBNR-TOTAL-FILE.
           IF WS-IBNR-STATUS EQUAL "00"
                 READ IBNR-TOTAL-FILE
                      AT END MOVE "10" TO WS-IBNR-STATUS
                 END-READ
                 IF WS-IBNR-STATUS EQUAL "00" AND
                    IT-IBNR NUMERIC
                       MOVE "Y" TO WS-IBNR-FOUND-FLAG
                       MOVE IT-IBNR TO WS-IBNR-TOTAL
                       MOVE IT-RUN-DATE TO WS-IBNR-RUN-DATE
                 END-IF
                 CLOSE IBNR-TOTAL-FILE.
      *
      *  The earned premium is whatever the last EARNPREM run
      * left; no file, or a record that will not read as
      * numbers, leaves the earned lines off the totals page.
      *
       1274-GET-EARNED-TOTAL.
           MOVE "N" TO WS-EARNED-FOUND-FLAG.
           OPEN INPUT EARNED-TOTAL-FILE.
           IF WS-EARNED-STATUS EQUAL "00"
                 READ EARNED-TOTAL-FILE
                      AT END MOVE "10" TO WS-EARNED-STATUS
                 END-READ
                 IF WS-EARNED-STATUS EQUAL "00" AND
                    ET-WRITTEN NUMERIC AND
                    ET-EARNED NUMERIC
                       MOVE "Y" TO WS-EARNED-FOUND-FLAG
                       MOVE ET-WRITTEN  TO WS-BOOK-WRITTEN
                       MOVE ET-EARNED   TO WS-BOOK-EARNED
                       MOVE ET-RUN-DATE TO WS-EARNED-RUN-DATE
                 END-IF
                 CLOSE EARNED-TOTAL-FILE.
      *
       1275-CLOSE-INCURRED-FILES.
           IF WS-INCURRED-ACTIVE
                 CLOSE RESERVE-FILE
                 MOVE "N" TO WS-INCURRED-ACTIVE-FLAG.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph asks which sequence the printed report
                   WS-PAID-TO-DATE + WS-RESERVE-AMOUNT.
           ADD WS-CLAIM-INCURRED TO WS-REGION-INCURRED-TOTAL.
           ADD WS-CLAIM-INCURRED TO WS-GRAND-INCURRED-TOTAL.
           ADD WS-RESERVE-AMOUNT TO WS-GRAND-CASE-RESERVE.
      *
      ******************************************************
      *  This paragraph sorts the whole claim file into the
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-GRAND-INCURRED-TOTAL TO TOTALS-INCURRED
                 MOVE WS-TOTALS-4 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-GRAND-CASE-RESERVE TO TOTALS-CASE-RSV
                 MOVE WS-TOTALS-5 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
                 IF WS-IBNR-FOUND
                       COMPUTE WS-TOTAL-RESERVES =
                               WS-GRAND-CASE-RESERVE + WS-IBNR-TOTAL
                       MOVE SPACES TO OUT-CLIENT-REC
                       MOVE WS-IBNR-TOTAL    TO TOTALS-IBNR
                       MOVE WS-IBNR-RUN-DATE TO TOTALS-IBNR-DATE
                       MOVE WS-TOTALS-6 TO OUT-CLIENT-REC
                       WRITE OUT-CLIENT-REC AFTER 1
                       MOVE SPACES TO OUT-CLIENT-REC
                       MOVE WS-TOTAL-RESERVES TO TOTALS-RESERVES
                       MOVE WS-TOTALS-7 TO OUT-CLIENT-REC
                       WRITE OUT-CLIENT-REC AFTER 1.
           PERFORM 1274-GET-EARNED-TOTAL.
           IF WS-EARNED-FOUND AND WS-FILTER-ALL
                 PERFORM 1232-PRINT-EARNED-TOTALS.
           MOVE SPACES TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.

                 WRITE OUT-CLIENT-REC AFTER 1.
      *
      ******************************************************
      *  This paragraph prints the book's earned premium and the
      * loss ratio of the amount claimed on the written and on
      * the earned basis - the earned figure being the truer
      * measure while much of the book's premium is unexpired.
      * EARNPREM's figures are for the whole book, so the lines
      * are printed only on a run taking every claim status; a
      * ratio of some claims to all the premium means nothing.
      *
       1232-PRINT-EARNED-TOTALS.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BOOK-EARNED     TO TOTALS-EARNED.
           MOVE WS-EARNED-RUN-DATE TO TOTALS-EARNED-DATE.
           MOVE WS-TOTALS-8 TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           IF WS-BOOK-WRITTEN GREATER 0
                 COMPUTE WS-BOOK-LOSS-RATIO ROUNDED =
                         (WS-CLAIMS-TOTAL / WS-BOOK-WRITTEN) * 100
                     ON SIZE ERROR
                         MOVE 999,99 TO WS-BOOK-LOSS-RATIO
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-BOOK-LOSS-RATIO.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BOOK-LOSS-RATIO TO TOTALS-WRITTEN-LR.
           MOVE WS-TOTALS-9 TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           IF WS-BOOK-EARNED GREATER 0
                 COMPUTE WS-BOOK-LOSS-RATIO ROUNDED =
                         (WS-CLAIMS-TOTAL / WS-BOOK-EARNED) * 100
                     ON SIZE ERROR
                         MOVE 999,99 TO WS-BOOK-LOSS-RATIO
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-BOOK-LOSS-RATIO.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BOOK-LOSS-RATIO TO TOTALS-EARNED-LR.
           MOVE WS-TOTALS-10 TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
      *
      ******************************************************
      *  This paragraph compares the operator-keyed control totals
      * (WS-CONTROL-COUNT/WS-CONTROL-AMOUNT) against this run's own
      * computed WS-CLAIMS-NUM-TOTAL/WS-CLAIMS-TOTAL. A control
      * before the reserve record is written through, so the
      * actuaries can follow every movement of the reserve the
      * way the audit trail follows the claim record itself.
      * A reserve change is dated the day it is keyed, and is
      * refused when that day falls in a closed period.
      *
       1470-MAINTAIN-RESERVE.
           PERFORM 1472-CHECK-RESERVE-PERIOD.
           IF NOT WS-POST-PERIOD-OPEN
                 DISPLAY RESERVE-PERIOD-MSG
              ELSE
           PERFORM 1707-OPEN-RESERVE-FILE
           IF WS-RESERVE-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
                    DISPLAY RESERVE-SAVED-MSG
              END-IF
              CLOSE RESERVE-FILE.
      *
       1472-CHECK-RESERVE-PERIOD.
           PERFORM 0050-READ-ACCT-PERIOD.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-MONTH TO WS-DC-MM.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           PERFORM 0055-CHECK-POST-PERIOD.
      *
      *****************************************************
      *  This paragraph shows the claim's catastrophe event code
      * PAYMENT until the operator answers N.
      *
       1700-PAYMENT-ENTRY.
           PERFORM 0050-READ-ACCT-PERIOD.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           PERFORM 1708-OPEN-DEDUCT-FILE.
           OPEN INPUT POLICY-FILE.
           MOVE WS-POLICY-STATUS TO WS-POLICY-OPEN-STATUS.
           OPEN INPUT PAYEE-FILE.
           MOVE WS-PAYEE-STATUS TO WS-PAYEE-OPEN-STATUS.
           OPEN INPUT SIU-FILE.
           MOVE WS-SIU-STATUS TO WS-SIU-OPEN-STATUS.
           IF WS-PAYMENT-STATUS NOT EQUAL "00" OR
              WS-DEDUCT-OPEN-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE "Y" TO WS-RESPONCE
              PERFORM 1710-APPLY-ONE-PAYMENT
                             UNTIL NOT WS-RESPONCE-Y.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           IF WS-POLICY-OPEN-STATUS EQUAL "00"
                 CLOSE POLICY-FILE.
           IF WS-PAYEE-OPEN-STATUS EQUAL "00"
                 CLOSE PAYEE-FILE.
           IF WS-SIU-OPEN-STATUS EQUAL "00"
                 CLOSE SIU-FILE.
           MOVE "35" TO WS-DEDUCT-OPEN-STATUS.
           MOVE "35" TO WS-POLICY-OPEN-STATUS.
           MOVE "35" TO WS-PAYEE-OPEN-STATUS.
           MOVE "35" TO WS-SIU-OPEN-STATUS.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph opens CLMPAY.DAT for update. File status
                 OPEN OUTPUT PAYMENT-FILE
                 CLOSE PAYMENT-FILE
                 OPEN I-O PAYMENT-FILE.
           MOVE WS-PAYMENT-STATUS TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph opens CLMRSV.DAT for update the same
                 OPEN I-O RESERVE-FILE.
      *
      *****************************************************
      *  This paragraph opens CLMDED.DAT for update the same
      * way, creating it empty the first time a deductible is
      * ever taken.
      *
       1708-OPEN-DEDUCT-FILE.
           OPEN I-O DEDUCT-FILE.
           IF WS-DEDUCT-STATUS EQUAL "35"
                 OPEN OUTPUT DEDUCT-FILE
                 CLOSE DEDUCT-FILE
                 OPEN I-O DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-DEDUCT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph applies one payment: the operator keys the
      * claim number, the claim is fetched to show the amount
      * claimed, the next payment sequence number for that claim
      * is found, and the payment date, amount and settled flag
      * are keyed and written to CLMPAY.DAT. The payment date is
      * validated through the shared DatCheck routine the same way
      * SECURITY validates ST-BIRTH-DATE. The keyed amount is the
      * gross; 1711 takes any deductible still owing off it, and
      * the net is what the authority limit is tested against
      * and what goes on the ledger. The payee ID says who the
      * check is made out to - zero for the insured. The payment
      * type defaults to indemnity. A claim with an SIU case
      * still open is refused before anything is keyed.
      *
       1710-APPLY-ONE-PAYMENT.
           MOVE ZERO TO WS-PAYMENT-REC.
           MOVE SPACES TO WS-PAY-PAYEE-NAME.
           DISPLAY BLANK-SCREEN.
           ACCEPT  PAYMENT-CLAIM-PROMPT.
           MOVE WS-PAY-CLAIM-NUMBER TO ER-CLAIM-NUMBER.
                      DISPLAY LOOKUP-NOT-FOUND
                NOT INVALID KEY
                      MOVE IN-CLIENT-REC TO WS-CLIENT-REC
                      MOVE WS-CLAIM-NUMBER TO WS-SIU-CLAIM-NUMBER
                      PERFORM 1716-CHECK-SIU-HOLD
                      IF WS-SIU-HOLD
                            DISPLAY PAYMENT-SIU-MSG
                         ELSE
                            PERFORM 1715-NEXT-PAY-SEQ
                            MOVE WS-PAY-NEXT-SEQ TO WS-PAY-SEQ
                            MOVE SPACE TO WS-PAY-SETTLE-FLAG
                            MOVE "I" TO WS-PAY-TYPE
                            PERFORM 1718-GET-BILLING-WARNING
                            DISPLAY PAYMENT-BILLING-WARNING
                            DISPLAY PAYMENT-ENTRY-SCREEN
                            ACCEPT  PAYMENT-ENTRY-SCREEN
                            PERFORM 1726-VALIDATE-PAY-ENTRY
                            PERFORM 1725-ACCEPT-PAY-DATE
                                    UNTIL WS-PAY-ENTRY-OK
                            PERFORM 1711-TAKE-DEDUCTIBLE
                            PERFORM 1735-SET-OPERATOR-LIMIT
                            IF WS-PAY-AMOUNT GREATER
                               WS-OPERATOR-PAY-LIMIT
                                  PERFORM 1740-HOLD-PAYMENT
                               ELSE
                                  PERFORM 1730-WRITE-PAYMENT
                            END-IF
                      END-IF
           END-READ.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT PAYMENT-ANOTHER-PROMPT.
      *
      *****************************************************
      *  This paragraph looks the claim in WS-SIU-CLAIM-NUMBER up
      * on CLMSIU.DAT and sets WS-SIU-HOLD when it has an SIU
      * case still open. No case file at all holds nothing.
      *
       1716-CHECK-SIU-HOLD.
           MOVE "N" TO WS-SIU-HOLD-FLAG.
           IF WS-SIU-OPEN-STATUS EQUAL "00"
                 MOVE WS-SIU-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
                 READ SIU-FILE RECORD KEY IS SIU-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            IF SIU-STATUS NOT EQUAL "C"
                                  MOVE "Y" TO WS-SIU-HOLD-FLAG
                            END-IF
                 END-READ.
      *
      *****************************************************
      *  This paragraph reads the claim's policy before the
      * payment is keyed, so the operator sees on line 20 that
      * the policy is cancelled or behind on its premium.
      *
       1718-GET-BILLING-WARNING.
           MOVE SPACES TO WS-BILL-WARNING.
           IF WS-POLICY-NUMBER NOT EQUAL ZERO AND
              WS-POLICY-OPEN-STATUS EQUAL "00"
                 MOVE WS-POLICY-NUMBER TO PM-POLICY-NUMBER
                 READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            PERFORM 1719-CHECK-PREMIUM-STATUS
                 END-READ.
      *
      *****************************************************
      *  This paragraph sets the premium warning for the policy
      * in IN-POLICY-REC: cancelled for non-payment, or the sum
      * of its installments unpaid past their due date.
      *
       1719-CHECK-PREMIUM-STATUS.
           MOVE SPACES TO WS-BILL-WARNING.
           MOVE 0 TO WS-BILL-ARREARS.
           IF PM-BILL-STATUS EQUAL "C"
                 MOVE "*** POLICY CANCELLED - NON-PAYMENT"
                      TO WS-BW-TEXT
              ELSE
                 OPEN INPUT INSTAL-FILE
                 IF WS-INSTAL-STATUS EQUAL "00"
                       ACCEPT WS-REAL-DATE FROM DATE
                       MOVE WS-REAL-DAY   TO WS-CMP-DD
                       MOVE WS-REAL-MONTH TO WS-CMP-MM
                       MOVE WS-REAL-YEAR  TO WS-CMP-YY
                       PERFORM 1615-BUILD-COMPARE
                       MOVE WS-CMP-OUT TO WS-BILL-TODAY-COMPARE
                       MOVE " " TO WS-BILL-END-FLAG
                       MOVE PM-POLICY-NUMBER TO PI-POLICY-NUMBER
                       MOVE 0 TO PI-SEQ
                       START INSTAL-FILE
                             KEY IS NOT LESS THAN PI-KEY
                             INVALID KEY MOVE "S" TO WS-BILL-END-FLAG
                       END-START
                       PERFORM 1721-SUM-ONE-ARREAR
                               UNTIL WS-BILL-END-FLAG = "S"
                       CLOSE INSTAL-FILE
                       IF WS-BILL-ARREARS GREATER ZERO
                             MOVE "*** POLICY PREMIUM IN ARREARS : "
                                  TO WS-BW-TEXT
                             MOVE WS-BILL-ARREARS TO WS-BW-AMOUNT.
      *
       1721-SUM-ONE-ARREAR.
           READ INSTAL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-BILL-END-FLAG
           END-READ.
           IF WS-BILL-END-FLAG NOT EQUAL "S"
                 IF PI-POLICY-NUMBER NOT EQUAL PM-POLICY-NUMBER
                       MOVE "S" TO WS-BILL-END-FLAG
                    ELSE
                    IF PI-PAID LESS PI-AMOUNT
                          MOVE PI-DUE-DATE TO WS-CMP-DDMMYY
                          PERFORM 1615-BUILD-COMPARE
                          IF WS-CMP-OUT LESS WS-BILL-TODAY-COMPARE
                                COMPUTE WS-BILL-ARREARS =
                                        WS-BILL-ARREARS + PI-AMOUNT
                                                        - PI-PAID.
      *
      *****************************************************
      *  This paragraph takes the policy deductible off the gross
      * payment just keyed. What the claim has already absorbed
      * (its CLMDED.DAT records plus any deductible riding on a
      * held payment) comes off the policy's deductible first;
      * whatever is left, up to the gross, is taken from this
      * payment. A claim with no policy link, or a policy not on
      * file, takes no deductible.
      *
       1711-TAKE-DEDUCTIBLE.
           MOVE WS-PAY-AMOUNT TO WS-DED-GROSS.
           MOVE 0 TO WS-DED-TAKEN.
           MOVE 0 TO WS-DED-POLICY-AMOUNT.
           MOVE 0 TO WS-DED-ABSORBED.
           IF WS-POLICY-NUMBER NOT EQUAL ZERO AND
              WS-POLICY-OPEN-STATUS EQUAL "00" AND
              WS-PAY-INDEMNITY
                 MOVE WS-POLICY-NUMBER TO PM-POLICY-NUMBER
                 READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            PERFORM 1722-TERMS-AT-LOSS
                            MOVE WS-TIF-DEDUCTIBLE
                                 TO WS-DED-POLICY-AMOUNT
                 END-READ
           END-IF.
           IF WS-DED-POLICY-AMOUNT GREATER ZERO
                 MOVE WS-PAY-CLAIM-NUMBER TO WS-DED-CLAIM-NUMBER
                 PERFORM 1712-SUM-CLAIM-DEDUCT
                 PERFORM 1714-ADD-HELD-DEDUCT
                 IF WS-DED-ABSORBED LESS WS-DED-POLICY-AMOUNT
                       COMPUTE WS-DED-REMAINING =
                               WS-DED-POLICY-AMOUNT - WS-DED-ABSORBED
                       IF WS-DED-REMAINING GREATER WS-DED-GROSS
                             MOVE WS-DED-GROSS TO WS-DED-TAKEN
                          ELSE
                             MOVE WS-DED-REMAINING TO WS-DED-TAKEN
                       END-IF
                 END-IF
           END-IF.
           COMPUTE WS-PAY-AMOUNT = WS-DED-GROSS - WS-DED-TAKEN.
           DISPLAY PAYMENT-DEDUCT-SCREEN.
      *
      *****************************************************
      *  This paragraph sums the deductible already absorbed by
      * the claim in WS-DED-CLAIM-NUMBER off its CLMDED.DAT
      * records into WS-DED-ABSORBED, walking the composite key
      * the way 1815 walks the payments. No deductible file
      * reads as nothing absorbed.
      *
       1712-SUM-CLAIM-DEDUCT.
           MOVE 0 TO WS-DED-ABSORBED.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-DED-END-FLAG
                 MOVE WS-DED-CLAIM-NUMBER TO DD-CLAIM-NUMBER
                 MOVE 0 TO DD-SEQ
                 START DEDUCT-FILE KEY IS GREATER THAN DD-KEY
                       INVALID KEY MOVE "S" TO WS-DED-END-FLAG
                 END-START
                 PERFORM 1713-SUM-ONE-DEDUCT
                         UNTIL WS-DED-END-FLAG = "S".
      *
       1713-SUM-ONE-DEDUCT.
           READ DEDUCT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-DED-END-FLAG.
           IF WS-DED-END-FLAG NOT EQUAL "S"
                 IF DD-CLAIM-NUMBER EQUAL WS-DED-CLAIM-NUMBER
                       ADD DD-DEDUCT-AMOUNT TO WS-DED-ABSORBED
                    ELSE
                       MOVE "S" TO WS-DED-END-FLAG.
      *
      *****************************************************
      *  This paragraph adds the deductible riding on the claim's
      * payments still held on CLMPPND.DAT, so a second payment
      * keyed while the first awaits release cannot take the
      * same deductible again. Held payments queued before
      * deductibles existed carry no split and add nothing.
      *
       1714-ADD-HELD-DEDUCT.
           OPEN INPUT PENDING-PAY-FILE.
           IF WS-PENDING-PAY-STATUS EQUAL "00"
                 MOVE " " TO WS-PPAY-END-FLAG
                 MOVE WS-DED-CLAIM-NUMBER TO PPAY-CLAIM-NUMBER
                 MOVE 0 TO PPAY-SEQ
                 START PENDING-PAY-FILE KEY IS GREATER THAN PPAY-KEY
                       INVALID KEY MOVE "S" TO WS-PPAY-END-FLAG
                 END-START
                 PERFORM 1724-ADD-ONE-HELD-DEDUCT
                         UNTIL WS-PPAY-END-FLAG = "S"
                 CLOSE PENDING-PAY-FILE.
      *
       1724-ADD-ONE-HELD-DEDUCT.
           READ PENDING-PAY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PPAY-END-FLAG.
           IF WS-PPAY-END-FLAG NOT EQUAL "S"
                 IF PPAY-CLAIM-NUMBER EQUAL WS-DED-CLAIM-NUMBER
                       IF PPAY-DEDUCT-AMOUNT NUMERIC
                             ADD PPAY-DEDUCT-AMOUNT TO WS-DED-ABSORBED
                       END-IF
                    ELSE
                       MOVE "S" TO WS-PPAY-END-FLAG.
      *
      *****************************************************
      *  This paragraph fetches the deductible the payment in
      * PAY-KEY absorbed into WS-DED-PAY-TAKEN - zero when it
      * took none or the deductible file is not open.
      *
       1728-FIND-PAYMENT-DEDUCT.
           MOVE 0 TO WS-DED-PAY-TAKEN.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 MOVE PAY-KEY TO DD-KEY
                 READ DEDUCT-FILE RECORD KEY IS DD-KEY
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE DD-DEDUCT-AMOUNT TO WS-DED-PAY-TAKEN
                 END-READ
           END-IF.
      *
      *****************************************************
      *  This paragraph finds the next free PAY-SEQ for the claim
      * just keyed by walking that claim's existing payments off
      * the composite key, the highest seen plus one.
      *
       1715-NEXT-PAY-SEQ.
           MOVE 0 TO WS-PAY-NEXT-SEQ.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE WS-PAY-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
           START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                 INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
           END-START.
           PERFORM 1717-SCAN-PAY-SEQ
                          UNTIL WS-PAY-END-FLAG = "S".
           ADD 1 TO WS-PAY-NEXT-SEQ.
      *
       1717-SCAN-PAY-SEQ.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL WS-PAY-CLAIM-NUMBER
                       MOVE PAY-SEQ TO WS-PAY-NEXT-SEQ
                       MOVE "S" TO WS-PAY-END-FLAG.
      *
      *****************************************************
      *  This paragraph sets the policy terms in force on the
      * claim's date of loss off the policy record just read:
      * the old terms of the first POLEND.DAT endorsement dated
      * after the loss, or the policy as it stands. A claim with
      * no loss date is taken on the policy as it stands.
      *
       1722-TERMS-AT-LOSS.
           MOVE "INSURED : "       TO WS-TIF-LABEL.
           MOVE PM-INSURED-NAME    TO WS-TIF-INSURED-NAME.
           MOVE PM-COVERAGE-LIMIT  TO WS-TIF-LIMIT.
           IF PM-DEDUCTIBLE NUMERIC
                 MOVE PM-DEDUCTIBLE TO WS-TIF-DEDUCTIBLE
              ELSE
                 MOVE 0 TO WS-TIF-DEDUCTIBLE.
           IF WS-DATE-OF-LOSS NOT EQUAL ZERO
                 OPEN INPUT ENDORSE-FILE
                 IF WS-ENDORSE-STATUS EQUAL "00"
                       MOVE WS-DATE-OF-LOSS TO WS-CMP-DDMMYY
                       PERFORM 1615-BUILD-COMPARE
                       MOVE WS-CMP-OUT TO WS-TIF-LOSS-COMPARE
                       MOVE " " TO WS-TIF-END-FLAG
                       MOVE WS-POLICY-NUMBER TO PE-POLICY-NUMBER
                       MOVE 0 TO PE-SEQ
                       START ENDORSE-FILE KEY IS NOT LESS THAN PE-KEY
                             INVALID KEY MOVE "S" TO WS-TIF-END-FLAG
                       END-START
                       PERFORM 1723-CHECK-ONE-ENDORSEMENT
                               UNTIL WS-TIF-END-FLAG = "S"
                       CLOSE ENDORSE-FILE
                 END-IF
           END-IF.
      *
       1723-CHECK-ONE-ENDORSEMENT.
           READ ENDORSE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-TIF-END-FLAG
           END-READ.
           IF WS-TIF-END-FLAG NOT EQUAL "S"
                 IF PE-POLICY-NUMBER NOT EQUAL WS-POLICY-NUMBER
                       MOVE "S" TO WS-TIF-END-FLAG
                    ELSE
                       MOVE PE-EFFECTIVE-DATE TO WS-CMP-DDMMYY
                       PERFORM 1615-BUILD-COMPARE
                       IF WS-CMP-OUT GREATER WS-TIF-LOSS-COMPARE
                             MOVE "AT LOSS : "      TO WS-TIF-LABEL
                             MOVE PE-OLD-INSURED-NAME
                                  TO WS-TIF-INSURED-NAME
                             MOVE PE-OLD-LIMIT      TO WS-TIF-LIMIT
                             MOVE PE-OLD-DEDUCTIBLE
                                  TO WS-TIF-DEDUCTIBLE
                             MOVE "S" TO WS-TIF-END-FLAG.
      *
      *****************************************************
      *  This paragraph validates the keyed payment date through
      * DatCentury and DatCheck, leaving the verdict in WS-DC-FC.
      *
      *
      *****************************************************
      *  This paragraph redisplays the payment screen after an
      * invalid payment date or payee until DatCheck passes the
      * date and the payee is found.
      *
       1725-ACCEPT-PAY-DATE.
           DISPLAY PAYMENT-ENTRY-SCREEN.
           ACCEPT  PAYMENT-ENTRY-SCREEN.
           PERFORM 1726-VALIDATE-PAY-ENTRY.
      *
      *****************************************************
      *  This paragraph checks the keyed payment: the date
      * through 1720 and against the open accounting period,
      * then the payment type, then a non-zero
      * payee ID against the payee master - it must be on file
      * and active. The payee's name is put up beside the ID for
      * the operator.
      *
       1726-VALIDATE-PAY-ENTRY.
           MOVE "Y" TO WS-PAY-ENTRY-FLAG.
           MOVE SPACES TO WS-PAY-PAYEE-NAME.
           PERFORM 1720-VALIDATE-PAY-DATE.
           IF WS-DC-FC NOT EQUAL 0
                 MOVE "N" TO WS-PAY-ENTRY-FLAG
                 DISPLAY PAYMENT-DATE-ERROR
              ELSE
              PERFORM 0055-CHECK-POST-PERIOD
              IF NOT WS-POST-PERIOD-OPEN
                    MOVE "N" TO WS-PAY-ENTRY-FLAG
                    DISPLAY PAYMENT-PERIOD-ERROR
                 ELSE
              IF NOT WS-PAY-TYPE-VALID
                    MOVE "N" TO WS-PAY-ENTRY-FLAG
                    DISPLAY PAYMENT-TYPE-ERROR
                 ELSE
              IF WS-PAY-PAYEE-ID EQUAL ZERO
                    MOVE "INSURED" TO WS-PAY-PAYEE-NAME
                 ELSE
                    PERFORM 1727-READ-PAYEE
                    IF WS-PAY-PAYEE-NAME EQUAL SPACES
                          MOVE "N" TO WS-PAY-ENTRY-FLAG
                          DISPLAY PAYMENT-PAYEE-ERROR.
      *
       1727-READ-PAYEE.
           MOVE SPACES TO WS-PAY-PAYEE-NAME.
           IF WS-PAYEE-OPEN-STATUS EQUAL "00"
                 MOVE WS-PAY-PAYEE-ID TO PY-PAYEE-ID
                 READ PAYEE-FILE RECORD KEY IS PY-PAYEE-ID
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            IF PY-STATUS NOT EQUAL "I"
                                  MOVE PY-NAME TO WS-PAY-PAYEE-NAME
                            END-IF
                 END-READ.
      *
      *****************************************************
      *  This paragraph writes the keyed payment to CLMPAY.DAT.
      * The check number and disbursement date start at zero - a
      * payment is not money out the door until the CHKDISB
      * disbursement run cuts its check and stamps them. A
      * payment that took deductible gets its CLMDED.DAT record
      * under the same key.
      *
       1730-WRITE-PAYMENT.
           MOVE WS-PAY-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE WS-PAY-DATE         TO PAY-DATE.
           MOVE WS-PAY-AMOUNT       TO PAY-AMOUNT.
           MOVE WS-PAY-SETTLE-FLAG  TO PAY-SETTLE-FLAG.
           MOVE WS-PAY-PAYEE-ID     TO PAY-PAYEE-ID.
           MOVE WS-PAY-TYPE         TO PAY-TYPE.
           MOVE 0                   TO PAY-CHECK-NUMBER.
           MOVE 0                   TO PAY-DISB-DATE.
           MOVE 0                   TO PAY-CLEAR-DATE.
           WRITE IN-PAYMENT-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
           IF WS-DED-TAKEN GREATER ZERO
                 MOVE WS-PAY-CLAIM-NUMBER TO DD-CLAIM-NUMBER
                 MOVE WS-PAY-SEQ          TO DD-SEQ
                 MOVE WS-DED-GROSS        TO DD-GROSS-AMOUNT
                 MOVE WS-DED-TAKEN        TO DD-DEDUCT-AMOUNT
                 MOVE WS-PAY-DATE         TO DD-DATE
                 WRITE IN-DEDUCT-REC
                       INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE
           END-IF.
           DISPLAY PAYMENT-SAVED-MSG.
      *
      *****************************************************
           MOVE WS-OPERATOR-ID      TO PPAY-OPERATOR-ID.
           MOVE WS-TEMP-DATE        TO PPAY-HELD-DATE.
           MOVE WS-AUDIT-TIME       TO PPAY-HELD-TIME.
           MOVE WS-DED-GROSS        TO PPAY-GROSS-AMOUNT.
           MOVE WS-DED-TAKEN        TO PPAY-DEDUCT-AMOUNT.
           MOVE WS-PAY-PAYEE-ID     TO PPAY-PAYEE-ID.
           MOVE WS-PAY-TYPE         TO PPAY-PAY-TYPE.
           WRITE IN-PENDING-PAY-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
      * 1700-PAYMENT-ENTRY on the money-in side.
      *
       1750-RECOVERY-ENTRY.
           PERFORM 0050-READ-ACCT-PERIOD.
           PERFORM 1755-OPEN-RECOVERY-FILE.
           IF WS-RECOVERY-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
                      PERFORM 1770-VALIDATE-RCV-ENTRY
                      PERFORM 1775-REACCEPT-RCV-ENTRY
                              UNTIL WS-DC-FC = 0 AND
                                    WS-RCV-SOURCE-VALID AND
                                    WS-POST-PERIOD-OPEN
                      PERFORM 1780-WRITE-RECOVERY
           END-READ.
           MOVE SPACE TO WS-RESPONCE.
      *  This paragraph validates the keyed recovery date
      * through DatCentury and DatCheck and the source type
      * against the three codes, leaving the date verdict in
      * WS-DC-FC; a real date is then held against the open
      * accounting period.
      *
       1770-VALIDATE-RCV-ENTRY.
           MOVE WS-RCV-DAY   TO WS-DC-DD.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           MOVE "Y" TO WS-POST-PERIOD-FLAG.
           IF WS-DC-FC EQUAL 0
                 PERFORM 0055-CHECK-POST-PERIOD.
      *
      *****************************************************
      *  This paragraph redisplays the recovery screen after an
      * invalid date or source, or a date in a closed period,
      * until all pass.
      *
       1775-REACCEPT-RCV-ENTRY.
           IF NOT WS-POST-PERIOD-OPEN
                 DISPLAY RECOVERY-PERIOD-ERROR
              ELSE
                 DISPLAY RECOVERY-ENTRY-ERROR.
           DISPLAY RECOVERY-ENTRY-SCREEN.
           ACCEPT  RECOVERY-ENTRY-SCREEN.
           PERFORM 1770-VALIDATE-RCV-ENTRY.
      * the paid figure summed from that claim's CLMPAY.DAT
      * records, then one rolled-up line per region and a grand
      * total - so the payout ledger finally reconciles against
      * the claim report totals. The deductible the insured has
      * absorbed (CLMDED.DAT) is shown per claim and comes off
      * the balance along with the net paid.
      *
       1800-BALANCE-REPORT.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           PERFORM 1755-OPEN-RECOVERY-FILE.
           OPEN INPUT DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-DEDUCT-OPEN-STATUS.
           IF WS-PAYMENT-STATUS NOT EQUAL "00" OR
              WS-RECOVERY-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE 0 TO WS-PAYRGN-ENTRIES-USED
              MOVE 0 TO WS-GRAND-PAID-TOTAL
              MOVE 0 TO WS-GRAND-DEDUCT-TOTAL
              MOVE 0 TO WS-GRAND-LEGAL-TOTAL
              MOVE 0 TO WS-GRAND-ADJ-TOTAL
              PERFORM 1805-BALANCE-PAGE
                             UNTIL WS-END-FILE-FLAG = "S"
              PERFORM 1830-PRINT-REGION-BALANCES
              CLOSE PAYMENT-FILE
              CLOSE RECOVERY-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           MOVE "35" TO WS-DEDUCT-OPEN-STATUS.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph prints one page of the balance report,
      *****************************************************
      *  This paragraph reads one CLIENT-FILE record, sums that
      * claim's payments, prints its balance line and folds the
      * figures into the region table and grand totals. The
      * balance runs against indemnity only - defense and
      * adjusting expense is not paid out of the amount claimed,
      * and shows on its own line under the claim when there is
      * any.
      *
       1810-BALANCE-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                 MOVE IN-CLIENT-REC TO WS-CLIENT-REC
                 PERFORM 1815-SUM-CLAIM-PAYMENTS
                 PERFORM 1819-SUM-CLAIM-RECOVERIES
                 MOVE WS-CLAIM-NUMBER TO WS-DED-CLAIM-NUMBER
                 PERFORM 1712-SUM-CLAIM-DEDUCT
                 COMPUTE WS-NET-PAID =
                         WS-IND-PAID-TO-DATE - WS-RECOVERED-TO-DATE
                 MOVE SPACES TO WS-BALANCE-LINE
                 MOVE WS-CLAIM-NUMBER   TO BAL-CLAIM-NUMBER
                 MOVE WS-REGION         TO BAL-REGION
                 MOVE WS-AMOUNT-CLAIMED TO BAL-AMOUNT-CLAIMED
                 MOVE WS-DED-ABSORBED   TO BAL-DEDUCTIBLE
                 MOVE WS-NET-PAID       TO BAL-PAID-TO-DATE
                 COMPUTE WS-PAY-BALANCE =
                         WS-AMOUNT-CLAIMED - WS-DED-ABSORBED
                                           - WS-NET-PAID
                 MOVE WS-PAY-BALANCE    TO BAL-BALANCE
                 MOVE WS-PAY-SETTLED-DISP TO BAL-SETTLED
                 PERFORM 1820-ADD-REGION-BALANCE
                 ADD WS-NET-PAID TO WS-GRAND-PAID-TOTAL
                 ADD WS-DED-ABSORBED TO WS-GRAND-DEDUCT-TOTAL
                 ADD WS-LEGAL-PAID-TO-DATE TO WS-GRAND-LEGAL-TOTAL
                 ADD WS-ADJ-PAID-TO-DATE TO WS-GRAND-ADJ-TOTAL
                 ADD WS-AMOUNT-CLAIMED TO WS-CLAIMS-TOTAL
                 ADD 1 TO WS-CLAIMS-NUM-TOTAL
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-BALANCE-LINE TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
                 ADD 1 TO WS-LINE-COUNT
                 IF WS-LEGAL-PAID-TO-DATE GREATER ZERO OR
                    WS-ADJ-PAID-TO-DATE GREATER ZERO
                       MOVE WS-LEGAL-PAID-TO-DATE TO BEL-LEGAL
                       MOVE WS-ADJ-PAID-TO-DATE   TO BEL-ADJ
                       MOVE SPACES TO OUT-CLIENT-REC
                       MOVE WS-BALANCE-EXPENSE-LINE TO OUT-CLIENT-REC
                       WRITE OUT-CLIENT-REC AFTER 1
                       ADD 1 TO WS-LINE-COUNT
                 END-IF
           ELSE
                 MOVE 56 TO WS-LINE-COUNT.
      *
      *****************************************************
      *  This paragraph sums every CLMPAY.DAT payment belonging to
      * the claim in WS-CLIENT-REC into WS-PAID-TO-DATE, and notes
      * whether any of them carried the settled flag. The same
      * walk splits the total into indemnity, legal and other
      * adjusting expense by payment type.
      *
       1815-SUM-CLAIM-PAYMENTS.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-IND-PAID-TO-DATE.
           MOVE 0 TO WS-LEGAL-PAID-TO-DATE.
           MOVE 0 TO WS-ADJ-PAID-TO-DATE.
           MOVE "OPEN   " TO WS-PAY-SETTLED-DISP.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE WS-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL WS-CLAIM-NUMBER
                       ADD PAY-AMOUNT TO WS-PAID-TO-DATE
                       IF PAY-TYPE EQUAL "L"
                             ADD PAY-AMOUNT TO WS-LEGAL-PAID-TO-DATE
                          ELSE
                          IF PAY-TYPE EQUAL "A"
                                ADD PAY-AMOUNT TO WS-ADJ-PAID-TO-DATE
                             ELSE
                                ADD PAY-AMOUNT TO WS-IND-PAID-TO-DATE
                          END-IF
                       END-IF
                       IF PAY-SETTLE-FLAG EQUAL "Y" OR
                          PAY-SETTLE-FLAG EQUAL "y"
                             MOVE "SETTLED" TO WS-PAY-SETTLED-DISP
                      WS-PAYRGN-CODE-TBL (WS-PAYRGN-IDX)
                 MOVE 0 TO WS-PAYRGN-CLAIMED-TBL (WS-PAYRGN-IDX)
                 MOVE 0 TO WS-PAYRGN-PAID-TBL (WS-PAYRGN-IDX)
                 MOVE 0 TO WS-PAYRGN-DEDUCT-TBL (WS-PAYRGN-IDX)
                 MOVE 0 TO WS-PAYRGN-EXPENSE-TBL (WS-PAYRGN-IDX)
           END-IF.
           IF WS-PAYRGN-FOUND OR
              WS-PAYRGN-IDX EQUAL WS-PAYRGN-ENTRIES-USED
                 ADD WS-AMOUNT-CLAIMED TO
                     WS-PAYRGN-CLAIMED-TBL (WS-PAYRGN-IDX)
                 ADD WS-NET-PAID TO
                     WS-PAYRGN-PAID-TBL (WS-PAYRGN-IDX)
                 ADD WS-DED-ABSORBED TO
                     WS-PAYRGN-DEDUCT-TBL (WS-PAYRGN-IDX)
                 ADD WS-LEGAL-PAID-TO-DATE WS-ADJ-PAID-TO-DATE TO
                     WS-PAYRGN-EXPENSE-TBL (WS-PAYRGN-IDX).
      *
      *****************************************************
      *  This paragraph prints the per-region rolled-up balances
           MOVE WS-CLAIMS-TOTAL     TO BTL-CLAIMED.
           MOVE WS-GRAND-PAID-TOTAL TO BTL-PAID.
           COMPUTE WS-PAY-BALANCE =
                   WS-CLAIMS-TOTAL - WS-GRAND-DEDUCT-TOTAL
                                   - WS-GRAND-PAID-TOTAL.
           MOVE WS-PAY-BALANCE      TO BTL-BALANCE.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BALANCE-TOTAL-LINE TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 2.
           MOVE WS-GRAND-DEDUCT-TOTAL TO BDL-DEDUCTIBLE.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BALANCE-DEDUCT-LINE TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           MOVE WS-GRAND-LEGAL-TOTAL TO BET-LEGAL.
           MOVE WS-GRAND-ADJ-TOTAL   TO BET-ADJ.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BALANCE-EXPENSE-TOTAL TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
      *
       1835-PRINT-ONE-REGION-BAL.
           MOVE WS-PAYRGN-CODE-TBL (WS-PAYRGN-IDX)    TO BRG-REGION.
           MOVE WS-PAYRGN-PAID-TBL (WS-PAYRGN-IDX)    TO BRG-PAID.
           COMPUTE WS-PAY-BALANCE =
                   WS-PAYRGN-CLAIMED-TBL (WS-PAYRGN-IDX) -
                   WS-PAYRGN-DEDUCT-TBL (WS-PAYRGN-IDX) -
                   WS-PAYRGN-PAID-TBL (WS-PAYRGN-IDX).
           MOVE WS-PAY-BALANCE TO BRG-BALANCE.
           MOVE WS-PAYRGN-EXPENSE-TBL (WS-PAYRGN-IDX) TO BRG-EXPENSE.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BALANCE-REGION-LINE TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
      *
      *****************************************************
      *  This paragraph prints the adjuster workload report: one
      * pass over CLIENT-FILE in adjuster ID order totals each
      * adjuster's open claims (status open or not yet set) and
      * their total amount claimed, one line printing per
      * adjuster as the ID changes, unassigned claims grouped
      * under a blank adjuster ID - so the supervisors can
      * balance desks without walking the office counting
      * folders.
      *
       2000-WORKLOAD-REPORT.
           ADD  1 TO WS-PAGE-COUNT.
           DISPLAY PRINTING-DOC-MESSG.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE WS-TEMP-DOW  TO WS-TITLE-DOW.
           MOVE WS-PAGE-COUNT TO WS-TITLE-PAGE-NO.
           WRITE OUT-CLIENT-REC AFTER 2.
           MOVE SPACES TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           MOVE "N" TO WS-WKLD-STARTED-FLAG.
           MOVE SPACES TO ER-ADJUSTER-ID.
           START CLIENT-FILE KEY IS NOT LESS THAN ER-ADJUSTER-ID
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 2010-TALLY-ONE-CLAIM
                          UNTIL WS-END-FILE-FLAG = "S".
           IF WS-WKLD-STARTED
                 PERFORM 2030-PRINT-WKLD-ENTRY.
      *
      *****************************************************
      *  This paragraph reads the next CLIENT-FILE record in
      * adjuster order and, when the claim is still open, adds it
      * to the adjuster in hand, printing the last adjuster's
      * line first when the ID has changed.
      *
       2010-TALLY-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
           END-IF.
      *
      *****************************************************
      *  This paragraph adds the current open claim to the
      * adjuster in hand, closing off the previous adjuster's
      * line on a change of ID.
      *
       2020-ADD-WKLD-ENTRY.
           IF WS-WKLD-STARTED AND
              WS-ADJUSTER-ID NOT EQUAL WS-WKLD-ADJUSTER
                 PERFORM 2030-PRINT-WKLD-ENTRY
                 MOVE "N" TO WS-WKLD-STARTED-FLAG.
           IF NOT WS-WKLD-STARTED
                 MOVE "Y" TO WS-WKLD-STARTED-FLAG
                 MOVE WS-ADJUSTER-ID TO WS-WKLD-ADJUSTER
                 MOVE 0 TO WS-WKLD-COUNT
                 MOVE 0 TO WS-WKLD-AMOUNT.
           ADD 1 TO WS-WKLD-COUNT.
           ADD WS-AMOUNT-CLAIMED TO WS-WKLD-AMOUNT.
      *
      *****************************************************
      *  This paragraph prints one workload line for the
      * adjuster in hand.
      *
       2030-PRINT-WKLD-ENTRY.
           MOVE WS-WKLD-ADJUSTER TO WKL-ADJUSTER-ID.
           IF WKL-ADJUSTER-ID EQUAL SPACES
                 MOVE "(NONE)" TO WKL-ADJUSTER-ID.
           MOVE WS-WKLD-COUNT  TO WKL-COUNT.
           MOVE WS-WKLD-AMOUNT TO WKL-AMOUNT.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-WKLD-LINE TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
      *
      *****************************************************
      *  This paragraph answers one phone call with one claim
      * number: the claim, its policy on the terms in force at
      * the date of loss (marked AT LOSS when the policy has been
      * endorsed since), all payments with a running balance,
      * any held correction and the claim's recent audit lines,
      * joined up on one screen with a print option for the
      * file copy.
      *
       2200-CLAIM-FOLDER.
           MOVE ZERO TO WS-LOOKUP-CLAIM-NUMBER.
                      DISPLAY NEW-PAGE
                      ACCEPT ANY-KEY
                NOT INVALID KEY
                      PERFORM 2202-SHOW-CLAIM-FOLDER
           END-READ.
      *
      *****************************************************
      *  This paragraph shows the folder for the claim just read
      * into IN-CLIENT-REC, auditing the view and offering the
      * printed file copy - for the claim number keyed on 'I' or
      * the line picked off the claims-by-policy list.
      *
       2202-SHOW-CLAIM-FOLDER.
           MOVE IN-CLIENT-REC TO WS-CLIENT-REC.
           MOVE WS-CLAIM-NUMBER TO WS-AUDIT-CLAIM-NUMBER.
           MOVE "VIEW" TO WS-AUDIT-ACTION.
           PERFORM 1055-WRITE-AUDIT-REC.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           OPEN INPUT VOID-FILE.
           MOVE WS-VOID-STATUS TO WS-VOID-OPEN-STATUS.
           OPEN INPUT DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-DEDUCT-OPEN-STATUS.
           PERFORM 2210-GATHER-FOLDER-DATA.
           PERFORM 2220-SHOW-FOLDER.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT FOLDER-PRINT-PROMPT.
           IF WS-RESPONCE-Y
                 PERFORM 2260-PRINT-FOLDER.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 CLOSE VOID-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           MOVE "35" TO WS-VOID-OPEN-STATUS.
           MOVE "35" TO WS-DEDUCT-OPEN-STATUS.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph gathers everything around the claim in
      * WS-CLIENT-REC: the policy record, the case reserve, the
      * payments total, the deductible absorbed, the litigation
      * record, the pending correction and the last audit lines.
      * The audit trail is closed and reopened EXTEND around its
      * read - a file open EXTEND cannot be read back.
      *
       2210-GATHER-FOLDER-DATA.
           MOVE "N" TO WS-FOL-POLICY-FOUND-FLAG.
           MOVE SPACES TO WS-BILL-WARNING.
           IF WS-POLICY-NUMBER NOT EQUAL ZERO
                 OPEN INPUT POLICY-FILE
                 IF WS-POLICY-STATUS EQUAL "00"
                            NOT INVALID KEY
                                  MOVE "Y" TO
                                       WS-FOL-POLICY-FOUND-FLAG
                                  PERFORM 1719-CHECK-PREMIUM-STATUS
                                  PERFORM 1722-TERMS-AT-LOSS
                       END-READ
                       CLOSE POLICY-FILE
                 END-IF
                 PERFORM 1818-GET-CLAIM-RESERVE
                 CLOSE RESERVE-FILE.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-IND-PAID-TO-DATE.
           MOVE 0 TO WS-LEGAL-PAID-TO-DATE.
           MOVE 0 TO WS-ADJ-PAID-TO-DATE.
           MOVE "OPEN   " TO WS-PAY-SETTLED-DISP.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 PERFORM 1815-SUM-CLAIM-PAYMENTS.
           MOVE WS-CLAIM-NUMBER TO WS-DED-CLAIM-NUMBER.
           PERFORM 1712-SUM-CLAIM-DEDUCT.
           PERFORM 2211-GET-LITIGATION.
           PERFORM 2213-GET-SIU-CASE.
           PERFORM 2212-GET-PENDING-CHANGE.
           PERFORM 2214-GATHER-AUDIT-LINES.
      *
       2211-GET-LITIGATION.
           MOVE "N" TO WS-FOL-LIT-FOUND-FLAG.
           OPEN INPUT LITIGATION-FILE.
           IF WS-LITIGATION-STATUS EQUAL "00"
                 MOVE WS-CLAIM-NUMBER TO LT-CLAIM-NUMBER
                 READ LITIGATION-FILE RECORD
                      KEY IS LT-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE "Y" TO WS-FOL-LIT-FOUND-FLAG
                 END-READ
                 CLOSE LITIGATION-FILE.
      *
      *  The claim's SIU case, if it was ever referred, with its
      * status worded for the folder.
      *
       2213-GET-SIU-CASE.
           MOVE "N" TO WS-FOL-SIU-FOUND-FLAG.
           MOVE SPACES TO WS-FOL-SIU-DISP.
           OPEN INPUT SIU-FILE.
           IF WS-SIU-STATUS EQUAL "00"
                 MOVE WS-CLAIM-NUMBER TO SIU-CLAIM-NUMBER
                 READ SIU-FILE RECORD
                      KEY IS SIU-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE "Y" TO WS-FOL-SIU-FOUND-FLAG
                 END-READ
                 CLOSE SIU-FILE.
           IF WS-FOL-SIU-FOUND
                 IF SIU-STATUS NOT EQUAL "C"
                       MOVE "OPEN      " TO WS-FOL-SIU-DISP
                    ELSE
                    IF SIU-OUTCOME EQUAL "D"
                          MOVE "DENIED    " TO WS-FOL-SIU-DISP
                       ELSE
                       IF SIU-OUTCOME EQUAL "P"
                             MOVE "PROSECUTED" TO WS-FOL-SIU-DISP
                          ELSE
                             MOVE "CLEARED   " TO WS-FOL-SIU-DISP.
      *
       2212-GET-PENDING-CHANGE.
           MOVE "N" TO WS-FOL-PENDING-FOUND-FLAG.
           DISPLAY (LIN, 34) WS-PREMIUM.
           DISPLAY (LIN, 44) "CLASS : ".
           DISPLAY (LIN, 52) WS-CLASS-CODE.
           IF WS-FOL-SIU-FOUND
                 DISPLAY (LIN, 60) "SIU : "
                 DISPLAY (LIN, 66) WS-FOL-SIU-DISP
           END-IF.
           ADD 1 TO LIN.
           DISPLAY (LIN, 3)  "LOSS : ".
           DISPLAY (LIN, 10) WS-DATE-OF-LOSS.
           DISPLAY (LIN, 50) WS-POLICY-NUMBER.
           ADD 1 TO LIN.
           IF WS-FOL-POLICY-FOUND
                 DISPLAY (LIN, 3)  WS-TIF-LABEL
                 DISPLAY (LIN, 13) WS-TIF-INSURED-NAME
                 DISPLAY (LIN, 36) "LIMIT : "
                 DISPLAY (LIN, 44) WS-TIF-LIMIT
                 DISPLAY (LIN, 53) "DEDUCTIBLE : "
                 DISPLAY (LIN, 66) WS-TIF-DEDUCTIBLE
              ELSE
                 DISPLAY (LIN, 3) "POLICY NOT ON FILE".
           ADD 1 TO LIN.
           DISPLAY (LIN, 3) "CASE RESERVE : ".
           DISPLAY (LIN, 18) WS-RESERVE-AMOUNT.
           DISPLAY (LIN, 30) "DEDUCTIBLE TAKEN : ".
           DISPLAY (LIN, 49) WS-DED-ABSORBED.
           ADD 1 TO LIN.
           DISPLAY (LIN, 3) WS-BILL-WARNING.
           IF WS-FOL-LIT-FOUND
                 IF LT-STATUS EQUAL "C"
                       DISPLAY (LIN, 50) "SUIT CLOSED "
                       DISPLAY (LIN, 62) LT-CLOSE-DATE
                    ELSE
                       DISPLAY (LIN, 50) "IN SUIT SINCE "
                       DISPLAY (LIN, 64) LT-SUIT-DATE
                 END-IF
           END-IF.
           ADD 1 TO LIN.
           DISPLAY (LIN, 3)
              "PAYMENTS  SEQ   DATE    AMOUNT   CHECK   BALANCE  VOID".
           DISPLAY (LIN, 71) "TYPE".
           ADD 1 TO LIN.
           MOVE 0 TO WS-FOL-PAY-SHOWN.
           MOVE 0 TO WS-FOL-PAY-COUNT.
           MOVE WS-AMOUNT-CLAIMED TO WS-FOL-RUN-BAL.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE WS-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
           DISPLAY (LIN, 18) WS-PAID-TO-DATE.
           DISPLAY (LIN, 30) "BALANCE : ".
           COMPUTE WS-FOL-RUN-BAL =
                   WS-AMOUNT-CLAIMED - WS-DED-ABSORBED
                                     - WS-IND-PAID-TO-DATE.
           DISPLAY (LIN, 40) WS-FOL-RUN-BAL.
           DISPLAY (LIN, 53) WS-PAY-SETTLED-DISP.
           ADD 1 TO LIN.
           DISPLAY (LIN, 3)  "INDEMNITY : ".
           DISPLAY (LIN, 15) WS-IND-PAID-TO-DATE.
           DISPLAY (LIN, 26) "LEGAL : ".
           DISPLAY (LIN, 34) WS-LEGAL-PAID-TO-DATE.
           DISPLAY (LIN, 45) "OTHER EXP : ".
           DISPLAY (LIN, 57) WS-ADJ-PAID-TO-DATE.
           ADD 1 TO LIN.
           IF WS-FOL-PENDING-FOUND
                 DISPLAY (LIN, 3)  "PENDING CHANGE BY "
                 DISPLAY (LIN, 21) PEND-OPERATOR-ID
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL WS-CLAIM-NUMBER
                       ADD 1 TO WS-FOL-PAY-COUNT
                       PERFORM 1728-FIND-PAYMENT-DEDUCT
                       PERFORM 2242-RUN-BALANCE-DOWN
                       IF WS-FOL-PAY-SHOWN LESS 7
                             ADD 1 TO WS-FOL-PAY-SHOWN
                             DISPLAY (LIN, 13) PAY-SEQ
                             DISPLAY (LIN, 18) PAY-DATE
                             DISPLAY (LIN, 26) PAY-AMOUNT
                             DISPLAY (LIN, 36) PAY-CHECK-NUMBER
                             DISPLAY (LIN, 44) WS-FOL-RUN-BAL
                             PERFORM 2245-FIND-PAYMENT-VOID
                             IF WS-FOL-VOID-MARK NOT EQUAL SPACES
                                   DISPLAY (LIN, 57) WS-FOL-VOID-MARK
                                   DISPLAY (LIN, 62) VD-AMOUNT
                             END-IF
                             DISPLAY (LIN, 72) PAY-TYPE
                             ADD 1 TO LIN
                       END-IF
                    ELSE
                       MOVE "S" TO WS-PAY-END-FLAG.
      *
      *****************************************************
      *  This paragraph takes an indemnity payment and its
      * deductible off the folder's running balance. Legal and
      * adjusting expense is not paid out of the amount claimed
      * and leaves the balance alone.
      *
       2242-RUN-BALANCE-DOWN.
           IF PAY-TYPE NOT EQUAL "L" AND
              PAY-TYPE NOT EQUAL "A"
                 SUBTRACT PAY-AMOUNT WS-DED-PAY-TAKEN
                     FROM WS-FOL-RUN-BAL.
      *
      *****************************************************
      *  This paragraph marks a payment whose check was voided
      * or stopped. The ledger carries it at zero; the amount
      * the check was cut for is kept on CLMVOID.DAT.
      *
       2245-FIND-PAYMENT-VOID.
           MOVE SPACES TO WS-FOL-VOID-MARK.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 MOVE PAY-KEY TO VD-KEY
                 READ VOID-FILE RECORD KEY IS VD-KEY
                      INVALID KEY
                            MOVE 0 TO VD-AMOUNT
                      NOT INVALID KEY
                            IF VD-TYPE EQUAL "S"
                                  MOVE "STOP" TO WS-FOL-VOID-MARK
                               ELSE
                                  MOVE "VOID" TO WS-FOL-VOID-MARK
                            END-IF
                 END-READ
           END-IF.
      *
       2250-SHOW-ONE-AUDIT-LINE.
           DISPLAY (LIN, 3)  WS-FA-OPERATOR (WS-FOL-AUD-SUB).
           MOVE WS-FOLP-CLAIM-2 TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           IF WS-FOL-POLICY-FOUND
                 MOVE WS-TIF-LABEL        TO FLP-INSURED-LABEL
                 MOVE WS-TIF-INSURED-NAME TO FLP-INSURED
                 MOVE WS-TIF-LIMIT        TO FLP-LIMIT
                 MOVE WS-TIF-DEDUCTIBLE   TO FLP-DEDUCTIBLE
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-FOLP-POLICY TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
           END-IF.
           MOVE WS-RESERVE-AMOUNT TO FLP-RESERVE.
           MOVE WS-DED-ABSORBED   TO FLP-DED-TAKEN.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-FOLP-RESERVE TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-BILL-WARNING TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           IF WS-FOL-LIT-FOUND
                 MOVE LT-SUIT-DATE       TO FLP-SUIT-DATE
                 MOVE LT-COURT           TO FLP-SUIT-COURT
                 MOVE LT-STATUS          TO FLP-SUIT-STATUS
                 MOVE LT-CLOSE-DATE      TO FLP-SUIT-CLOSED
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-FOLP-SUIT-1 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
                 MOVE LT-DEFENSE-COUNSEL TO FLP-SUIT-DEFENSE
                 MOVE LT-PLAINTIFF-ATTY  TO FLP-SUIT-PLAINTIFF
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-FOLP-SUIT-2 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
           END-IF.
           IF WS-FOL-SIU-FOUND
                 MOVE SIU-REASON         TO FLP-SIU-REASON
                 MOVE SIU-INVESTIGATOR   TO FLP-SIU-INVESTIGATOR
                 MOVE SIU-REFERRAL-DATE  TO FLP-SIU-REFERRED
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-FOLP-SIU-1 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
                 MOVE WS-FOL-SIU-DISP    TO FLP-SIU-STATUS
                 MOVE SIU-CLOSE-DATE     TO FLP-SIU-CLOSED
                 MOVE SIU-SAVINGS        TO FLP-SIU-SAVINGS
                 MOVE SPACES TO OUT-CLIENT-REC
                 MOVE WS-FOLP-SIU-2 TO OUT-CLIENT-REC
                 WRITE OUT-CLIENT-REC AFTER 1
           END-IF.
           MOVE WS-AMOUNT-CLAIMED TO WS-FOL-RUN-BAL.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE WS-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
           END-IF.
           MOVE WS-PAID-TO-DATE TO FLP-PAID.
           COMPUTE WS-FOL-RUN-BAL =
                   WS-AMOUNT-CLAIMED - WS-DED-ABSORBED
                                     - WS-IND-PAID-TO-DATE.
           MOVE WS-FOL-RUN-BAL  TO FLP-BALANCE.
           MOVE WS-PAY-SETTLED-DISP TO FLP-SETTLED.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-FOLP-PAY-TOTAL TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           MOVE WS-IND-PAID-TO-DATE   TO FLP-IND-PAID.
           MOVE WS-LEGAL-PAID-TO-DATE TO FLP-LEGAL-PAID.
           MOVE WS-ADJ-PAID-TO-DATE   TO FLP-ADJ-PAID.
           MOVE SPACES TO OUT-CLIENT-REC.
           MOVE WS-FOLP-PAY-SPLIT TO OUT-CLIENT-REC.
           WRITE OUT-CLIENT-REC AFTER 1.
           IF WS-FOL-PENDING-FOUND
                 MOVE PEND-OPERATOR-ID  TO FLP-PEND-OPERATOR
                 MOVE PEND-DATE         TO FLP-PEND-DATE
                AT END MOVE "S" TO WS-PAY-END-FLAG.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL WS-CLAIM-NUMBER
                       PERFORM 1728-FIND-PAYMENT-DEDUCT
                       PERFORM 2242-RUN-BALANCE-DOWN
                       MOVE PAY-SEQ          TO FLP-PAY-SEQ
                       MOVE WS-DED-PAY-TAKEN TO FLP-PAY-DEDUCT
                       MOVE PAY-DATE         TO FLP-PAY-DATE
                       MOVE PAY-AMOUNT       TO FLP-PAY-AMOUNT
                       MOVE PAY-CHECK-NUMBER TO FLP-PAY-CHECK
                       MOVE WS-FOL-RUN-BAL   TO FLP-PAY-BALANCE
                       MOVE PAY-TYPE         TO FLP-PAY-TYPE
                       PERFORM 2245-FIND-PAYMENT-VOID
                       MOVE WS-FOL-VOID-MARK TO FLP-PAY-VOID
                       IF WS-FOL-VOID-MARK EQUAL SPACES
                             MOVE 0 TO FLP-PAY-VOID-AMT
                          ELSE
                             MOVE VD-AMOUNT TO FLP-PAY-VOID-AMT
                       END-IF
                       MOVE SPACES TO OUT-CLIENT-REC
                       MOVE WS-FOLP-PAY-LINE TO OUT-CLIENT-REC
                       WRITE OUT-CLIENT-REC AFTER 1
      * payment sequence (another payment may have landed while
      * this one sat on the queue) and writes the payment onto
      * CLMPAY.DAT; a reject just drops it. An operator cannot
      * release a payment they keyed themselves, and a payment on
      * a claim with an SIU case open stays on the queue until
      * the case is closed.
      *
       2300-RELEASE-HELD-PAYMENTS.
           MOVE 0 TO WS-PPAY-RELEASED.
                 CLOSE PENDING-PAY-FILE
                 OPEN I-O PENDING-PAY-FILE.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           PERFORM 1708-OPEN-DEDUCT-FILE.
           OPEN INPUT PAYEE-FILE.
           MOVE WS-PAYEE-STATUS TO WS-PAYEE-OPEN-STATUS.
           OPEN INPUT SIU-FILE.
           MOVE WS-SIU-STATUS TO WS-SIU-OPEN-STATUS.
           IF WS-PENDING-PAY-STATUS NOT EQUAL "00" OR
              WS-PAYMENT-STATUS NOT EQUAL "00" OR
              WS-DEDUCT-OPEN-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              PERFORM 2310-REVIEW-ONE-HELD-PAY
                             UNTIL WS-PPAY-END-FLAG = "S".
           CLOSE PENDING-PAY-FILE.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           IF WS-PAYEE-OPEN-STATUS EQUAL "00"
                 CLOSE PAYEE-FILE.
           IF WS-SIU-OPEN-STATUS EQUAL "00"
                 CLOSE SIU-FILE.
           MOVE "35" TO WS-DEDUCT-OPEN-STATUS.
           MOVE "35" TO WS-PAYEE-OPEN-STATUS.
           MOVE "35" TO WS-SIU-OPEN-STATUS.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
           DISPLAY BLANK-SCREEN.
           DISPLAY (10, 5) "PAYMENTS RELEASED : " WS-PPAY-RELEASED.
           DISPLAY (11, 5) "PAYMENTS REJECTED : " WS-PPAY-REJECTED.
           READ PENDING-PAY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PPAY-END-FLAG.
           IF WS-PPAY-END-FLAG NOT EQUAL "S"
                 PERFORM 2315-GET-HELD-PAYEE
                 DISPLAY BLANK-SCREEN
                 DISPLAY PAYREL-REVIEW-SCREEN
                 MOVE PPAY-CLAIM-NUMBER TO WS-SIU-CLAIM-NUMBER
                 PERFORM 1716-CHECK-SIU-HOLD
                 IF PPAY-OPERATOR-ID EQUAL WS-OPERATOR-ID
                       DISPLAY APPROVAL-OWN-CHANGE-MSG
                       DISPLAY NEW-PAGE
                       ACCEPT ANY-KEY
                    ELSE
                    IF WS-SIU-HOLD
                          DISPLAY PAYREL-SIU-MSG
                          DISPLAY NEW-PAGE
                          ACCEPT ANY-KEY
                       ELSE
                          MOVE SPACE TO WS-RESPONCE
                          PERFORM 2320-ACCEPT-PAYREL-CHOICE
                                  UNTIL WS-RESPONCE-RJS
                          IF WS-RESPONCE-R
                                IF WS-HELD-PAYEE-OK
                                      PERFORM 2330-RELEASE-ONE-PAYMENT
                                   ELSE
                                      DISPLAY PAYREL-PAYEE-MSG
                                      DISPLAY NEW-PAGE
                                      ACCEPT ANY-KEY
                                END-IF
                             ELSE
                             IF WS-RESPONCE-J
                                   PERFORM 2340-REJECT-ONE-PAYMENT
                             END-IF
                          END-IF
                    END-IF
                 END-IF
           END-IF.
      *
      *
      *  This paragraph names the held payment's payee for the
      * review screen. A payee dropped from the master or made
      * inactive since the payment was keyed shows as such, and
      * the payment cannot be released - only rejected or left
      * on the queue - the same test payment entry makes.
      *
       2315-GET-HELD-PAYEE.
           MOVE "Y" TO WS-HELD-PAYEE-FLAG.
           IF PPAY-PAYEE-ID NOT NUMERIC
                 MOVE 0 TO PPAY-PAYEE-ID.
           IF PPAY-PAY-TYPE NOT EQUAL "L" AND
              PPAY-PAY-TYPE NOT EQUAL "A"
                 MOVE "I" TO PPAY-PAY-TYPE.
           IF PPAY-PAYEE-ID EQUAL ZERO
                 MOVE "INSURED" TO WS-PAY-PAYEE-NAME
              ELSE
                 MOVE SPACES TO WS-PAY-PAYEE-NAME
                 IF WS-PAYEE-OPEN-STATUS EQUAL "00"
                       MOVE PPAY-PAYEE-ID TO PY-PAYEE-ID
                       READ PAYEE-FILE RECORD KEY IS PY-PAYEE-ID
                            INVALID KEY
                                  MOVE "N" TO WS-HELD-PAYEE-FLAG
                                  MOVE "*** NOT ON PAYEE MASTER ***"
                                       TO WS-PAY-PAYEE-NAME
                            NOT INVALID KEY
                                  IF PY-STATUS EQUAL "I"
                                        MOVE "N" TO WS-HELD-PAYEE-FLAG
                                        MOVE "*** PAYEE INACTIVE ***"
                                             TO WS-PAY-PAYEE-NAME
                                     ELSE
                                        MOVE PY-NAME
                                             TO WS-PAY-PAYEE-NAME
                                  END-IF
                       END-READ
                 END-IF
           END-IF.
      *
           MOVE PPAY-DATE         TO PAY-DATE.
           MOVE PPAY-AMOUNT       TO PAY-AMOUNT.
           MOVE PPAY-SETTLE-FLAG  TO PAY-SETTLE-FLAG.
           MOVE PPAY-PAYEE-ID     TO PAY-PAYEE-ID.
           MOVE PPAY-PAY-TYPE     TO PAY-TYPE.
           MOVE 0                 TO PAY-CHECK-NUMBER.
           MOVE 0                 TO PAY-DISB-DATE.
           MOVE 0                 TO PAY-CLEAR-DATE.
           WRITE IN-PAYMENT-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
           IF PPAY-DEDUCT-AMOUNT NUMERIC AND
              PPAY-DEDUCT-AMOUNT GREATER ZERO
                 MOVE PPAY-CLAIM-NUMBER  TO DD-CLAIM-NUMBER
                 MOVE WS-PAY-NEXT-SEQ    TO DD-SEQ
                 MOVE PPAY-GROSS-AMOUNT  TO DD-GROSS-AMOUNT
                 MOVE PPAY-DEDUCT-AMOUNT TO DD-DEDUCT-AMOUNT
                 MOVE PPAY-DATE          TO DD-DATE
                 WRITE IN-DEDUCT-REC
                       INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE
           END-IF.
           MOVE PPAY-CLAIM-NUMBER TO WS-AUDIT-CLAIM-NUMBER.
           MOVE "PREL" TO WS-AUDIT-ACTION.
           PERFORM 1055-WRITE-AUDIT-REC.
                             UNTIL WS-PAY-END-FLAG = "S"
              CLOSE PAYMENT-FILE
              PERFORM 2420-PRINT-CASH-CONTROL.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
                   WS-CASH-BANK-TOTAL.
           DISPLAY (12, 5) "DIFFERENCE            : "
                   WS-CASH-DIFFERENCE.
           PERFORM 2430-LOG-CASH-CONTROL.
      *
      *****************************************************
      *  This paragraph appends the balancing just printed to
      * CASHCTL.DAT, creating it on the first run ever.
      *
       2430-LOG-CASH-CONTROL.
           OPEN EXTEND CASH-CTL-FILE.
           IF WS-CASH-CTL-STATUS EQUAL "35"
                 OPEN OUTPUT CASH-CTL-FILE
                 CLOSE CASH-CTL-FILE
                 OPEN EXTEND CASH-CTL-FILE.
           IF WS-CASH-CTL-STATUS EQUAL "00"
                 MOVE SPACES TO CASH-CTL-REC
                 MOVE WS-TODAY-DDMMYY      TO CC-DATE
                 ACCEPT WS-AUDIT-TIME FROM TIME
                 MOVE WS-AUDIT-TIME        TO CC-TIME
                 MOVE WS-OPERATOR-ID       TO CC-OPERATOR-ID
                 MOVE WS-CASH-BANK-TOTAL   TO CC-BANK-TOTAL
                 MOVE WS-CASH-POSTED-TOTAL TO CC-POSTED-TOTAL
                 MOVE WS-CASH-POSTED-COUNT TO CC-POSTED-COUNT
                 IF WS-CASH-DIFFERENCE EQUAL ZERO
                       MOVE "M" TO CC-VERDICT
                    ELSE
                       MOVE "U" TO CC-VERDICT
                 END-IF
                 WRITE CASH-CTL-REC
                 CLOSE CASH-CTL-FILE.
      *
      *****************************************************
      *  This paragraph drives the void / stop-payment function
      * over CLMPAY.DAT and the CLMVOID.DAT sidecar, one check
      * per pass of 2510-VOID-ONE-CHECK until the operator
      * answers N. The sidecar is created empty on the very
      * first void ever recorded.
      *
       2500-VOID-CHECKS.
           PERFORM 0050-READ-ACCT-PERIOD.
           PERFORM 1705-OPEN-PAYMENT-FILE.
           PERFORM 2505-OPEN-VOID-FILE.
           OPEN I-O DEDUCT-FILE.
           MOVE WS-DEDUCT-STATUS TO WS-DEDUCT-OPEN-STATUS.
           IF WS-PAYMENT-STATUS NOT EQUAL "00" OR
              WS-VOID-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
              ELSE
              MOVE "Y" TO WS-RESPONCE
              PERFORM 2510-VOID-ONE-CHECK
                             UNTIL NOT WS-RESPONCE-Y.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           CLOSE VOID-FILE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 CLOSE DEDUCT-FILE.
           MOVE "35" TO WS-DEDUCT-OPEN-STATUS.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
       2505-OPEN-VOID-FILE.
           OPEN I-O VOID-FILE.
           IF WS-VOID-STATUS EQUAL "35"
                 OPEN OUTPUT VOID-FILE
                 CLOSE VOID-FILE
                 OPEN I-O VOID-FILE.
      *
      *****************************************************
      *  This paragraph voids or stops one check: the operator
      * keys the claim and payment number, the payment is
      * fetched and shown, and once it proves to be a cut check
      * not already voided the type, reason, note and reissue
      * answer are keyed and the void applied.
      *
       2510-VOID-ONE-CHECK.
           MOVE ZERO TO WS-VD-CLAIM-NUMBER.
           MOVE ZERO TO WS-VD-SEQ.
           MOVE SPACE  TO WS-VD-TYPE.
           MOVE SPACES TO WS-VD-REASON.
           MOVE SPACES TO WS-VD-NOTE.
           MOVE "N"    TO WS-VD-REISSUE.
           DISPLAY BLANK-SCREEN.
           ACCEPT  VOID-PAYMENT-PROMPT.
           MOVE WS-VD-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE WS-VD-SEQ          TO PAY-SEQ.
           READ PAYMENT-FILE RECORD KEY IS PAY-KEY
                INVALID KEY
                      DISPLAY VOID-NO-PAYMENT-MSG
                NOT INVALID KEY
                      PERFORM 2520-CHECK-VOIDABLE
                      IF WS-VOID-OK
                            DISPLAY VOID-ENTRY-SCREEN
                            ACCEPT  VOID-ENTRY-SCREEN
                            PERFORM 2530-REACCEPT-VOID-ENTRY
                                    UNTIL WS-VD-TYPE-VALID AND
                                          WS-VD-REASON-VALID AND
                                          WS-VD-REISSUE-VALID
                            PERFORM 2540-APPLY-VOID
                      END-IF
           END-READ.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT VOID-ANOTHER-PROMPT.
      *
      *****************************************************
      *  This paragraph refuses a payment no check was ever cut
      * for - there is nothing to void, the payment simply has
      * not gone out yet - a check the bank has already paid,
      * a check already on the sidecar, and a payment dated in
      * a closed accounting period, whose amount is locked the
      * same as a payment keyed into one.
      *
       2520-CHECK-VOIDABLE.
           MOVE "Y" TO WS-VOID-OK-FLAG.
           IF PAY-CHECK-NUMBER EQUAL ZERO
                 MOVE "N" TO WS-VOID-OK-FLAG
                 DISPLAY VOID-NOT-CUT-MSG
              ELSE
              IF PAY-CLEAR-DATE NOT EQUAL ZERO
                    MOVE "N" TO WS-VOID-OK-FLAG
                    DISPLAY VOID-CLEARED-MSG
                 ELSE
                    MOVE PAY-KEY TO VD-KEY
                    READ VOID-FILE RECORD KEY IS VD-KEY
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE "N" TO WS-VOID-OK-FLAG
                               DISPLAY VOID-ALREADY-MSG
                    END-READ
                    IF WS-VOID-OK
                          PERFORM 2525-CHECK-VOID-PERIOD
                    END-IF.
      *
       2525-CHECK-VOID-PERIOD.
           MOVE PAY-DATE     TO WS-VD-PAY-DATE.
           MOVE WS-VD-PAY-DD TO WS-DC-DD.
           MOVE WS-VD-PAY-MM TO WS-DC-MM.
           MOVE WS-VD-PAY-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           PERFORM 0055-CHECK-POST-PERIOD.
           IF NOT WS-POST-PERIOD-OPEN
                 MOVE "N" TO WS-VOID-OK-FLAG
                 DISPLAY VOID-PERIOD-MSG.
      *
      *****************************************************
      *  This paragraph redisplays the void screen after an
      * invalid type, reason code or reissue answer.
      *
       2530-REACCEPT-VOID-ENTRY.
           DISPLAY VOID-ENTRY-ERROR.
           DISPLAY VOID-ENTRY-SCREEN.
           ACCEPT  VOID-ENTRY-SCREEN.
      *
      *****************************************************
      *  This paragraph applies the void: the original figures
      * go onto CLMVOID.DAT, the payment's amount and settled
      * flag come off the ledger record, and a replacement is
      * held on the CLMPPND.DAT queue when one was asked for -
      * dated today, carrying the original amount, payee, type
      * and settled flag. The void and any reissue are each
      * audited against the claim. With no replacement the
      * deductible the check absorbed goes back to the policy.
      *
       2540-APPLY-VOID.
           ACCEPT WS-REAL-DATE  FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-REAL-DAY   TO WS-TB-DD.
           MOVE WS-REAL-MONTH TO WS-TB-MM.
           MOVE WS-REAL-YEAR  TO WS-TB-YY.
           MOVE WS-TODAY-BUILD TO WS-TODAY-DDMMYY.
           MOVE SPACES TO IN-VOID-REC.
           MOVE PAY-KEY          TO VD-KEY.
           MOVE PAY-CHECK-NUMBER TO VD-CHECK-NUMBER.
           MOVE PAY-DATE         TO VD-PAY-DATE.
           MOVE PAY-DISB-DATE    TO VD-DISB-DATE.
           MOVE PAY-AMOUNT       TO VD-AMOUNT.
           MOVE PAY-SETTLE-FLAG  TO VD-SETTLE-FLAG.
           MOVE PAY-PAYEE-ID     TO WS-VD-PAYEE-ID.
           MOVE PAY-TYPE         TO WS-VD-PAY-TYPE.
           IF WS-VD-TYPE-STOP
                 MOVE "S" TO VD-TYPE
              ELSE
                 MOVE "V" TO VD-TYPE.
           MOVE WS-VD-REASON     TO VD-REASON.
           MOVE WS-VD-NOTE       TO VD-NOTE.
           MOVE WS-OPERATOR-ID   TO VD-OPERATOR-ID.
           MOVE WS-TODAY-DDMMYY  TO VD-DATE.
           MOVE WS-AUDIT-TIME    TO VD-TIME.
           MOVE 0                TO VD-REISSUE-SEQ.
           MOVE "N"              TO VD-PRINTED-FLAG.
           MOVE 0     TO PAY-AMOUNT.
           MOVE SPACE TO PAY-SETTLE-FLAG.
           REWRITE IN-PAYMENT-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-REWRITE.
           MOVE 0 TO WS-VOID-REISSUE-SEQ.
           IF WS-VD-REISSUE-YES
                 PERFORM 2550-QUEUE-REISSUE.
           IF WS-VOID-REISSUE-SEQ EQUAL ZERO
                 PERFORM 2545-RETURN-DEDUCTIBLE.
           MOVE WS-VOID-REISSUE-SEQ TO VD-REISSUE-SEQ.
           WRITE IN-VOID-REC
                 INVALID KEY DISPLAY ERROR-MESSAGES
           END-WRITE.
           MOVE VD-CLAIM-NUMBER TO WS-AUDIT-CLAIM-NUMBER.
           IF VD-TYPE EQUAL "S"
                 MOVE "STOP" TO WS-AUDIT-ACTION
              ELSE
                 MOVE "VOID" TO WS-AUDIT-ACTION.
           PERFORM 1055-WRITE-AUDIT-REC.
           DISPLAY VOID-SAVED-MSG.
           IF WS-VOID-REISSUE-SEQ NOT EQUAL ZERO
                 MOVE "RISS" TO WS-AUDIT-ACTION
                 PERFORM 1055-WRITE-AUDIT-REC
                 DISPLAY VOID-REISSUED-MSG.
      *
      *****************************************************
      *  This paragraph takes the voided check's CLMDED.DAT
      * record off the file when no replacement was held for
      * it, so the deductible it absorbed counts as unabsorbed
      * again - the next indemnity payment on the claim takes
      * it, and the folder and balance report stop netting it
      * off. A replacement carries the net amount with nothing
      * further deducted, so with one held the record stays.
      *
       2545-RETURN-DEDUCTIBLE.
           IF WS-DEDUCT-OPEN-STATUS EQUAL "00"
                 MOVE VD-KEY TO DD-KEY
                 READ DEDUCT-FILE RECORD KEY IS DD-KEY
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            DELETE DEDUCT-FILE RECORD
                                  INVALID KEY DISPLAY ERROR-MESSAGES
                            END-DELETE
                 END-READ
           END-IF.
      *
      *****************************************************
      *  This paragraph holds the replacement payment on the
      * CLMPPND.DAT queue the way 1740-HOLD-PAYMENT holds an
      * over-authority one, to the same payee and of the same
      * type as the check it replaces. It goes onto the ledger
      * only when a senior operator - never the one who voided
      * the check - releases it through the H function, past
      * the SIU and payee checks there.
      *
       2550-QUEUE-REISSUE.
           OPEN I-O PENDING-PAY-FILE.
           IF WS-PENDING-PAY-STATUS EQUAL "35"
                 OPEN OUTPUT PENDING-PAY-FILE
                 CLOSE PENDING-PAY-FILE
                 OPEN I-O PENDING-PAY-FILE.
           IF WS-PENDING-PAY-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE VD-CLAIM-NUMBER TO WS-PAY-CLAIM-NUMBER
              PERFORM 1745-NEXT-HELD-SEQ
              MOVE WS-REAL-DAY   TO WS-TEMP-DAY
              MOVE WS-REAL-MONTH TO WS-TEMP-MONTH
              MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR
              MOVE VD-CLAIM-NUMBER  TO PPAY-CLAIM-NUMBER
              MOVE WS-PPAY-NEXT-SEQ TO PPAY-SEQ
              MOVE WS-TODAY-DDMMYY  TO PPAY-DATE
              MOVE VD-AMOUNT        TO PPAY-AMOUNT
              MOVE VD-SETTLE-FLAG   TO PPAY-SETTLE-FLAG
              MOVE WS-OPERATOR-ID   TO PPAY-OPERATOR-ID
              MOVE WS-TEMP-DATE     TO PPAY-HELD-DATE
              MOVE WS-AUDIT-TIME    TO PPAY-HELD-TIME
              MOVE VD-AMOUNT        TO PPAY-GROSS-AMOUNT
              MOVE 0                TO PPAY-DEDUCT-AMOUNT
              MOVE WS-VD-PAYEE-ID   TO PPAY-PAYEE-ID
              MOVE WS-VD-PAY-TYPE   TO PPAY-PAY-TYPE
              WRITE IN-PENDING-PAY-REC
                    INVALID KEY DISPLAY ERROR-MESSAGES
                    NOT INVALID KEY
                          MOVE WS-PPAY-NEXT-SEQ
                               TO WS-VOID-REISSUE-SEQ
              END-WRITE
              CLOSE PENDING-PAY-FILE.
      *
      *****************************************************
      *  This paragraph drives litigation maintenance against
      * CLMLIT.DAT, one claim per pass of 2605 until the
      * operator answers N. The file is created empty the first
      * time a suit is ever recorded.
      *
       2600-MAINTAIN-LITIGATION.
           OPEN I-O LITIGATION-FILE.
           IF WS-LITIGATION-STATUS EQUAL "35"
                 OPEN OUTPUT LITIGATION-FILE
                 CLOSE LITIGATION-FILE
                 OPEN I-O LITIGATION-FILE.
           IF WS-LITIGATION-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE "Y" TO WS-RESPONCE
              PERFORM 2605-MAINTAIN-ONE-SUIT
                             UNTIL NOT WS-RESPONCE-Y
              CLOSE LITIGATION-FILE.
      *
      *****************************************************
      *  This paragraph fetches the claim keyed and its suit
      * record, if it has one - a claim not yet in suit starts
      * a new record, open - then takes the suit details and
      * saves them once they pass 2610.
      *
       2605-MAINTAIN-ONE-SUIT.
           MOVE ZERO TO WS-LIT-CLAIM-NUMBER.
           DISPLAY BLANK-SCREEN.
           ACCEPT  LITIGATION-CLAIM-PROMPT.
           MOVE WS-LIT-CLAIM-NUMBER TO ER-CLAIM-NUMBER.
           READ CLIENT-FILE RECORD KEY IS ER-CLAIM-NUMBER
                INVALID KEY
                      DISPLAY LOOKUP-NOT-FOUND
                NOT INVALID KEY
                      MOVE IN-CLIENT-REC TO WS-CLIENT-REC
                      PERFORM 2607-GET-SUIT-RECORD
                      MOVE SPACES TO WS-LIT-MSG
                      DISPLAY LITIGATION-SCREEN
                      ACCEPT  LITIGATION-SCREEN
                      PERFORM 2610-VALIDATE-LITIGATION
                      PERFORM 2615-REACCEPT-LITIGATION
                              UNTIL WS-LIT-ENTRY-OK
                      PERFORM 2620-SAVE-LITIGATION
           END-READ.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT LITIGATION-ANOTHER-PROMPT.
      *
       2607-GET-SUIT-RECORD.
           MOVE "N" TO WS-LIT-FOUND-FLAG.
           MOVE ZERO   TO WS-LT-SUIT-DATE.
           MOVE SPACES TO WS-LT-COURT.
           MOVE SPACES TO WS-LT-DEFENSE-COUNSEL.
           MOVE SPACES TO WS-LT-PLAINTIFF-ATTY.
           MOVE "O"    TO WS-LT-STATUS.
           MOVE ZERO   TO WS-LT-CLOSE-DATE.
           MOVE WS-CLAIM-NUMBER TO LT-CLAIM-NUMBER.
           READ LITIGATION-FILE RECORD KEY IS LT-CLAIM-NUMBER
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-LIT-FOUND-FLAG
                      MOVE LT-SUIT-DATE       TO WS-LT-SUIT-DATE
                      MOVE LT-COURT           TO WS-LT-COURT
                      MOVE LT-DEFENSE-COUNSEL TO WS-LT-DEFENSE-COUNSEL
                      MOVE LT-PLAINTIFF-ATTY  TO WS-LT-PLAINTIFF-ATTY
                      MOVE LT-STATUS          TO WS-LT-STATUS
                      MOVE LT-CLOSE-DATE      TO WS-LT-CLOSE-DATE
           END-READ.
      *
      *****************************************************
      *  This paragraph checks the keyed suit: a real filing
      * date through the shared DatCheck routine, a court, and
      * a status of O or C. A closed suit needs a real closing
      * date; an open one carries none.
      *
       2610-VALIDATE-LITIGATION.
           MOVE "Y" TO WS-LIT-ENTRY-FLAG.
           MOVE SPACES TO WS-LIT-MSG.
           MOVE WS-LT-SUIT-DAY   TO WS-DC-DD.
           MOVE WS-LT-SUIT-MONTH TO WS-DC-MM.
           MOVE WS-LT-SUIT-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           IF WS-DC-FC NOT EQUAL 0 OR
              WS-LT-SUIT-DATE EQUAL ZERO
                 MOVE "N" TO WS-LIT-ENTRY-FLAG
                 MOVE "INVALID SUIT FILING DATE - PLEASE RE-ENTER"
                      TO WS-LIT-MSG
              ELSE
              IF WS-LT-COURT EQUAL SPACES
                    MOVE "N" TO WS-LIT-ENTRY-FLAG
                    MOVE "THE COURT MUST BE GIVEN - PLEASE RE-ENTER"
                         TO WS-LIT-MSG
                 ELSE
              IF NOT WS-LT-STATUS-VALID
                    MOVE "N" TO WS-LIT-ENTRY-FLAG
                    MOVE "SUIT STATUS MUST BE O OR C - PLEASE RE-ENTER"
                         TO WS-LIT-MSG
                 ELSE
              IF WS-LT-CLOSED
                    PERFORM 2612-CHECK-CLOSE-DATE
                 ELSE
                    MOVE ZERO TO WS-LT-CLOSE-DATE.
      *
       2612-CHECK-CLOSE-DATE.
           MOVE WS-LT-CLOSE-DAY   TO WS-DC-DD.
           MOVE WS-LT-CLOSE-MONTH TO WS-DC-MM.
           MOVE WS-LT-CLOSE-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           IF WS-DC-FC NOT EQUAL 0 OR
              WS-LT-CLOSE-DATE EQUAL ZERO
                 MOVE "N" TO WS-LIT-ENTRY-FLAG
                 MOVE "A CLOSED SUIT NEEDS A VALID CLOSING DATE"
                      TO WS-LIT-MSG.
      *
       2615-REACCEPT-LITIGATION.
           DISPLAY LITIGATION-ERROR.
           DISPLAY LITIGATION-SCREEN.
           ACCEPT  LITIGATION-SCREEN.
           PERFORM 2610-VALIDATE-LITIGATION.
      *
      *****************************************************
      *  This paragraph writes a new suit record or rewrites the
      * one already on file, and puts the change on the audit
      * trail against the claim.
      *
       2620-SAVE-LITIGATION.
           MOVE WS-CLAIM-NUMBER       TO LT-CLAIM-NUMBER.
           MOVE WS-LT-SUIT-DATE       TO LT-SUIT-DATE.
           MOVE WS-LT-COURT           TO LT-COURT.
           MOVE WS-LT-DEFENSE-COUNSEL TO LT-DEFENSE-COUNSEL.
           MOVE WS-LT-PLAINTIFF-ATTY  TO LT-PLAINTIFF-ATTY.
           MOVE WS-LT-STATUS          TO LT-STATUS.
           MOVE WS-LT-CLOSE-DATE      TO LT-CLOSE-DATE.
           IF WS-LIT-FOUND
                 REWRITE IN-LITIGATION-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-LITIGATION-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           MOVE WS-CLAIM-NUMBER TO WS-AUDIT-CLAIM-NUMBER.
           MOVE "SUIT" TO WS-AUDIT-ACTION.
           PERFORM 1055-WRITE-AUDIT-REC.
           DISPLAY LITIGATION-SAVED-MSG.
      *
      *****************************************************
      *  This paragraph drives SIU case maintenance against
      * CLMSIU.DAT, one claim per pass of 2705 until the
      * operator answers N. The file is created empty the first
      * time a claim is ever referred. The payout ledger is read
      * only to work out the savings on a denied claim.
      *
       2700-MAINTAIN-SIU-CASES.
           OPEN I-O SIU-FILE.
           IF WS-SIU-STATUS EQUAL "35"
                 OPEN OUTPUT SIU-FILE
                 CLOSE SIU-FILE
                 OPEN I-O SIU-FILE.
           OPEN INPUT PAYMENT-FILE.
           MOVE WS-PAYMENT-STATUS TO WS-PAYMENT-OPEN-STATUS.
           IF WS-SIU-STATUS NOT EQUAL "00"
                 DISPLAY ERROR-MESSAGES
              ELSE
              MOVE "Y" TO WS-RESPONCE
              PERFORM 2705-MAINTAIN-ONE-SIU-CASE
                             UNTIL NOT WS-RESPONCE-Y
              CLOSE SIU-FILE.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           MOVE "35" TO WS-PAYMENT-OPEN-STATUS.
      *
      *****************************************************
      *  This paragraph fetches the claim keyed and its SIU case,
      * if it has one - a claim not yet referred starts a new
      * case, open, referred today by hand - then takes the case
      * details and saves them once they pass 2710.
      *
       2705-MAINTAIN-ONE-SIU-CASE.
           MOVE ZERO TO WS-SIU-CLAIM-NUMBER.
           DISPLAY BLANK-SCREEN.
           ACCEPT  SIU-CLAIM-PROMPT.
           MOVE WS-SIU-CLAIM-NUMBER TO ER-CLAIM-NUMBER.
           READ CLIENT-FILE RECORD KEY IS ER-CLAIM-NUMBER
                INVALID KEY
                      DISPLAY LOOKUP-NOT-FOUND
                NOT INVALID KEY
                      MOVE IN-CLIENT-REC TO WS-CLIENT-REC
                      PERFORM 2707-GET-SIU-RECORD
                      MOVE SPACES TO WS-SIU-MSG
                      DISPLAY SIU-SCREEN
                      ACCEPT  SIU-SCREEN
                      PERFORM 2710-VALIDATE-SIU-CASE
                      PERFORM 2715-REACCEPT-SIU-CASE
                              UNTIL WS-SIU-ENTRY-OK
                      PERFORM 2720-SAVE-SIU-CASE
           END-READ.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT SIU-ANOTHER-PROMPT.
      *
       2707-GET-SIU-RECORD.
           MOVE "N" TO WS-SIU-FOUND-FLAG.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-SIU-TODAY-DAY.
           MOVE WS-REAL-MONTH TO WS-SIU-TODAY-MONTH.
           MOVE WS-REAL-YEAR  TO WS-SIU-TODAY-YEAR.
           MOVE "MANUAL "      TO WS-SI-REASON.
           MOVE SPACES         TO WS-SI-INVESTIGATOR.
           MOVE WS-SIU-TODAY   TO WS-SI-REFERRAL-DATE.
           MOVE "O"            TO WS-SI-STATUS.
           MOVE SPACE          TO WS-SI-OUTCOME.
           MOVE ZERO           TO WS-SI-CLOSE-DATE.
           MOVE ZERO           TO WS-SI-SAVINGS.
           MOVE WS-OPERATOR-ID TO WS-SI-OPENED-BY.
           MOVE SPACES         TO WS-SI-NOTE.
           MOVE WS-CLAIM-NUMBER TO SIU-CLAIM-NUMBER.
           READ SIU-FILE RECORD KEY IS SIU-CLAIM-NUMBER
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "Y" TO WS-SIU-FOUND-FLAG
                      MOVE SIU-REASON        TO WS-SI-REASON
                      MOVE SIU-INVESTIGATOR  TO WS-SI-INVESTIGATOR
                      MOVE SIU-REFERRAL-DATE TO WS-SI-REFERRAL-DATE
                      MOVE SIU-STATUS        TO WS-SI-STATUS
                      MOVE SIU-OUTCOME       TO WS-SI-OUTCOME
                      MOVE SIU-CLOSE-DATE    TO WS-SI-CLOSE-DATE
                      MOVE SIU-SAVINGS       TO WS-SI-SAVINGS
                      MOVE SIU-OPENED-BY     TO WS-SI-OPENED-BY
                      MOVE SIU-NOTE          TO WS-SI-NOTE
           END-READ.
      *
      *****************************************************
      *  This paragraph checks the keyed case: a referral reason
      * off the CLMSCRN list or MANUAL, an investigator, a real
      * referral date through the shared DatCheck routine, and a
      * status of O or C. A closed case needs an outcome and a
      * real closing date no earlier than the referral; an open
      * one carries neither, nor any savings.
      *
       2710-VALIDATE-SIU-CASE.
           MOVE "Y" TO WS-SIU-ENTRY-FLAG.
           MOVE SPACES TO WS-SIU-MSG.
           MOVE WS-SI-REF-DAY   TO WS-DC-DD.
           MOVE WS-SI-REF-MONTH TO WS-DC-MM.
           MOVE WS-SI-REF-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           COMPUTE WS-SIU-REF-COMPARE = WS-CY-YYYY * 10000
                   + WS-SI-REF-MONTH * 100 + WS-SI-REF-DAY.
           IF NOT WS-SI-REASON-VALID
                 MOVE "N" TO WS-SIU-ENTRY-FLAG
                 MOVE "REASON MUST BE A CLMSCRN CODE OR MANUAL"
                      TO WS-SIU-MSG
              ELSE
              IF WS-SI-INVESTIGATOR EQUAL SPACES
                    MOVE "N" TO WS-SIU-ENTRY-FLAG
                    MOVE "THE INVESTIGATOR MUST BE GIVEN - RE-ENTER"
                         TO WS-SIU-MSG
                 ELSE
              IF WS-DC-FC NOT EQUAL 0 OR
                 WS-SI-REFERRAL-DATE EQUAL ZERO
                    MOVE "N" TO WS-SIU-ENTRY-FLAG
                    MOVE "INVALID REFERRAL DATE - PLEASE RE-ENTER"
                         TO WS-SIU-MSG
                 ELSE
              IF NOT WS-SI-STATUS-VALID
                    MOVE "N" TO WS-SIU-ENTRY-FLAG
                    MOVE "CASE STATUS MUST BE O OR C - PLEASE RE-ENTER"
                         TO WS-SIU-MSG
                 ELSE
              IF WS-SI-CLOSED
                    PERFORM 2712-CHECK-SIU-CLOSE
                 ELSE
                    MOVE SPACE TO WS-SI-OUTCOME
                    MOVE ZERO  TO WS-SI-CLOSE-DATE
                    MOVE ZERO  TO WS-SI-SAVINGS.
      *
       2712-CHECK-SIU-CLOSE.
           MOVE WS-SI-CLOSE-DAY   TO WS-DC-DD.
           MOVE WS-SI-CLOSE-MONTH TO WS-DC-MM.
           MOVE WS-SI-CLOSE-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DC-YYYY.
           CALL "DatCheck" USING WS-DATCHECK-PAR.
           COMPUTE WS-SIU-CLOSE-COMPARE = WS-CY-YYYY * 10000
                   + WS-SI-CLOSE-MONTH * 100 + WS-SI-CLOSE-DAY.
           IF NOT WS-SI-OUTCOME-VALID
                 MOVE "N" TO WS-SIU-ENTRY-FLAG
                 MOVE "OUTCOME MUST BE C, D OR P - PLEASE RE-ENTER"
                      TO WS-SIU-MSG
              ELSE
              IF WS-DC-FC NOT EQUAL 0 OR
                 WS-SI-CLOSE-DATE EQUAL ZERO
                    MOVE "N" TO WS-SIU-ENTRY-FLAG
                    MOVE "A CLOSED CASE NEEDS A VALID CLOSING DATE"
                         TO WS-SIU-MSG
                 ELSE
              IF WS-SIU-CLOSE-COMPARE LESS WS-SIU-REF-COMPARE
                    MOVE "N" TO WS-SIU-ENTRY-FLAG
                    MOVE "CASE CANNOT CLOSE BEFORE IT WAS REFERRED"
                         TO WS-SIU-MSG
                 ELSE
              IF NOT WS-SI-OUTCOME-SAVED
                    MOVE ZERO TO WS-SI-SAVINGS
                 ELSE
              IF WS-SI-SAVINGS EQUAL ZERO
                    PERFORM 2713-DEFAULT-SIU-SAVINGS.
      *
      *****************************************************
      *  A denied or prosecuted claim saves what was claimed and
      * not yet paid out on indemnity, unless the investigator
      * keyed a figure of their own.
      *
       2713-DEFAULT-SIU-SAVINGS.
           MOVE 0 TO WS-IND-PAID-TO-DATE.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 PERFORM 1815-SUM-CLAIM-PAYMENTS.
           IF WS-AMOUNT-CLAIMED GREATER WS-IND-PAID-TO-DATE
                 COMPUTE WS-SI-SAVINGS =
                         WS-AMOUNT-CLAIMED - WS-IND-PAID-TO-DATE.
      *
       2715-REACCEPT-SIU-CASE.
           DISPLAY SIU-ERROR.
           DISPLAY SIU-SCREEN.
           ACCEPT  SIU-SCREEN.
           PERFORM 2710-VALIDATE-SIU-CASE.
      *
      *****************************************************
      *  This paragraph writes a new case or rewrites the one
      * already on file, and puts the change on the audit trail
      * against the claim.
      *
       2720-SAVE-SIU-CASE.
           MOVE WS-CLAIM-NUMBER     TO SIU-CLAIM-NUMBER.
           MOVE WS-SI-REASON        TO SIU-REASON.
           MOVE WS-SI-INVESTIGATOR  TO SIU-INVESTIGATOR.
           MOVE WS-SI-REFERRAL-DATE TO SIU-REFERRAL-DATE.
           MOVE WS-SI-STATUS        TO SIU-STATUS.
           MOVE WS-SI-OUTCOME       TO SIU-OUTCOME.
           MOVE WS-SI-CLOSE-DATE    TO SIU-CLOSE-DATE.
           MOVE WS-SI-SAVINGS       TO SIU-SAVINGS.
           MOVE WS-SI-OPENED-BY     TO SIU-OPENED-BY.
           MOVE WS-SI-NOTE          TO SIU-NOTE.
           IF WS-SIU-FOUND
                 REWRITE IN-SIU-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-SIU-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           MOVE WS-CLAIM-NUMBER TO WS-AUDIT-CLAIM-NUMBER.
           MOVE "SIU " TO WS-AUDIT-ACTION.
           PERFORM 1055-WRITE-AUDIT-REC.
           DISPLAY SIU-SAVED-MSG.
      *
      *****************************************************
      *  This paragraph finds a caller's claims from the policy
      * number, or from the first part of the insured's name when
      * the caller has no policy number to hand: the name is
      * matched across POLICY.DAT and each matching policy's
      * claims read off the CLIENT.DAT policy key. The claims
      * found are listed one screen at a time to pick from, each
      * pick opening the claim folder, until the operator keys 0.
      *
       2800-CLAIMS-BY-POLICY.
           MOVE ZERO TO WS-PLK-POLICY-NUMBER.
           MOVE SPACES TO WS-PLK-NAME.
           MOVE 0 TO WS-PLK-USED.
           MOVE "N" TO WS-PLK-MORE-FLAG.
           DISPLAY BLANK-SCREEN.
           DISPLAY POLICY-LOOKUP-PROMPT.
           ACCEPT  POLICY-LOOKUP-PROMPT.
           OPEN INPUT POLICY-FILE.
           MOVE WS-POLICY-STATUS TO WS-PLK-POLICY-OPEN-STATUS.
           IF WS-PLK-POLICY-NUMBER NOT EQUAL ZERO
                 MOVE SPACES TO WS-PLK-INSURED-NAME
                 IF WS-PLK-POLICY-OPEN-STATUS EQUAL "00"
                       MOVE WS-PLK-POLICY-NUMBER TO PM-POLICY-NUMBER
                       READ POLICY-FILE RECORD
                            KEY IS PM-POLICY-NUMBER
                            INVALID KEY
                                  CONTINUE
                            NOT INVALID KEY
                                  MOVE PM-INSURED-NAME
                                       TO WS-PLK-INSURED-NAME
                       END-READ
                 END-IF
                 PERFORM 2810-GATHER-POLICY-CLAIMS
              ELSE
                 IF WS-PLK-NAME NOT EQUAL SPACES AND
                    WS-PLK-POLICY-OPEN-STATUS EQUAL "00"
                       PERFORM 2820-SEARCH-INSURED-NAME.
           IF WS-PLK-POLICY-OPEN-STATUS EQUAL "00"
                 CLOSE POLICY-FILE.
           MOVE "35" TO WS-PLK-POLICY-OPEN-STATUS.
           IF WS-PLK-USED EQUAL 0
                 DISPLAY POLICY-LOOKUP-NONE
                 DISPLAY NEW-PAGE
                 ACCEPT ANY-KEY
              ELSE
                 MOVE 99 TO WS-PLK-PICK
                 PERFORM 2830-PICK-ONE-CLAIM
                         UNTIL WS-PLK-PICK EQUAL 0.
      *
      *****************************************************
      *  These paragraphs gather the claims against the policy in
      * WS-PLK-POLICY-NUMBER, read in claim order off the policy
      * key, into the pick table - one screen's worth at most.
      *
       2810-GATHER-POLICY-CLAIMS.
           MOVE " " TO WS-PLK-CLAIM-END-FLAG.
           MOVE WS-PLK-POLICY-NUMBER TO ER-POLICY-NUMBER.
           START CLIENT-FILE KEY IS EQUAL TO ER-POLICY-NUMBER
                 INVALID KEY MOVE "S" TO WS-PLK-CLAIM-END-FLAG
           END-START.
           PERFORM 2815-GATHER-ONE-CLAIM
                   UNTIL WS-PLK-CLAIM-END-FLAG = "S".
      *
       2815-GATHER-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PLK-CLAIM-END-FLAG.
           IF WS-PLK-CLAIM-END-FLAG NOT EQUAL "S"
                 IF ER-POLICY-NUMBER NOT EQUAL WS-PLK-POLICY-NUMBER
                       MOVE "S" TO WS-PLK-CLAIM-END-FLAG
                    ELSE
                       IF WS-PLK-USED LESS 15
                             ADD 1 TO WS-PLK-USED
                             MOVE WS-PLK-USED TO WS-PLK-SUB
                             MOVE ER-CLAIM-NUMBER
                                  TO WS-PLK-CLAIM-TBL (WS-PLK-SUB)
                             MOVE ER-POLICY-NUMBER
                                  TO WS-PLK-POLICY-TBL (WS-PLK-SUB)
                             MOVE WS-PLK-INSURED-NAME
                                  TO WS-PLK-NAME-TBL (WS-PLK-SUB)
                             MOVE ER-STATUS
                                  TO WS-PLK-STATUS-TBL (WS-PLK-SUB)
                             MOVE ER-DATE-OF-LOSS
                                  TO WS-PLK-LOSS-TBL (WS-PLK-SUB)
                             MOVE ER-AMOUNT-CLAIMED
                                  TO WS-PLK-AMOUNT-TBL (WS-PLK-SUB)
                          ELSE
                             MOVE "Y" TO WS-PLK-MORE-FLAG
                             MOVE "S" TO WS-PLK-CLAIM-END-FLAG
                       END-IF
                 END-IF
           END-IF.
      *
      *****************************************************
      *  These paragraphs search POLICY.DAT front to back for
      * insured names starting with the letters keyed, gathering
      * each matching policy's claims, until the file ends or the
      * pick table is full. Trailing spaces in the name keyed
      * are not part of the match.
      *
       2820-SEARCH-INSURED-NAME.
           MOVE 20 TO WS-PLK-NAME-LEN.
           PERFORM 2822-SHORTEN-NAME-LEN
                   UNTIL WS-PLK-NAME-LEN EQUAL 1 OR
                   WS-PLK-NAME (WS-PLK-NAME-LEN:1) NOT EQUAL SPACE.
           MOVE " " TO WS-PLK-POLICY-END-FLAG.
           MOVE ZERO TO PM-POLICY-NUMBER.
           START POLICY-FILE KEY IS NOT LESS THAN PM-POLICY-NUMBER
                 INVALID KEY MOVE "S" TO WS-PLK-POLICY-END-FLAG
           END-START.
           PERFORM 2825-CHECK-ONE-POLICY
                   UNTIL WS-PLK-POLICY-END-FLAG = "S" OR WS-PLK-MORE.
      *
       2822-SHORTEN-NAME-LEN.
           SUBTRACT 1 FROM WS-PLK-NAME-LEN.
      *
       2825-CHECK-ONE-POLICY.
           READ POLICY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PLK-POLICY-END-FLAG.
           IF WS-PLK-POLICY-END-FLAG NOT EQUAL "S"
                 IF PM-INSURED-NAME (1:WS-PLK-NAME-LEN) EQUAL
                    WS-PLK-NAME (1:WS-PLK-NAME-LEN)
                       MOVE PM-POLICY-NUMBER TO WS-PLK-POLICY-NUMBER
                       MOVE PM-INSURED-NAME TO WS-PLK-INSURED-NAME
                       PERFORM 2810-GATHER-POLICY-CLAIMS
                 END-IF
           END-IF.
      *
      *****************************************************
      *  This paragraph lists the claims gathered, takes the line
      * picked and opens that claim's folder. Key 0 to return to
      * the menu; a line not on the list just redisplays it.
      *
       2830-PICK-ONE-CLAIM.
           DISPLAY BLANK-SCREEN.
           DISPLAY (3, 5) "CLAIMS BY POLICY OR INSURED NAME".
           DISPLAY (5, 5) WS-PLK-HEADING.
           PERFORM 2835-SHOW-PICK-LINE
                   VARYING WS-PLK-SUB FROM 1 BY 1
                   UNTIL WS-PLK-SUB GREATER WS-PLK-USED.
           IF WS-PLK-MORE
                 DISPLAY (22, 5)
                    "MORE CLAIMS MATCH - ONLY THE FIRST 15 LISTED".
           MOVE 0 TO WS-PLK-PICK.
           ACCEPT POLICY-PICK-PROMPT.
           IF WS-PLK-PICK GREATER 0 AND
              WS-PLK-PICK NOT GREATER WS-PLK-USED
                 MOVE WS-PLK-CLAIM-TBL (WS-PLK-PICK)
                      TO ER-CLAIM-NUMBER
                 READ CLIENT-FILE RECORD KEY IS ER-CLAIM-NUMBER
                      INVALID KEY
                            DISPLAY BLANK-SCREEN
                            DISPLAY LOOKUP-NOT-FOUND
                            DISPLAY NEW-PAGE
                            ACCEPT ANY-KEY
                      NOT INVALID KEY
                            PERFORM 2202-SHOW-CLAIM-FOLDER
                 END-READ
           END-IF.
      *
       2835-SHOW-PICK-LINE.
           MOVE WS-PLK-SUB TO PKL-LINE-NO.
           MOVE WS-PLK-CLAIM-TBL (WS-PLK-SUB)  TO PKL-CLAIM-NUMBER.
           MOVE WS-PLK-POLICY-TBL (WS-PLK-SUB) TO PKL-POLICY-NUMBER.
           MOVE WS-PLK-NAME-TBL (WS-PLK-SUB)   TO PKL-INSURED-NAME.
           MOVE WS-PLK-STATUS-TBL (WS-PLK-SUB) TO PKL-STATUS.
           MOVE WS-PLK-LOSS-TBL (WS-PLK-SUB)   TO PKL-DATE-OF-LOSS.
           MOVE WS-PLK-AMOUNT-TBL (WS-PLK-SUB) TO PKL-AMOUNT.
           COMPUTE LIN = WS-PLK-SUB + 5.
           DISPLAY (LIN, 5) WS-PLK-LINE.
