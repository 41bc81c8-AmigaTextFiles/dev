       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LRGLOSS.
      *PROGRAM DISCRIPTION.
      *
      *  Large-loss notification batch, run daily. Every claim on
      * CLIENT.DAT has its incurred worked out the way CESSREG
      * does - payments off CLMPAY.DAT plus the CLMRSV.DAT case
      * reserve - less the recoveries off CLMRCV.DAT, never below
      * nothing. A claim rates a large-loss notice when:
      *
      *    FRST - it has had no notice and its incurred has
      *           reached the BUSPARM.DAT LARGE-LOSS-AMT,
      *    JUMP - its incurred has grown by more than the
      *           LARGE-LOSS-PCT percentage since its last notice,
      *    RETN - its last notice went out below the REINSUR.DAT
      *           retention and it has since gone through it, so
      *           the reinsurer hears of it.
      *
      *  Each notice prints on LRGLOSS.PRT with the claim, the
      * policy and insured off POLICY.DAT, the adjuster off
      * ADJMAST.DAT, the catastrophe event off CLMCAT.DAT and
      * CATEVENT.DAT, every payment and recovery, the reserve
      * history off CLMRSVJ.DAT and the previous notice. Where
      * the incurred is over the treaty retention a copy for the
      * reinsurer prints on LRGLRE.PRT with the excess and the
      * share ceded at the treaty cession percentage.
      *
      *  The notice register LRGLREG.DAT, keyed by claim and
      * notice number, remembers every notice with the incurred
      * it was sent at, so the same claim is never reported
      * twice at the same level. Each notice goes on it awaiting
      * sign-off; LRGLSIGN is where the claims manager records
      * the acknowledgement. Run totals close LRGLOSS.PRT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT REINSURER-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REINSURER-STATUS.
      *
           SELECT CLIENT-FILE ASSIGN TO DISK
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
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-NUMBER
           FILE STATUS IS WS-POLICY-STATUS.
      *
           SELECT ADJUSTER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ADJUSTER-ID
           FILE STATUS IS WS-ADJUSTER-STATUS.
      *
           SELECT CAT-LINK-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CLAIM-NUMBER
           FILE STATUS IS WS-CAT-LINK-STATUS.
      *
           SELECT CAT-EVENT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAT-EVENT-STATUS.
      *
           SELECT PAYMENT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS WS-PAYMENT-STATUS.
      *
           SELECT RECOVERY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RECOVERY-STATUS.
      *
           SELECT RESERVE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CLAIM-NUMBER
           FILE STATUS IS WS-RESERVE-STATUS.
      *
           SELECT RESERVE-JRNL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSVJ-STATUS.
      *
           SELECT NOTICE-REGISTER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.
      *
           SELECT NOTICE-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
           SELECT REINSURER-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RE-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD REINSURER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "REINSUR.DAT".
       01  IN-REINSURER-REC.
           03  RE-TREATY-NAME         PIC X(20).
           03  FILLER                 PIC X.
           03  RE-RETENTION           PIC 9(7).
           03  FILLER                 PIC X.
           03  RE-CESSION-PCT         PIC 9(3).
      *
       FD CLIENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLIENT.DAT".
       01  IN-CLIENT-REC.
           03  CL-CLAIM-NUMBER          PIC 999V9(4).
           03  CL-CLASS-CODE            PIC 9(6).
           03  CL-REGION                PIC X(4).
           03  CL-PREV-CLAIMS           PIC 99.
           03  CL-PREV-CLAIMS-TOTAL     PIC 9(9).
           03  CL-AMOUNT-CLAIMED        PIC 9(7).
           03  CL-PREMIUM               PIC 9(7).
           03  CL-DATE-OF-LOSS          PIC 9(6).
           03  CL-DATE-REPORTED         PIC 9(6).
           03  CL-STATUS                PIC X.
           03  CL-POLICY-NUMBER         PIC 9(6).
           03  CL-ADJUSTER-ID           PIC X(6).
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
       FD ADJUSTER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJMAST.DAT".
       01  IN-ADJUSTER-REC.
           03  AM-ADJUSTER-ID         PIC X(6).
           03  AM-NAME                PIC X(20).
           03  AM-REGION              PIC X(4).
           03  AM-SPECIALTY-1         PIC 9(6).
           03  AM-SPECIALTY-2         PIC 9(6).
           03  AM-SPECIALTY-3         PIC 9(6).
           03  AM-OPEN-CAP            PIC 9(3).
      *
       FD CAT-LINK-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMCAT.DAT".
       01  IN-CAT-LINK-REC.
           03  CT-CLAIM-NUMBER        PIC 999V9(4).
           03  CT-EVENT-CODE          PIC X(4).
      *
       FD CAT-EVENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CATEVENT.DAT".
       01  IN-CAT-EVENT-REC.
           03  CE-CODE                PIC X(4).
           03  FILLER                 PIC X.
           03  CE-NAME                PIC X(20).
           03  FILLER                 PIC X.
           03  CE-DATE-FROM           PIC 9(6).
           03  FILLER                 PIC X.
           03  CE-DATE-TO             PIC 9(6).
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
       FD RESERVE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRSV.DAT".
       01  IN-RESERVE-REC.
           03  RSV-CLAIM-NUMBER         PIC 999V9(4).
           03  RSV-AMOUNT               PIC 9(7).
      *
       FD RESERVE-JRNL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRSVJ.DAT".
       01  RESERVE-JRNL-REC.
           03  RVJ-CLAIM-NUMBER       PIC 999V9(4).
           03  FILLER                 PIC X.
           03  RVJ-OPERATOR-ID        PIC X(6).
           03  FILLER                 PIC X.
           03  RVJ-DATE               PIC X(8).
           03  FILLER                 PIC X.
           03  RVJ-TIME               PIC 9(8).
           03  FILLER                 PIC X.
           03  RVJ-OLD-AMOUNT         PIC 9(7).
           03  FILLER                 PIC X.
           03  RVJ-NEW-AMOUNT         PIC 9(7).
      *
      *  One record per notice sent. The sign-off fields stay
      * blank, status P, until LRGLSIGN records the claims
      * manager's acknowledgement, status A.
      *
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
       FD NOTICE-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "LRGLOSS.PRT".
       01  OUT-NOTICE-REC.
           03  FILLER                 PIC A(100).
      *
       FD REINSURER-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "LRGLRE.PRT".
       01  OUT-REINSURER-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-REINSURER-STATUS    PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-ADJUSTER-STATUS     PIC XX VALUE "00".
       01 WS-CAT-LINK-STATUS     PIC XX VALUE "00".
       01 WS-CAT-EVENT-STATUS    PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS     PIC XX VALUE "00".
       01 WS-RESERVE-STATUS      PIC XX VALUE "00".
       01 WS-RSVJ-STATUS         PIC XX VALUE "00".
       01 WS-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-RE-PRINT-STATUS     PIC XX VALUE "00".
      *
      *  The look-up files are not needed for the run to go on;
      * each one's status at OPEN says whether it may be read
      * and must be closed.
      *
       01 WS-OPEN-STATUSES.
           03 WS-POLICY-OPEN-STATUS    PIC XX VALUE "35".
           03 WS-ADJUSTER-OPEN-STATUS  PIC XX VALUE "35".
           03 WS-CAT-LINK-OPEN-STATUS  PIC XX VALUE "35".
           03 WS-PAYMENT-OPEN-STATUS   PIC XX VALUE "35".
           03 WS-RECOVERY-OPEN-STATUS  PIC XX VALUE "35".
           03 WS-RESERVE-OPEN-STATUS   PIC XX VALUE "35".
      *
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-RCV-END-FLAG        PIC X  VALUE " ".
       01 WS-REG-END-FLAG        PIC X  VALUE " ".
       01 WS-READ-END-FLAG       PIC X  VALUE " ".
       01 WS-TREATY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-TREATY-FOUND        VALUE "Y".
       01 WS-NOTICE-DUE-FLAG     PIC X  VALUE "N".
           88 WS-NOTICE-DUE          VALUE "Y".
       01 WS-COPY-DUE-FLAG       PIC X  VALUE "N".
           88 WS-COPY-DUE            VALUE "Y".
       01 WS-REGISTER-OK-FLAG    PIC X  VALUE "N".
           88 WS-REGISTER-OK         VALUE "Y".
       01 WS-COUNTERS.
           03 WS-CLAIMS-READ     PIC 9(5) VALUE 0.
           03 WS-FIRST-NOTICES   PIC 9(5) VALUE 0.
           03 WS-JUMP-NOTICES    PIC 9(5) VALUE 0.
           03 WS-RETN-NOTICES    PIC 9(5) VALUE 0.
           03 WS-RE-COPIES       PIC 9(5) VALUE 0.
           03 WS-REGISTER-FULL   PIC 9(5) VALUE 0.
           03 WS-REGISTER-FAILED PIC 9(5) VALUE 0.
           03 WS-NOTICES-SENT    PIC 9(5) VALUE 0.
      *
      *  Business parameters off BUSPARM.DAT: the incurred at
      * which a claim first counts as a large loss, and the
      * growth in percent since the last notice that rates a
      * fresh one.
      *
       01 WS-LARGE-LOSS-AMT      PIC 9(9) VALUE 100000.
       01 WS-LARGE-LOSS-PCT      PIC 9(3) VALUE 25.
      *
      *  Treaty terms off REINSUR.DAT.
      *
       01 WS-TREATY-NAME         PIC X(20) VALUE SPACES.
       01 WS-RETENTION           PIC 9(7) VALUE 0.
       01 WS-CESSION-PCT         PIC 9(3) VALUE 0.
      *
      *  The claim's money and its incurred, never below zero.
      *
       01 WS-PAID-TO-DATE        PIC 9(9) VALUE 0.
       01 WS-RESERVE-AMOUNT      PIC 9(7) VALUE 0.
       01 WS-RECOVERED           PIC 9(9) VALUE 0.
       01 WS-INCURRED-WORK       PIC S9(9) VALUE 0.
       01 WS-INCURRED            PIC 9(9) VALUE 0.
       01 WS-JUMP-LEVEL          PIC 9(11) VALUE 0.
       01 WS-EXCESS              PIC 9(9) VALUE 0.
       01 WS-CEDED               PIC 9(9) VALUE 0.
      *
      *  The claim's last notice off the register, if any.
      *
       01 WS-LAST-SEQ            PIC 99 VALUE 0.
       01 WS-LAST-DATE           PIC X(8) VALUE SPACES.
       01 WS-LAST-REASON         PIC X(4) VALUE SPACES.
       01 WS-LAST-INCURRED       PIC 9(9) VALUE 0.
       01 WS-LAST-RE-FLAG        PIC X VALUE "N".
       01 WS-NOTICE-REASON       PIC X(4) VALUE SPACES.
      *
       01 WS-INSURED-NAME        PIC X(20) VALUE SPACES.
       01 WS-COVERAGE-LIMIT      PIC 9(7) VALUE 0.
       01 WS-DEDUCTIBLE          PIC 9(7) VALUE 0.
       01 WS-ADJUSTER-NAME       PIC X(20) VALUE SPACES.
       01 WS-EVENT-CODE          PIC X(4) VALUE SPACES.
       01 WS-EVENT-NAME          PIC X(20) VALUE SPACES.
       01 WS-HISTORY-COUNT       PIC 9(5) VALUE 0.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "LRGLOSS".
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
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "LRGLOSS   ".
           03 WS-TITLE-TEXT      PIC X(31).
           03 WS-TITLE-DATE      PIC X(8).
       01 LLN-NOTICE-LINE.
           03 FILLER             PIC X(7)   VALUE "NOTICE ".
           03 LLN-SEQ            PIC Z9.
           03 FILLER             PIC X(3)   VALUE " - ".
           03 LLN-REASON-TEXT    PIC X(50).
       01 LLN-CLAIM-LINE.
           03 FILLER             PIC X(6)   VALUE "CLAIM ".
           03 LLN-CLAIM-NUMBER   PIC ZZ9,9999.
           03 FILLER             PIC X(9)   VALUE "  STATUS ".
           03 LLN-STATUS         PIC X.
           03 FILLER             PIC X(12)  VALUE "  LOSS DATE ".
           03 LLN-LOSS-DATE      PIC 99/99/99.
           03 FILLER             PIC X(11)  VALUE "  REPORTED ".
           03 LLN-REPORTED-DATE  PIC 99/99/99.
           03 FILLER             PIC X(9)   VALUE "  REGION ".
           03 LLN-REGION         PIC X(4).
       01 LLN-POLICY-LINE.
           03 FILLER             PIC X(7)   VALUE "POLICY ".
           03 LLN-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(10)  VALUE "  INSURED ".
           03 LLN-INSURED-NAME   PIC X(20).
           03 FILLER             PIC X(8)   VALUE "  LIMIT ".
           03 LLN-LIMIT          PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X(13)  VALUE "  DEDUCTIBLE ".
           03 LLN-DEDUCTIBLE     PIC Z.ZZZ.ZZ9.
       01 LLN-ADJUSTER-LINE.
           03 FILLER             PIC X(9)   VALUE "ADJUSTER ".
           03 LLN-ADJUSTER-ID    PIC X(6).
           03 FILLER             PIC X      VALUE SPACE.
           03 LLN-ADJUSTER-NAME  PIC X(20).
       01 LLN-EVENT-LINE.
           03 FILLER             PIC X(18)  VALUE
                                 "CATASTROPHE EVENT ".
           03 LLN-EVENT-CODE     PIC X(4).
           03 FILLER             PIC X      VALUE SPACE.
           03 LLN-EVENT-NAME     PIC X(20).
       01 LLN-MONEY-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 LLN-MONEY-LABEL    PIC X(30).
           03 LLN-MONEY-AMOUNT   PIC ZZZ.ZZZ.ZZ9.
       01 LLN-PREVIOUS-LINE.
           03 FILLER             PIC X(16)  VALUE "PREVIOUS NOTICE ".
           03 LLN-PREV-SEQ       PIC Z9.
           03 FILLER             PIC X      VALUE SPACE.
           03 LLN-PREV-REASON    PIC X(4).
           03 FILLER             PIC X(4)   VALUE " ON ".
           03 LLN-PREV-DATE      PIC X(8).
           03 FILLER             PIC X(13)  VALUE " AT INCURRED ".
           03 LLN-PREV-INCURRED  PIC ZZZ.ZZZ.ZZ9.
       01 LLN-HEADING-LINE.
           03 LLN-HEADING        PIC X(60).
       01 LLN-PAY-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "PAYMENT ".
           03 LLN-PAY-SEQ        PIC 999.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LLN-PAY-DATE       PIC 99/99/99.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LLN-PAY-AMOUNT     PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X(7)   VALUE "  TYPE ".
           03 LLN-PAY-TYPE       PIC X.
           03 FILLER             PIC X(8)   VALUE "  CHECK ".
           03 LLN-PAY-CHECK      PIC 9(6).
       01 LLN-RCV-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 FILLER             PIC X(9)   VALUE "RECOVERY ".
           03 LLN-RCV-SEQ        PIC 999.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LLN-RCV-DATE       PIC 99/99/99.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LLN-RCV-AMOUNT     PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X(9)   VALUE "  SOURCE ".
           03 LLN-RCV-SOURCE     PIC X.
       01 LLN-RSV-LINE.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 LLN-RSV-DATE       PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LLN-RSV-OPERATOR   PIC X(6).
           03 FILLER             PIC X(7)   VALUE "  FROM ".
           03 LLN-RSV-OLD        PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X(4)   VALUE " TO ".
           03 LLN-RSV-NEW        PIC Z.ZZZ.ZZ9.
       01 LLN-SIGN-LINE.
           03 FILLER             PIC X(31)  VALUE
                                 "ACKNOWLEDGED BY CLAIMS MANAGER ".
           03 FILLER             PIC X(20)  VALUE ALL "_".
           03 FILLER             PIC X(8)   VALUE "  DATE  ".
           03 FILLER             PIC X(10)  VALUE ALL "_".
       01 LRE-TREATY-LINE.
           03 FILLER             PIC X(7)   VALUE "TREATY ".
           03 LRE-TREATY-NAME    PIC X(20).
           03 FILLER             PIC X(12)  VALUE "  RETENTION ".
           03 LRE-RETENTION      PIC Z.ZZZ.ZZ9.
           03 FILLER             PIC X(11)  VALUE "  CESSION  ".
           03 LRE-CESSION-PCT    PIC ZZ9.
           03 FILLER             PIC X      VALUE "%".
       01 LLT-TOTAL-LINE.
           03 LLT-LABEL          PIC X(30).
           03 LLT-COUNT          PIC ZZZZ9.
       01 LTR-SEPARATOR.
           03 FILLER    PIC X(72) VALUE ALL "-".
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to read the thresholds and the treaty terms,
      * open the claim master, the notice register and the two
      * print files with whichever look-up files are there,
      * drive the notice pass until end of the claim master,
      * print the totals and log start/end through the shared
      * RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0100-SET-DATES.
           PERFORM 0150-LOAD-TREATY-TERMS.
           OPEN INPUT  CLIENT-FILE.
           OPEN OUTPUT NOTICE-PRINT.
           OPEN OUTPUT REINSURER-PRINT.
           OPEN I-O    NOTICE-REGISTER-FILE.
           IF WS-REGISTER-STATUS EQUAL "35"
                 OPEN OUTPUT NOTICE-REGISTER-FILE
                 CLOSE NOTICE-REGISTER-FILE
                 OPEN I-O NOTICE-REGISTER-FILE.
                IF WS-CLIENT-STATUS   = "00" AND
                   WS-PRINT-STATUS    = "00" AND
                   WS-RE-PRINT-STATUS = "00" AND
                   WS-REGISTER-STATUS = "00"
                      PERFORM 0200-OPEN-LOOKUP-FILES
                      PERFORM 1000-CHECK-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-CLOSE-LOOKUP-FILES
                      PERFORM 0400-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "LRGLOSS - CANNOT START"
                      DISPLAY "CLIENT-FILE STATUS  : "
                              WS-CLIENT-STATUS
                      DISPLAY "NOTICE-PRINT STATUS : "
                              WS-PRINT-STATUS
                      DISPLAY "RE-PRINT STATUS     : "
                              WS-RE-PRINT-STATUS
                      DISPLAY "REGISTER STATUS     : "
                              WS-REGISTER-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "           TO WS-RUNLOG-ACTION.
           MOVE WS-NOTICES-SENT  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CLIENT-FILE.
           CLOSE NOTICE-PRINT.
           CLOSE REINSURER-PRINT.
           CLOSE NOTICE-REGISTER-FILE.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the large-loss threshold and the jump
      * percentage; a missing file or name leaves the built-in
      * defaults.
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
              IF PB-NAME EQUAL "LARGE-LOSS-AMT"
                    MOVE PB-VALUE TO WS-LARGE-LOSS-AMT
                 ELSE
                 IF PB-NAME EQUAL "LARGE-LOSS-PCT"
                       MOVE PB-VALUE TO WS-LARGE-LOSS-PCT
                    END-IF
                 END-IF.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
      *
      *********************************************************
      *  This paragraph reads the treaty terms the way CESSREG
      * does; no treaty file means no reinsurer copies.
      *
       0150-LOAD-TREATY-TERMS.
           MOVE "N" TO WS-TREATY-FOUND-FLAG.
           OPEN INPUT REINSURER-FILE.
           IF WS-REINSURER-STATUS EQUAL "00"
                 READ REINSURER-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF RE-RETENTION NUMERIC AND
                              RE-CESSION-PCT NUMERIC
                                 MOVE RE-TREATY-NAME
                                      TO WS-TREATY-NAME
                                 MOVE RE-RETENTION
                                      TO WS-RETENTION
                                 MOVE RE-CESSION-PCT
                                      TO WS-CESSION-PCT
                                 MOVE "Y" TO WS-TREATY-FOUND-FLAG
                           END-IF
                 END-READ
                 CLOSE REINSURER-FILE.
      *
       0200-OPEN-LOOKUP-FILES.
           OPEN INPUT POLICY-FILE.
           MOVE WS-POLICY-STATUS   TO WS-POLICY-OPEN-STATUS.
           OPEN INPUT ADJUSTER-FILE.
           MOVE WS-ADJUSTER-STATUS TO WS-ADJUSTER-OPEN-STATUS.
           OPEN INPUT CAT-LINK-FILE.
           MOVE WS-CAT-LINK-STATUS TO WS-CAT-LINK-OPEN-STATUS.
           OPEN INPUT PAYMENT-FILE.
           MOVE WS-PAYMENT-STATUS  TO WS-PAYMENT-OPEN-STATUS.
           OPEN INPUT RECOVERY-FILE.
           MOVE WS-RECOVERY-STATUS TO WS-RECOVERY-OPEN-STATUS.
           OPEN INPUT RESERVE-FILE.
           MOVE WS-RESERVE-STATUS  TO WS-RESERVE-OPEN-STATUS.
      *
       0300-CLOSE-LOOKUP-FILES.
           IF WS-POLICY-OPEN-STATUS EQUAL "00"
                 CLOSE POLICY-FILE.
           IF WS-ADJUSTER-OPEN-STATUS EQUAL "00"
                 CLOSE ADJUSTER-FILE.
           IF WS-CAT-LINK-OPEN-STATUS EQUAL "00"
                 CLOSE CAT-LINK-FILE.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 CLOSE RECOVERY-FILE.
           IF WS-RESERVE-OPEN-STATUS EQUAL "00"
                 CLOSE RESERVE-FILE.
      *
       0400-PRINT-TOTALS.
           MOVE "LARGE-LOSS RUN TOTALS          " TO WS-TITLE-TEXT.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-TITLE-1 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER PAGE.
           MOVE "CLAIMS READ                 : " TO LLT-LABEL.
           MOVE WS-CLAIMS-READ TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "FIRST LARGE-LOSS NOTICES    : " TO LLT-LABEL.
           MOVE WS-FIRST-NOTICES TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "NOTICES ON A JUMP           : " TO LLT-LABEL.
           MOVE WS-JUMP-NOTICES TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "NOTICES THROUGH RETENTION   : " TO LLT-LABEL.
           MOVE WS-RETN-NOTICES TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "REINSURER COPIES            : " TO LLT-LABEL.
           MOVE WS-RE-COPIES TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "CLAIMS AT 99 NOTICES        : " TO LLT-LABEL.
           MOVE WS-REGISTER-FULL TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE "REGISTER WRITES FAILED      : " TO LLT-LABEL.
           MOVE WS-REGISTER-FAILED TO LLT-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           DISPLAY "LRGLOSS - NOTICES SENT    : " WS-NOTICES-SENT.
           DISPLAY "LRGLOSS - REINSURER COPIES: " WS-RE-COPIES.
      *
       0410-PRINT-TOTAL-LINE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLT-TOTAL-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph reads one claim, works out its incurred,
      * and sends a notice - with the reinsurer's copy where it
      * is over the retention - when it rates one against its
      * last notice on the register.
      *
       1000-CHECK-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-CLAIMS-READ
                 PERFORM 1100-WORK-INCURRED
                 PERFORM 1200-FIND-LAST-NOTICE
                 PERFORM 1300-DECIDE-NOTICE
                 IF WS-NOTICE-DUE
                       PERFORM 1400-RECORD-NOTICE
                       IF WS-REGISTER-OK
                             PERFORM 2000-PRINT-NOTICE
                             IF WS-COPY-DUE
                                   PERFORM 3000-PRINT-REINSURER-COPY
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph works out the claim's incurred: every
      * payment plus the case reserve, less every recovery,
      * and never below zero.
      *
       1100-WORK-INCURRED.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-RESERVE-AMOUNT.
           MOVE 0 TO WS-RECOVERED.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
                 END-START
                 PERFORM 1110-SUM-ONE-PAYMENT
                         UNTIL WS-PAY-END-FLAG = "S".
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-RCV-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO RCV-CLAIM-NUMBER
                 MOVE 0 TO RCV-SEQ
                 START RECOVERY-FILE KEY IS GREATER THAN RCV-KEY
                       INVALID KEY MOVE "S" TO WS-RCV-END-FLAG
                 END-START
                 PERFORM 1120-SUM-ONE-RECOVERY
                         UNTIL WS-RCV-END-FLAG = "S".
           IF WS-RESERVE-OPEN-STATUS EQUAL "00"
                 MOVE CL-CLAIM-NUMBER TO RSV-CLAIM-NUMBER
                 READ RESERVE-FILE RECORD KEY IS RSV-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE RSV-AMOUNT TO WS-RESERVE-AMOUNT
                 END-READ.
           COMPUTE WS-INCURRED-WORK = WS-PAID-TO-DATE
                                    + WS-RESERVE-AMOUNT
                                    - WS-RECOVERED.
           IF WS-INCURRED-WORK LESS ZERO
                 MOVE 0 TO WS-INCURRED
              ELSE
                 MOVE WS-INCURRED-WORK TO WS-INCURRED.
      *
       1110-SUM-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       ADD PAY-AMOUNT TO WS-PAID-TO-DATE.
      *
       1120-SUM-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-RCV-END-FLAG
           END-READ.
           IF WS-RCV-END-FLAG NOT EQUAL "S"
                 IF RCV-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-RCV-END-FLAG
                    ELSE
                       ADD RCV-AMOUNT TO WS-RECOVERED.
      *
      *********************************************************
      *  This paragraph finds the claim's last notice on the
      * register - the highest notice number under the claim.
      * A claim with none has notice number zero.
      *
       1200-FIND-LAST-NOTICE.
           MOVE 0      TO WS-LAST-SEQ.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE SPACES TO WS-LAST-REASON.
           MOVE 0      TO WS-LAST-INCURRED.
           MOVE "N"    TO WS-LAST-RE-FLAG.
           MOVE " " TO WS-REG-END-FLAG.
           MOVE CL-CLAIM-NUMBER TO LG-CLAIM-NUMBER.
           MOVE 0 TO LG-SEQ.
           START NOTICE-REGISTER-FILE KEY IS GREATER THAN LG-KEY
                 INVALID KEY MOVE "S" TO WS-REG-END-FLAG
           END-START.
           PERFORM 1210-READ-ONE-NOTICE
                   UNTIL WS-REG-END-FLAG = "S".
      *
       1210-READ-ONE-NOTICE.
           READ NOTICE-REGISTER-FILE NEXT RECORD
                AT END MOVE "S" TO WS-REG-END-FLAG
           END-READ.
           IF WS-REG-END-FLAG NOT EQUAL "S"
                 IF LG-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-REG-END-FLAG
                    ELSE
                       MOVE LG-SEQ            TO WS-LAST-SEQ
                       MOVE LG-NOTICE-DATE    TO WS-LAST-DATE
                       MOVE LG-REASON         TO WS-LAST-REASON
                       MOVE LG-INCURRED       TO WS-LAST-INCURRED
                       MOVE LG-REINSURER-FLAG TO WS-LAST-RE-FLAG.
      *
      *********************************************************
      *  This paragraph decides whether the claim rates a notice
      * and why. With no notice yet the claim must have reached
      * the threshold. After one it must have grown by more than
      * the jump percentage since the level last reported, or
      * have gone through the retention since a notice that
      * went to management alone - either way never the same
      * level twice. The reinsurer has a copy of any notice
      * over the retention.
      *
       1300-DECIDE-NOTICE.
           MOVE "N" TO WS-NOTICE-DUE-FLAG.
           MOVE "N" TO WS-COPY-DUE-FLAG.
           MOVE SPACES TO WS-NOTICE-REASON.
           IF WS-LAST-SEQ EQUAL 0
                 IF WS-INCURRED NOT LESS WS-LARGE-LOSS-AMT AND
                    WS-INCURRED GREATER ZERO
                       MOVE "FRST" TO WS-NOTICE-REASON
                 END-IF
              ELSE
                 COMPUTE WS-JUMP-LEVEL = WS-LAST-INCURRED *
                         (100 + WS-LARGE-LOSS-PCT) / 100
                 IF WS-INCURRED GREATER WS-JUMP-LEVEL
                       MOVE "JUMP" TO WS-NOTICE-REASON
                    ELSE
                    IF WS-TREATY-FOUND AND
                       WS-LAST-RE-FLAG NOT EQUAL "Y" AND
                       WS-INCURRED GREATER WS-RETENTION AND
                       WS-INCURRED GREATER WS-LAST-INCURRED
                          MOVE "RETN" TO WS-NOTICE-REASON
                    END-IF
                 END-IF
           END-IF.
           IF WS-NOTICE-REASON NOT EQUAL SPACES
                 IF WS-LAST-SEQ EQUAL 99
                       ADD 1 TO WS-REGISTER-FULL
                       DISPLAY "LRGLOSS - CLAIM AT 99 NOTICES : "
                               CL-CLAIM-NUMBER
                    ELSE
                       MOVE "Y" TO WS-NOTICE-DUE-FLAG
                       IF WS-TREATY-FOUND AND
                          WS-INCURRED GREATER WS-RETENTION
                             MOVE "Y" TO WS-COPY-DUE-FLAG
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph puts the notice on the register awaiting
      * the claims manager's sign-off. A notice that cannot be
      * registered is neither printed nor counted - one out
      * with no register row could never be signed off, and the
      * next run would send it again as a first notice.
      *
       1400-RECORD-NOTICE.
           MOVE SPACES TO NOTICE-REGISTER-REC.
           MOVE CL-CLAIM-NUMBER   TO LG-CLAIM-NUMBER.
           COMPUTE LG-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-TEMP-DATE      TO LG-NOTICE-DATE.
           MOVE WS-NOTICE-REASON  TO LG-REASON.
           MOVE WS-INCURRED       TO LG-INCURRED.
           MOVE WS-PAID-TO-DATE   TO LG-PAID.
           MOVE WS-RESERVE-AMOUNT TO LG-RESERVE.
           MOVE WS-RECOVERED      TO LG-RECOVERED.
           MOVE WS-COPY-DUE-FLAG  TO LG-REINSURER-FLAG.
           MOVE "P"               TO LG-SIGNOFF-STATUS.
           MOVE 0                 TO LG-SIGNOFF-LEVEL.
           MOVE 0                 TO LG-SIGNOFF-TIME.
           MOVE "Y" TO WS-REGISTER-OK-FLAG.
           WRITE NOTICE-REGISTER-REC
                 INVALID KEY
                       MOVE "N" TO WS-REGISTER-OK-FLAG
                       ADD 1 TO WS-REGISTER-FAILED
                       DISPLAY "LRGLOSS - REGISTER WRITE FAILED : "
                               CL-CLAIM-NUMBER " "
                               WS-REGISTER-STATUS
           END-WRITE.
           IF WS-REGISTER-OK
                 ADD 1 TO WS-NOTICES-SENT
                 IF WS-NOTICE-REASON EQUAL "FRST"
                       ADD 1 TO WS-FIRST-NOTICES
                    ELSE
                    IF WS-NOTICE-REASON EQUAL "JUMP"
                          ADD 1 TO WS-JUMP-NOTICES
                       ELSE
                          ADD 1 TO WS-RETN-NOTICES.
      *
      *********************************************************
      *  This paragraph prints the large-loss notice: the claim,
      * its policy and insured, adjuster and catastrophe event,
      * the incurred and what it is made of, the previous
      * notice, the payment, recovery and reserve history, and
      * the line for the claims manager's acknowledgement.
      *
       2000-PRINT-NOTICE.
           PERFORM 2100-GET-POLICY.
           PERFORM 2150-GET-ADJUSTER.
           PERFORM 2200-GET-CAT-EVENT.
           MOVE "LARGE-LOSS NOTICE              " TO WS-TITLE-TEXT.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-TITLE-1 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER PAGE.
           PERFORM 2050-SET-NOTICE-LINE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-NOTICE-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           PERFORM 2060-SET-CLAIM-LINES.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-CLAIM-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-POLICY-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-ADJUSTER-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-EVENT-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE "INCURRED" TO LLN-HEADING.
           PERFORM 2900-PRINT-HEADING.
           MOVE "PAID TO DATE                  " TO LLN-MONEY-LABEL.
           MOVE WS-PAID-TO-DATE TO LLN-MONEY-AMOUNT.
           PERFORM 2910-PRINT-MONEY-LINE.
           MOVE "CASE RESERVE                  " TO LLN-MONEY-LABEL.
           MOVE WS-RESERVE-AMOUNT TO LLN-MONEY-AMOUNT.
           PERFORM 2910-PRINT-MONEY-LINE.
           MOVE "LESS RECOVERIES               " TO LLN-MONEY-LABEL.
           MOVE WS-RECOVERED TO LLN-MONEY-AMOUNT.
           PERFORM 2910-PRINT-MONEY-LINE.
           MOVE "INCURRED                      " TO LLN-MONEY-LABEL.
           MOVE WS-INCURRED TO LLN-MONEY-AMOUNT.
           PERFORM 2910-PRINT-MONEY-LINE.
           MOVE "LARGE-LOSS THRESHOLD          " TO LLN-MONEY-LABEL.
           MOVE WS-LARGE-LOSS-AMT TO LLN-MONEY-AMOUNT.
           PERFORM 2910-PRINT-MONEY-LINE.
           IF WS-TREATY-FOUND
                 MOVE "TREATY RETENTION              "
                      TO LLN-MONEY-LABEL
                 MOVE WS-RETENTION TO LLN-MONEY-AMOUNT
                 PERFORM 2910-PRINT-MONEY-LINE.
           MOVE SPACES TO OUT-NOTICE-REC.
           IF WS-LAST-SEQ EQUAL 0
                 MOVE "FIRST LARGE-LOSS NOTICE ON THIS CLAIM"
                      TO OUT-NOTICE-REC
              ELSE
                 MOVE WS-LAST-SEQ      TO LLN-PREV-SEQ
                 MOVE WS-LAST-REASON   TO LLN-PREV-REASON
                 MOVE WS-LAST-DATE     TO LLN-PREV-DATE
                 MOVE WS-LAST-INCURRED TO LLN-PREV-INCURRED
                 MOVE LLN-PREVIOUS-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           PERFORM 2300-PRINT-PAYMENTS.
           PERFORM 2400-PRINT-RECOVERIES.
           PERFORM 2500-PRINT-RESERVE-HISTORY.
           MOVE SPACES TO OUT-NOTICE-REC.
           IF WS-COPY-DUE
                 MOVE "OVER THE RETENTION - COPY SENT TO THE REINSURER"
                      TO OUT-NOTICE-REC
                 WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-SIGN-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 3.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-SEPARATOR TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
      *
       2050-SET-NOTICE-LINE.
           COMPUTE LLN-SEQ = WS-LAST-SEQ + 1.
           IF WS-NOTICE-REASON EQUAL "FRST"
                 MOVE "INCURRED HAS REACHED THE LARGE-LOSS THRESHOLD"
                      TO LLN-REASON-TEXT
              ELSE
              IF WS-NOTICE-REASON EQUAL "JUMP"
                    MOVE "INCURRED HAS JUMPED SINCE THE LAST NOTICE"
                         TO LLN-REASON-TEXT
                 ELSE
                    MOVE "INCURRED HAS GONE THROUGH THE RETENTION"
                         TO LLN-REASON-TEXT.
      *
       2060-SET-CLAIM-LINES.
           MOVE CL-CLAIM-NUMBER   TO LLN-CLAIM-NUMBER.
           MOVE CL-STATUS         TO LLN-STATUS.
           MOVE CL-DATE-OF-LOSS   TO LLN-LOSS-DATE.
           MOVE CL-DATE-REPORTED  TO LLN-REPORTED-DATE.
           MOVE CL-REGION         TO LLN-REGION.
           MOVE CL-POLICY-NUMBER  TO LLN-POLICY-NUMBER.
           MOVE WS-INSURED-NAME   TO LLN-INSURED-NAME.
           MOVE WS-COVERAGE-LIMIT TO LLN-LIMIT.
           MOVE WS-DEDUCTIBLE     TO LLN-DEDUCTIBLE.
           MOVE CL-ADJUSTER-ID    TO LLN-ADJUSTER-ID.
           MOVE WS-ADJUSTER-NAME  TO LLN-ADJUSTER-NAME.
           MOVE WS-EVENT-CODE     TO LLN-EVENT-CODE.
           MOVE WS-EVENT-NAME     TO LLN-EVENT-NAME.
      *
       2100-GET-POLICY.
           MOVE "NOT ON POLICY.DAT   " TO WS-INSURED-NAME.
           MOVE 0 TO WS-COVERAGE-LIMIT.
           MOVE 0 TO WS-DEDUCTIBLE.
           IF WS-POLICY-OPEN-STATUS EQUAL "00" AND
              CL-POLICY-NUMBER NOT EQUAL ZERO
                 MOVE CL-POLICY-NUMBER TO PM-POLICY-NUMBER
                 READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE PM-INSURED-NAME
                                 TO WS-INSURED-NAME
                            MOVE PM-COVERAGE-LIMIT
                                 TO WS-COVERAGE-LIMIT
                            IF PM-DEDUCTIBLE NUMERIC
                                  MOVE PM-DEDUCTIBLE
                                       TO WS-DEDUCTIBLE
                            END-IF
                 END-READ.
      *
       2150-GET-ADJUSTER.
           MOVE "NOT ON ADJMAST.DAT  " TO WS-ADJUSTER-NAME.
           IF CL-ADJUSTER-ID EQUAL SPACES
                 MOVE "NOT ASSIGNED        " TO WS-ADJUSTER-NAME
              ELSE
              IF WS-ADJUSTER-OPEN-STATUS EQUAL "00"
                    MOVE CL-ADJUSTER-ID TO AM-ADJUSTER-ID
                    READ ADJUSTER-FILE RECORD KEY IS AM-ADJUSTER-ID
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               MOVE AM-NAME TO WS-ADJUSTER-NAME
                    END-READ
                 END-IF.
      *
      *********************************************************
      *  This paragraph finds the claim's catastrophe event -
      * the CLMCAT.DAT link, then the event's name off
      * CATEVENT.DAT.
      *
       2200-GET-CAT-EVENT.
           MOVE SPACES TO WS-EVENT-CODE.
           MOVE "NONE                " TO WS-EVENT-NAME.
           IF WS-CAT-LINK-OPEN-STATUS EQUAL "00"
                 MOVE CL-CLAIM-NUMBER TO CT-CLAIM-NUMBER
                 READ CAT-LINK-FILE RECORD KEY IS CT-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE CT-EVENT-CODE TO WS-EVENT-CODE
                 END-READ.
           IF WS-EVENT-CODE NOT EQUAL SPACES
                 MOVE "NOT ON CATEVENT.DAT " TO WS-EVENT-NAME
                 MOVE " " TO WS-READ-END-FLAG
                 OPEN INPUT CAT-EVENT-FILE
                 IF WS-CAT-EVENT-STATUS EQUAL "00"
                       PERFORM 2210-READ-ONE-EVENT
                               UNTIL WS-READ-END-FLAG = "S"
                       CLOSE CAT-EVENT-FILE.
      *
       2210-READ-ONE-EVENT.
           READ CAT-EVENT-FILE
                AT END MOVE "S" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "S"
                 IF CE-CODE EQUAL WS-EVENT-CODE
                       MOVE CE-NAME TO WS-EVENT-NAME
                       MOVE "S" TO WS-READ-END-FLAG.
      *
      *********************************************************
      *  These paragraphs print the claim's payments and
      * recoveries in sequence off the keyed files.
      *
       2300-PRINT-PAYMENTS.
           MOVE "PAYMENTS" TO LLN-HEADING.
           PERFORM 2900-PRINT-HEADING.
           MOVE 0 TO WS-HISTORY-COUNT.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
                 END-START
                 PERFORM 2310-PRINT-ONE-PAYMENT
                         UNTIL WS-PAY-END-FLAG = "S".
           IF WS-HISTORY-COUNT EQUAL 0
                 MOVE "      NO PAYMENTS" TO LLN-HEADING
                 PERFORM 2920-PRINT-TEXT-LINE.
      *
       2310-PRINT-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE PAY-SEQ          TO LLN-PAY-SEQ
                       MOVE PAY-DATE         TO LLN-PAY-DATE
                       MOVE PAY-AMOUNT       TO LLN-PAY-AMOUNT
                       MOVE PAY-TYPE         TO LLN-PAY-TYPE
                       MOVE PAY-CHECK-NUMBER TO LLN-PAY-CHECK
                       MOVE SPACES TO OUT-NOTICE-REC
                       MOVE LLN-PAY-LINE TO OUT-NOTICE-REC
                       WRITE OUT-NOTICE-REC AFTER 1.
      *
       2400-PRINT-RECOVERIES.
           MOVE "RECOVERIES" TO LLN-HEADING.
           PERFORM 2900-PRINT-HEADING.
           MOVE 0 TO WS-HISTORY-COUNT.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-RCV-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO RCV-CLAIM-NUMBER
                 MOVE 0 TO RCV-SEQ
                 START RECOVERY-FILE KEY IS GREATER THAN RCV-KEY
                       INVALID KEY MOVE "S" TO WS-RCV-END-FLAG
                 END-START
                 PERFORM 2410-PRINT-ONE-RECOVERY
                         UNTIL WS-RCV-END-FLAG = "S".
           IF WS-HISTORY-COUNT EQUAL 0
                 MOVE "      NO RECOVERIES" TO LLN-HEADING
                 PERFORM 2920-PRINT-TEXT-LINE.
      *
       2410-PRINT-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-RCV-END-FLAG
           END-READ.
           IF WS-RCV-END-FLAG NOT EQUAL "S"
                 IF RCV-CLAIM-NUMBER NOT EQUAL CL-CLAIM-NUMBER
                       MOVE "S" TO WS-RCV-END-FLAG
                    ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE RCV-SEQ    TO LLN-RCV-SEQ
                       MOVE RCV-DATE   TO LLN-RCV-DATE
                       MOVE RCV-AMOUNT TO LLN-RCV-AMOUNT
                       MOVE RCV-SOURCE TO LLN-RCV-SOURCE
                       MOVE SPACES TO OUT-NOTICE-REC
                       MOVE LLN-RCV-LINE TO OUT-NOTICE-REC
                       WRITE OUT-NOTICE-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph prints every case reserve change on the
      * claim off the reserve journal CLMRSVJ.DAT, oldest first.
      *
       2500-PRINT-RESERVE-HISTORY.
           MOVE "CASE RESERVE HISTORY" TO LLN-HEADING.
           PERFORM 2900-PRINT-HEADING.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE " " TO WS-READ-END-FLAG.
           OPEN INPUT RESERVE-JRNL-FILE.
           IF WS-RSVJ-STATUS EQUAL "00"
                 PERFORM 2510-PRINT-ONE-RESERVE-CHANGE
                         UNTIL WS-READ-END-FLAG = "S"
                 CLOSE RESERVE-JRNL-FILE.
           IF WS-HISTORY-COUNT EQUAL 0
                 MOVE "      NO RESERVE CHANGES JOURNALLED"
                      TO LLN-HEADING
                 PERFORM 2920-PRINT-TEXT-LINE.
      *
       2510-PRINT-ONE-RESERVE-CHANGE.
           READ RESERVE-JRNL-FILE
                AT END MOVE "S" TO WS-READ-END-FLAG
           END-READ.
           IF WS-READ-END-FLAG NOT EQUAL "S"
                 IF RVJ-CLAIM-NUMBER EQUAL CL-CLAIM-NUMBER AND
                    RVJ-OLD-AMOUNT NUMERIC AND
                    RVJ-NEW-AMOUNT NUMERIC
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE RVJ-DATE        TO LLN-RSV-DATE
                       MOVE RVJ-OPERATOR-ID TO LLN-RSV-OPERATOR
                       MOVE RVJ-OLD-AMOUNT  TO LLN-RSV-OLD
                       MOVE RVJ-NEW-AMOUNT  TO LLN-RSV-NEW
                       MOVE SPACES TO OUT-NOTICE-REC
                       MOVE LLN-RSV-LINE TO OUT-NOTICE-REC
                       WRITE OUT-NOTICE-REC AFTER 1.
      *
       2900-PRINT-HEADING.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-HEADING-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
      *
       2910-PRINT-MONEY-LINE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-MONEY-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
      *
       2920-PRINT-TEXT-LINE.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LLN-HEADING-LINE TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph prints the reinsurer's copy of the
      * notice: the treaty, the claim, its incurred, the excess
      * over the retention and the share of it ceded at the
      * treaty cession percentage.
      *
       3000-PRINT-REINSURER-COPY.
           ADD 1 TO WS-RE-COPIES.
           COMPUTE WS-EXCESS = WS-INCURRED - WS-RETENTION.
           COMPUTE WS-CEDED ROUNDED =
                   WS-EXCESS * WS-CESSION-PCT / 100.
           MOVE "LARGE-LOSS ADVICE TO REINSURER " TO WS-TITLE-TEXT.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE WS-TITLE-1 TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER PAGE.
           MOVE WS-TREATY-NAME TO LRE-TREATY-NAME.
           MOVE WS-RETENTION   TO LRE-RETENTION.
           MOVE WS-CESSION-PCT TO LRE-CESSION-PCT.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LRE-TREATY-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 2.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-NOTICE-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 2.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-CLAIM-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 2.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-POLICY-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 1.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-EVENT-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 1.
           MOVE "PAID TO DATE                  " TO LLN-MONEY-LABEL.
           MOVE WS-PAID-TO-DATE TO LLN-MONEY-AMOUNT.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-MONEY-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 2.
           MOVE "CASE RESERVE                  " TO LLN-MONEY-LABEL.
           MOVE WS-RESERVE-AMOUNT TO LLN-MONEY-AMOUNT.
           PERFORM 3010-PRINT-RE-MONEY-LINE.
           MOVE "LESS RECOVERIES               " TO LLN-MONEY-LABEL.
           MOVE WS-RECOVERED TO LLN-MONEY-AMOUNT.
           PERFORM 3010-PRINT-RE-MONEY-LINE.
           MOVE "INCURRED                      " TO LLN-MONEY-LABEL.
           MOVE WS-INCURRED TO LLN-MONEY-AMOUNT.
           PERFORM 3010-PRINT-RE-MONEY-LINE.
           MOVE "EXCESS OVER RETENTION         " TO LLN-MONEY-LABEL.
           MOVE WS-EXCESS TO LLN-MONEY-AMOUNT.
           PERFORM 3010-PRINT-RE-MONEY-LINE.
           MOVE "REINSURER SHARE AT CESSION    " TO LLN-MONEY-LABEL.
           MOVE WS-CEDED TO LLN-MONEY-AMOUNT.
           PERFORM 3010-PRINT-RE-MONEY-LINE.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LTR-SEPARATOR TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 2.
      *
       3010-PRINT-RE-MONEY-LINE.
           MOVE SPACES TO OUT-REINSURER-REC.
           MOVE LLN-MONEY-LINE TO OUT-REINSURER-REC.
           WRITE OUT-REINSURER-REC AFTER 1.
