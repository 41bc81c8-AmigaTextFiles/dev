      * lapses instead of after. Policies with no expiry date
      * (written before term dates existed) are passed over; the
      * POLMAINT exception report already names them.
      *
      *  Every policy on the worklist is experience rated. Its
      * claims within the experience period (EXPER-YEARS on
      * BUSPARM.DAT, default three years back from today by date
      * of loss, or date reported when the loss date is not
      * known) are gathered off CLIENT.DAT and the archive
      * CLMARCH.DAT with their paid (CLMPAY.DAT, every payment
      * type), case reserve (CLMRSV.DAT, live claims only) and
      * recoveries (CLMRCV.DAT). Incurred is paid plus reserve
      * less recoveries, and the loss ratio is incurred over the
      * premium earned in the period - the written premium for
      * each day in force since the effective date, up to the
      * length of the period.
      *
      *  The base premium is re-rated off the RATETAB.DAT card in
      * force today for the class of the policy's latest claim -
      * base plus the per-claim loading for each claim in the
      * period, as RATEXCP rates a claim. A policy with no claims
      * keeps its written premium as base. The base then takes
      * the surcharge or credit of the experience band its loss
      * ratio falls in on the hand-kept table EXPRATE.DAT, one
      * row per band "LLL T PPP" - loss ratio percent the band
      * starts at, S surcharge or C credit, and the percentage.
      * The worklist shows the proposed renewal premium with the
      * rating reasons under it. A policy whose loss ratio is
      * over RENEW-LR-CEILING (default 100 percent) is referred
      * to an underwriter on the worklist and gets no notice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
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
           SELECT ARCHIVE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *
           SELECT PAYMENT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS WS-PAYMENT-STATUS.
      *
           SELECT RESERVE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CLAIM-NUMBER
           FILE STATUS IS WS-RESERVE-STATUS.
      *
           SELECT RECOVERY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RECOVERY-STATUS.
      *
           SELECT RATE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
      *
           SELECT EXPER-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPER-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
               05  PM-EXP-DAY           PIC 99.
               05  PM-EXP-MONTH         PIC 99.
               05  PM-EXP-YEAR          PIC 99.
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD RENEWAL-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "RENEWLTR.PRT".
       01  OUT-NOTICE-REC.
           03  FILLER                 PIC A(80).
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
       FD ARCHIVE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMARCH.DAT".
       01  ARCHIVE-REC.
           03  AR-ARCHIVE-DATE        PIC X(8).
           03  FILLER                 PIC X.
           03  AR-CLAIM-REC.
               05  AR-CLAIM-NUMBER          PIC 999V9(4).
               05  AR-CLASS-CODE            PIC 9(6).
               05  AR-REGION                PIC X(4).
               05  AR-PREV-CLAIMS           PIC 99.
               05  AR-PREV-CLAIMS-TOTAL     PIC 9(9).
               05  AR-AMOUNT-CLAIMED        PIC 9(7).
               05  AR-PREMIUM               PIC 9(7).
               05  AR-DATE-OF-LOSS          PIC 9(6).
               05  AR-DATE-REPORTED         PIC 9(6).
               05  AR-STATUS                PIC X.
               05  AR-POLICY-NUMBER         PIC 9(6).
               05  AR-ADJUSTER-ID           PIC X(6).
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
       FD RESERVE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRSV.DAT".
       01  IN-RESERVE-REC.
           03  RSV-CLAIM-NUMBER         PIC 999V9(4).
           03  RSV-AMOUNT               PIC 9(7).
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
       FD RATE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "RATETAB.DAT".
       01  IN-RATE-REC.
           03  RT-CLASS-CODE          PIC 9(6).
           03  FILLER                 PIC X.
           03  RT-BASE-PREMIUM        PIC 9(7).
           03  FILLER                 PIC X.
           03  RT-LOADING-PCT         PIC 9(3).
           03  FILLER                 PIC X.
           03  RT-EFFECTIVE-DATE      PIC 9(6).
      *
       FD EXPER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EXPRATE.DAT".
       01  IN-EXPER-REC.
           03  ER-LR-FROM             PIC 9(3).
           03  FILLER                 PIC X.
           03  ER-ADJ-TYPE            PIC X.
           03  FILLER                 PIC X.
           03  ER-ADJ-PCT             PIC 9(3).
      *
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-NOTICE-STATUS       PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-RESERVE-STATUS      PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS     PIC XX VALUE "00".
       01 WS-RATE-STATUS         PIC XX VALUE "00".
       01 WS-EXPER-STATUS        PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-ARCHIVE-OPEN-STATUS PIC XX VALUE "35".
       01 WS-PAYMENT-OPEN-STATUS PIC XX VALUE "35".
       01 WS-RESERVE-OPEN-STATUS PIC XX VALUE "35".
       01 WS-RECOVERY-OPEN-STATUS PIC XX VALUE "35".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-CLAIM-END-FLAG      PIC X  VALUE " ".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-RCV-END-FLAG        PIC X  VALUE " ".
       01 WS-RATE-END-FLAG       PIC X  VALUE " ".
       01 WS-EXPER-END-FLAG      PIC X  VALUE " ".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-POLICIES-READ   PIC 9(5) VALUE 0.
           03 WS-RENEWALS-DUE    PIC 9(5) VALUE 0.
           03 WS-NOTICES-SENT    PIC 9(5) VALUE 0.
           03 WS-REFERRED-COUNT  PIC 9(5) VALUE 0.
           03 WS-UNRATED-COUNT   PIC 9(5) VALUE 0.
           03 WS-CURRENT-TOTAL   PIC 9(9) VALUE 0.
           03 WS-PROPOSED-TOTAL  PIC 9(9) VALUE 0.
      *
      *  Renewal window: a policy expiring within this many days
      * of the run date makes the worklist. Change it here when
      * the underwriters change their lead time.
      *
       01 WS-RENEWAL-WINDOW-DAYS PIC 9(3) VALUE 30.
      *  Business thresholds are read once at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in defaults, so
      * the program still runs on a machine without one.
      *
      *  Experience period in years back from today, and the
      * loss ratio percentage over which a renewal goes to an
      * underwriter instead of the insured.
      *
       01 WS-EXPER-YEARS         PIC 99   VALUE 3.
       01 WS-LR-CEILING          PIC 9(3) VALUE 100.
      *
      *  Expiring policies held for rating while CLIENT.DAT and
      * the archive are passed once each for their claims. A
      * policy past the table limit goes on the worklist at its
      * written premium, marked not rated.
      *
       01 WS-RENEWAL-TABLE.
           03 WS-RN-ENTRY OCCURS 300 TIMES.
               05 WS-RN-POLICY          PIC 9(6).
               05 WS-RN-DAYS-LEFT       PIC 9(3).
               05 WS-RN-CLAIMS          PIC 9(3).
               05 WS-RN-PAID            PIC 9(9).
               05 WS-RN-RESERVE         PIC 9(9).
               05 WS-RN-RECOVERED       PIC 9(9).
               05 WS-RN-CLASS           PIC 9(6).
               05 WS-RN-CLASS-DATE      PIC 9(8).
       01 WS-RN-USED             PIC 9(3) VALUE 0.
       01 WS-RN-SUB              PIC 9(3) VALUE 0.
       01 WS-RN-FOUND-SUB        PIC 9(3) VALUE 0.
      *
       01 WS-RATE-TABLE.
           03 WS-RATE-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RATE-IDX.
               05 WS-RATE-CLASS-TBL     PIC 9(6).
               05 WS-RATE-BASE-TBL      PIC 9(7).
               05 WS-RATE-LOADING-TBL   PIC 9(3).
               05 WS-RATE-EFF-TBL       PIC 9(8).
       01 WS-RATE-ENTRIES-USED   PIC 99 VALUE 0.
       01 WS-BEST-IDX            PIC 99 VALUE 0.
       01 WS-BEST-EFF            PIC 9(8) VALUE 0.
      *
       01 WS-EXPER-TABLE.
           03 WS-EXPER-ENTRY OCCURS 20 TIMES.
               05 WS-EX-LR-FROM-TBL     PIC 9(3).
               05 WS-EX-TYPE-TBL        PIC X.
               05 WS-EX-PCT-TBL         PIC 9(3).
       01 WS-EXPER-ENTRIES-USED  PIC 99 VALUE 0.
       01 WS-EX-SUB              PIC 99 VALUE 0.
       01 WS-EX-BEST-SUB         PIC 99 VALUE 0.
      *
      *  One claim's figures while it is added to its policy.
      *
       01 WS-WALK-CLAIM          PIC 999V9(4) VALUE 0.
       01 WS-WALK-POLICY         PIC 9(6)  VALUE 0.
       01 WS-WALK-CLASS          PIC 9(6)  VALUE 0.
       01 WS-WALK-LOSS-DATE      PIC 9(6)  VALUE 0.
       01 WS-WALK-RPT-DATE       PIC 9(6)  VALUE 0.
       01 WS-WALK-LIVE-FLAG      PIC X     VALUE "N".
           88 WS-WALK-LIVE           VALUE "Y".
       01 WS-WALK-COMPARE        PIC 9(8)  VALUE 0.
       01 WS-PERIOD-START        PIC 9(8)  VALUE 0.
      *
      *  Rating work figures for the policy being priced.
      *
       01 WS-CARD-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-CARD-FOUND          VALUE "Y".
       01 WS-REFER-FLAG          PIC X  VALUE "N".
           88 WS-REFER-TO-UW         VALUE "Y".
       01 WS-RATED-BASE          PIC 9(9) VALUE 0.
       01 WS-INCURRED            PIC S9(10) VALUE 0.
       01 WS-EXPOSURE-DAYS       PIC 9(5) VALUE 0.
       01 WS-PERIOD-DAYS         PIC 9(5) VALUE 0.
       01 WS-EARNED-PREMIUM      PIC 9(9)V99 VALUE 0.
       01 WS-LOSS-RATIO          PIC 9(5) VALUE 0.
       01 WS-ADJ-TYPE            PIC X    VALUE SPACE.
       01 WS-ADJ-PCT             PIC 9(3) VALUE 0.
       01 WS-PROPOSED-PREMIUM    PIC 9(9) VALUE 0.
      *
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CMB-DD          PIC 99.
       01 WS-TODAY-COMPARE       PIC 9(8) VALUE 0.
       01 WS-EXP-COMPARE         PIC 9(8) VALUE 0.
       01 WS-CMP-DDMMYY.
           03 WS-CMP-DD          PIC 99.
           03 WS-CMP-MM          PIC 99.
           03 WS-CMP-YY          PIC 99.
       01 WS-CMP-OUT             PIC 9(8) VALUE 0.
       01 WS-TODAY-DD            PIC 99   VALUE 0.
       01 WS-TODAY-MM            PIC 99   VALUE 0.
       01 WS-TODAY-YYYY          PIC 9(4) VALUE 0.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "POLRENEW".
           03 FILLER  PIC X(9)   VALUE "DAYS LEFT".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "PREMIUM".
           03 FILLER  PIC X(6)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "PROPOSED".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "ACTION".
       01 WS-REN-LINE.
           03 REN-POLICY-NUMBER  PIC 9(6).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 REN-DAYS-LEFT      PIC ZZ9.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 REN-PREMIUM        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REN-PROPOSED       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 REN-ACTION         PIC X(10).
       01 WS-REN-EXPER-LINE.
           03 FILLER             PIC X(9)   VALUE "  CLAIMS ".
           03 REX-CLAIMS         PIC ZZ9.
           03 FILLER             PIC X(7)   VALUE "  PAID ".
           03 REX-PAID           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(6)   VALUE "  RSV ".
           03 REX-RESERVE        PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(6)   VALUE "  RCV ".
           03 REX-RECOVERED      PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(8)   VALUE "  EARNED".
           03 REX-EARNED         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(6)   VALUE "  LR ".
           03 REX-LOSS-RATIO     PIC ZZZZ9.
           03 FILLER             PIC X      VALUE "%".
       01 WS-REN-REASON-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 RRL-RATE-TEXT      PIC X(44).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 RRL-EXPER-TEXT     PIC X(40).
      *
      *  Rating reason texts for the line under each policy.
      *
       01 WS-RT-CARD.
           03 FILLER             PIC X(11)  VALUE "CARD CLASS ".
           03 RTC-CLASS          PIC 9(6).
           03 FILLER             PIC X(6)   VALUE " BASE ".
           03 RTC-BASE           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(7)   VALUE " LOAD  ".
           03 RTC-LOADING        PIC ZZ9.
       01 WS-RT-NO-CARD.
           03 FILLER             PIC X(14)  VALUE "NO CARD CLASS ".
           03 RTN-CLASS          PIC 9(6).
           03 FILLER             PIC X(18)  VALUE
                         " - PRIOR PREMIUM  ".
       01 WS-RT-NO-CLAIMS        PIC X(44)  VALUE
                         "NO CLAIMS IN PERIOD - PRIOR PREMIUM BASE".
       01 WS-RT-NOT-RATED        PIC X(44)  VALUE
                         "NOT EXPERIENCE RATED - WORKLIST TABLE FULL".
       01 WS-ET-ADJUST.
           03 ETA-TYPE-TEXT      PIC X(11).
           03 ETA-PCT            PIC ZZ9.
           03 FILLER             PIC X(13)  VALUE "% BAND FROM  ".
           03 ETA-LR-FROM        PIC ZZ9.
           03 FILLER             PIC X      VALUE "%".
       01 WS-ET-NO-ADJUST        PIC X(40)  VALUE
                         "NO EXPERIENCE BAND - NO ADJUSTMENT".
       01 WS-ET-REFER.
           03 FILLER             PIC X(28)  VALUE
                         "REFER - LR OVER CEILING OF  ".
           03 ETR-CEILING        PIC ZZ9.
           03 FILLER             PIC X      VALUE "%".
      *
       01 WS-REN-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "POLICIES READ         : ".
           03 FILLER             PIC X(24)  VALUE
                         "RENEWALS DUE          : ".
           03 RNT-DUE            PIC ZZZZ9.
       01 WS-REN-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "NOTICES WRITTEN       : ".
           03 RNT-NOTICES        PIC ZZZZ9.
       01 WS-REN-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "REFERRED TO UNDERWRITER:".
           03 RNT-REFERRED       PIC ZZZZ9.
       01 WS-REN-TOTAL-5.
           03 FILLER             PIC X(24)  VALUE
                         "NOT EXPERIENCE RATED  : ".
           03 RNT-UNRATED        PIC ZZZZ9.
       01 WS-REN-TOTAL-6.
           03 FILLER             PIC X(24)  VALUE
                         "PREMIUM EXPIRING      : ".
           03 RNT-CURRENT        PIC ZZZ.ZZZ.ZZ9.
       01 WS-REN-TOTAL-7.
           03 FILLER             PIC X(24)  VALUE
                         "PREMIUM PROPOSED      : ".
           03 RNT-PROPOSED       PIC ZZZ.ZZZ.ZZ9.
      *
       01 LTR-DATE-LINE.
           03 FILLER    PIC X(5)  VALUE SPACES.
           03 FILLER    PIC X(26) VALUE
              "EXPIRES ON              : ".
           03 LTR-EXPIRY          PIC X(8).
       01 LTR-BODY-2A.
           03 FILLER    PIC X(26) VALUE
              "RENEWAL PREMIUM         : ".
           03 LTR-PREMIUM         PIC ZZZ.ZZZ.ZZ9.
       01 LTR-BODY-3.
           03 FILLER    PIC X(42) VALUE
              "PLEASE CONTACT YOUR AGENT TO RENEW BEFORE".
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the policy master, the claim files
      * and the two output files, fix today's dates, load the
      * rating tables, collect the expiring policies, gather
      * their claim experience, price and print each one, print
      * the run totals and log start/end through the shared
      * RUNLOG routine. The payment, reserve, recovery and
      * archive files are optional - a missing one adds nothing.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0100-SET-DATES.
           PERFORM 0150-LOAD-RATE-TABLE.
           PERFORM 0170-LOAD-EXPER-TABLE.
           OPEN INPUT  POLICY-FILE.
           OPEN INPUT  CLIENT-FILE.
           OPEN OUTPUT RENEWAL-PRINT.
           OPEN OUTPUT NOTICE-FILE.
                IF WS-POLICY-STATUS = "00" AND
                   WS-CLIENT-STATUS = "00" AND
                   WS-PRINT-STATUS  = "00" AND
                   WS-NOTICE-STATUS = "00"
                      PERFORM 0200-PRINT-TITLE
                      PERFORM 1000-CHECK-ONE-POLICY
                           UNTIL WS-END-OF-FILE
                      OPEN INPUT PAYMENT-FILE
                      MOVE WS-PAYMENT-STATUS TO
                           WS-PAYMENT-OPEN-STATUS
                      OPEN INPUT RESERVE-FILE
                      MOVE WS-RESERVE-STATUS TO
                           WS-RESERVE-OPEN-STATUS
                      OPEN INPUT RECOVERY-FILE
                      MOVE WS-RECOVERY-STATUS TO
                           WS-RECOVERY-OPEN-STATUS
                      PERFORM 2000-GATHER-LIVE-CLAIMS
                      PERFORM 2100-GATHER-ARCHIVED-CLAIMS
                      PERFORM 3000-PRICE-ONE-RENEWAL
                              VARYING WS-RN-SUB FROM 1 BY 1
                              UNTIL WS-RN-SUB GREATER WS-RN-USED
                      IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                            CLOSE PAYMENT-FILE
                      END-IF
                      IF WS-RESERVE-OPEN-STATUS EQUAL "00"
                            CLOSE RESERVE-FILE
                      END-IF
                      IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                            CLOSE RECOVERY-FILE
                      END-IF
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "POLRENEW - FILE WOULD NOT OPEN"
                      DISPLAY "POLICY-FILE STATUS   : "
                              WS-POLICY-STATUS
                      DISPLAY "CLIENT-FILE STATUS   : "
                              WS-CLIENT-STATUS
                      DISPLAY "RENEWAL-PRINT STATUS : "
                              WS-PRINT-STATUS
                      DISPLAY "NOTICE-FILE STATUS   : "
           MOVE WS-RENEWALS-DUE  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE POLICY-FILE.
           CLOSE CLIENT-FILE.
           CLOSE RENEWAL-PRINT.
           CLOSE NOTICE-FILE.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the experience period in years and the
      * loss ratio ceiling for underwriter referral;
      * a missing file or name leaves the built-in defaults.
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
              IF PB-NAME EQUAL "EXPER-YEARS     "
                    MOVE PB-VALUE TO WS-EXPER-YEARS
                 ELSE
                 IF PB-NAME EQUAL "RENEW-LR-CEILING"
                       MOVE PB-VALUE TO WS-LR-CEILING
                    END-IF.
      *
      *********************************************************
      *  This paragraph fixes today's date once for the run,
      * both as the display date and as the comparable YYYYMMDD
      * number and the from-side of the day count, and the start
      * of the experience period the same day and month the set
      * number of years back.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-MONTH TO WS-CMB-MM.
           MOVE WS-REAL-DAY   TO WS-CMB-DD.
           MOVE WS-CMP-BUILD  TO WS-TODAY-COMPARE.
           MOVE WS-REAL-DAY   TO WS-TODAY-DD.
           MOVE WS-REAL-MONTH TO WS-TODAY-MM.
           MOVE WS-CY-YYYY    TO WS-TODAY-YYYY.
           IF WS-EXPER-YEARS EQUAL 0
                 MOVE 1 TO WS-EXPER-YEARS.
           SUBTRACT WS-EXPER-YEARS FROM WS-CMB-YYYY.
           MOVE WS-CMP-BUILD  TO WS-PERIOD-START.
           COMPUTE WS-PERIOD-DAYS = WS-EXPER-YEARS * 365.
      *
      *********************************************************
      *  This paragraph loads the class-code rate card from
      * RATETAB.DAT the way RATEXCP loads it. A missing card
      * leaves every policy on its written premium as base.
      *
       0150-LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-ENTRIES-USED.
           MOVE " " TO WS-RATE-END-FLAG.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS EQUAL "00"
                 PERFORM 0160-LOAD-ONE-RATE
                         UNTIL WS-RATE-END-FLAG = "E"
                 CLOSE RATE-FILE.
      *
       0160-LOAD-ONE-RATE.
           READ RATE-FILE
                AT END MOVE "E" TO WS-RATE-END-FLAG
           END-READ.
           IF WS-RATE-END-FLAG NOT EQUAL "E"
                 IF WS-RATE-ENTRIES-USED LESS 50
                       ADD 1 TO WS-RATE-ENTRIES-USED
                       MOVE WS-RATE-ENTRIES-USED TO WS-RATE-IDX
                       MOVE RT-CLASS-CODE TO
                            WS-RATE-CLASS-TBL (WS-RATE-IDX)
                       MOVE RT-BASE-PREMIUM TO
                            WS-RATE-BASE-TBL (WS-RATE-IDX)
                       MOVE RT-LOADING-PCT TO
                            WS-RATE-LOADING-TBL (WS-RATE-IDX)
                       IF RT-EFFECTIVE-DATE NUMERIC AND
                          RT-EFFECTIVE-DATE NOT EQUAL ZERO
                             MOVE RT-EFFECTIVE-DATE
                                  TO WS-CMP-DDMMYY
                             PERFORM 0180-BUILD-COMPARE
                             MOVE WS-CMP-OUT TO
                                  WS-RATE-EFF-TBL (WS-RATE-IDX)
                          ELSE
                             MOVE 0 TO
                                  WS-RATE-EFF-TBL (WS-RATE-IDX)
                       END-IF
                    ELSE
                       MOVE "E" TO WS-RATE-END-FLAG.
      *
      *********************************************************
      *  This paragraph loads the experience bands off
      * EXPRATE.DAT. Rows need not be in order - the band a loss
      * ratio falls in is the one with the highest starting
      * ratio not over it. A missing table rates without any
      * experience adjustment.
      *
       0170-LOAD-EXPER-TABLE.
           MOVE 0 TO WS-EXPER-ENTRIES-USED.
           MOVE " " TO WS-EXPER-END-FLAG.
           OPEN INPUT EXPER-FILE.
           IF WS-EXPER-STATUS EQUAL "00"
                 PERFORM 0175-LOAD-ONE-BAND
                         UNTIL WS-EXPER-END-FLAG = "E"
                 CLOSE EXPER-FILE.
      *
       0175-LOAD-ONE-BAND.
           READ EXPER-FILE
                AT END MOVE "E" TO WS-EXPER-END-FLAG
           END-READ.
           IF WS-EXPER-END-FLAG NOT EQUAL "E"
                 IF ER-LR-FROM NUMERIC AND
                    ER-ADJ-PCT NUMERIC AND
                    WS-EXPER-ENTRIES-USED LESS 20
                       ADD 1 TO WS-EXPER-ENTRIES-USED
                       MOVE ER-LR-FROM TO
                            WS-EX-LR-FROM-TBL (WS-EXPER-ENTRIES-USED)
                       MOVE ER-ADJ-TYPE TO
                            WS-EX-TYPE-TBL (WS-EXPER-ENTRIES-USED)
                       MOVE ER-ADJ-PCT TO
                            WS-EX-PCT-TBL (WS-EXPER-ENTRIES-USED).
      *
      *********************************************************
      *  This paragraph rebuilds the DDMMYY date in
      * WS-CMP-DDMMYY as a comparable YYYYMMDD number, the
      * two-digit year put through the shared DatCentury window.
      *
       0180-BUILD-COMPARE.
           MOVE WS-CMP-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-CMB-YYYY.
           MOVE WS-CMP-MM  TO WS-CMB-MM.
           MOVE WS-CMP-DD  TO WS-CMB-DD.
           MOVE WS-CMP-BUILD TO WS-CMP-OUT.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           WRITE OUT-RENEWAL-REC AFTER 2.
      *
       0300-PRINT-TOTALS.
           MOVE WS-POLICIES-READ  TO RNT-READ.
           MOVE WS-RENEWALS-DUE   TO RNT-DUE.
           MOVE WS-NOTICES-SENT   TO RNT-NOTICES.
           MOVE WS-REFERRED-COUNT TO RNT-REFERRED.
           MOVE WS-UNRATED-COUNT  TO RNT-UNRATED.
           MOVE WS-CURRENT-TOTAL  TO RNT-CURRENT.
           MOVE WS-PROPOSED-TOTAL TO RNT-PROPOSED.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-1 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 2.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-2 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-3 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-4 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-5 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-6 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 2.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-TOTAL-7 TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           DISPLAY "POLRENEW - POLICIES READ : " WS-POLICIES-READ.
           DISPLAY "POLRENEW - RENEWALS DUE  : " WS-RENEWALS-DUE.
           DISPLAY "POLRENEW - NOTICES       : " WS-NOTICES-SENT.
           DISPLAY "POLRENEW - REFERRED      : " WS-REFERRED-COUNT.
      *
      *********************************************************
      *  This paragraph reads one policy and takes it for
      * renewal when its expiry lies between today and the end
      * of the renewal window: today or later by the comparable
      * dates, and within the window by the DatDiff day count.
      *
                 IF WS-DF-FC = 0 AND
                    WS-DF-DAYS NOT GREATER WS-RENEWAL-WINDOW-DAYS
                       ADD 1 TO WS-RENEWALS-DUE
                       PERFORM 1015-HOLD-FOR-RATING
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph puts the due policy on the rating table.
      * Past the table limit it is listed and noticed at its
      * written premium straight away.
      *
       1015-HOLD-FOR-RATING.
           IF WS-RN-USED LESS 300
                 ADD 1 TO WS-RN-USED
                 MOVE PM-POLICY-NUMBER TO WS-RN-POLICY (WS-RN-USED)
                 MOVE WS-DF-DAYS   TO WS-RN-DAYS-LEFT (WS-RN-USED)
                 MOVE 0            TO WS-RN-CLAIMS (WS-RN-USED)
                 MOVE 0            TO WS-RN-PAID (WS-RN-USED)
                 MOVE 0            TO WS-RN-RESERVE (WS-RN-USED)
                 MOVE 0            TO WS-RN-RECOVERED (WS-RN-USED)
                 MOVE 0            TO WS-RN-CLASS (WS-RN-USED)
                 MOVE 0            TO WS-RN-CLASS-DATE (WS-RN-USED)
              ELSE
                 ADD 1 TO WS-UNRATED-COUNT
                 MOVE WS-DF-DAYS TO REN-DAYS-LEFT
                 MOVE PM-WRITTEN-PREMIUM TO WS-PROPOSED-PREMIUM
                 MOVE "NOTICE    " TO REN-ACTION
                 PERFORM 1020-PRINT-WORKLIST-LINE
                 MOVE SPACES TO WS-REN-REASON-LINE
                 MOVE WS-RT-NOT-RATED TO RRL-RATE-TEXT
                 MOVE SPACES TO OUT-RENEWAL-REC
                 MOVE WS-REN-REASON-LINE TO OUT-RENEWAL-REC
                 WRITE OUT-RENEWAL-REC AFTER 1
                 PERFORM 1030-WRITE-RENEWAL-NOTICE.
      *
       1020-PRINT-WORKLIST-LINE.
           MOVE PM-EXP-DAY   TO WS-EXD-DD.
           MOVE PM-POLICY-NUMBER   TO REN-POLICY-NUMBER.
           MOVE PM-INSURED-NAME    TO REN-INSURED-NAME.
           MOVE WS-EXPIRY-DISP     TO REN-EXPIRY.
           MOVE PM-WRITTEN-PREMIUM TO REN-PREMIUM.
           MOVE WS-PROPOSED-PREMIUM TO REN-PROPOSED.
           ADD PM-WRITTEN-PREMIUM  TO WS-CURRENT-TOTAL.
           ADD WS-PROPOSED-PREMIUM TO WS-PROPOSED-TOTAL.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-LINE TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 2.
      *
      *********************************************************
      *  This paragraph writes one formatted renewal notice for
      * the expiring policy at its proposed premium, the way
      * ACADSTND writes its standing letters.
      *
       1030-WRITE-RENEWAL-NOTICE.
           ADD 1 TO WS-NOTICES-SENT.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-TEMP-DATE TO LTR-DATE.
           MOVE LTR-DATE-LINE TO OUT-NOTICE-REC.
           MOVE LTR-BODY-2 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE WS-PROPOSED-PREMIUM TO LTR-PREMIUM.
           MOVE LTR-BODY-2A TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 1.
           MOVE SPACES TO OUT-NOTICE-REC.
           MOVE LTR-BODY-3 TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
           MOVE SPACES TO OUT-NOTICE-REC.
           WRITE OUT-NOTICE-REC AFTER 2.
      *
      *********************************************************
      *  This paragraph passes CLIENT.DAT once and adds every
      * live claim on a due policy into that policy's figures.
      *
       2000-GATHER-LIVE-CLAIMS.
           MOVE " " TO WS-CLAIM-END-FLAG.
           PERFORM 2010-GATHER-ONE-LIVE-CLAIM
                   UNTIL WS-CLAIM-END-FLAG EQUAL "S".
      *
       2010-GATHER-ONE-LIVE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CLAIM-END-FLAG
           END-READ.
           IF WS-CLAIM-END-FLAG NOT EQUAL "S"
                 MOVE CL-CLAIM-NUMBER  TO WS-WALK-CLAIM
                 MOVE CL-POLICY-NUMBER TO WS-WALK-POLICY
                 MOVE CL-CLASS-CODE    TO WS-WALK-CLASS
                 MOVE CL-DATE-OF-LOSS  TO WS-WALK-LOSS-DATE
                 MOVE CL-DATE-REPORTED TO WS-WALK-RPT-DATE
                 MOVE "Y" TO WS-WALK-LIVE-FLAG
                 PERFORM 2200-ADD-CLAIM-TO-POLICY.
      *
      *********************************************************
      *  This paragraph passes the archive CLMARCH.DAT the same
      * way. An archived claim is closed, so it carries no case
      * reserve. A missing archive adds nothing.
      *
       2100-GATHER-ARCHIVED-CLAIMS.
           OPEN INPUT ARCHIVE-FILE.
           MOVE WS-ARCHIVE-STATUS TO WS-ARCHIVE-OPEN-STATUS.
           IF WS-ARCHIVE-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-CLAIM-END-FLAG
                 PERFORM 2110-GATHER-ONE-ARCHIVED-CLAIM
                         UNTIL WS-CLAIM-END-FLAG EQUAL "S"
                 CLOSE ARCHIVE-FILE.
      *
       2110-GATHER-ONE-ARCHIVED-CLAIM.
           READ ARCHIVE-FILE
                AT END MOVE "S" TO WS-CLAIM-END-FLAG
           END-READ.
           IF WS-CLAIM-END-FLAG NOT EQUAL "S"
                 MOVE AR-CLAIM-NUMBER  TO WS-WALK-CLAIM
                 MOVE AR-POLICY-NUMBER TO WS-WALK-POLICY
                 MOVE AR-CLASS-CODE    TO WS-WALK-CLASS
                 MOVE AR-DATE-OF-LOSS  TO WS-WALK-LOSS-DATE
                 MOVE AR-DATE-REPORTED TO WS-WALK-RPT-DATE
                 MOVE "N" TO WS-WALK-LIVE-FLAG
                 PERFORM 2200-ADD-CLAIM-TO-POLICY.
      *
      *********************************************************
      *  This paragraph adds one claim to its policy's figures
      * when the policy is due and the claim falls in the
      * experience period - by date of loss, or date reported
      * when the loss date is not known. A claim with neither
      * date cannot be aged and is counted. The policy's class
      * is taken from its latest claim.
      *
       2200-ADD-CLAIM-TO-POLICY.
           MOVE 0 TO WS-RN-FOUND-SUB.
           IF WS-WALK-POLICY NUMERIC AND
              WS-WALK-POLICY NOT EQUAL ZERO
                 PERFORM 2210-FIND-POLICY-ENTRY
                         VARYING WS-RN-SUB FROM 1 BY 1
                         UNTIL WS-RN-SUB GREATER WS-RN-USED
                            OR WS-RN-FOUND-SUB NOT EQUAL 0.
           IF WS-RN-FOUND-SUB NOT EQUAL 0
                 MOVE 0 TO WS-WALK-COMPARE
                 IF WS-WALK-LOSS-DATE NUMERIC AND
                    WS-WALK-LOSS-DATE NOT EQUAL ZERO
                       MOVE WS-WALK-LOSS-DATE TO WS-CMP-DDMMYY
                       PERFORM 0180-BUILD-COMPARE
                       MOVE WS-CMP-OUT TO WS-WALK-COMPARE
                    ELSE
                    IF WS-WALK-RPT-DATE NUMERIC AND
                       WS-WALK-RPT-DATE NOT EQUAL ZERO
                          MOVE WS-WALK-RPT-DATE TO WS-CMP-DDMMYY
                          PERFORM 0180-BUILD-COMPARE
                          MOVE WS-CMP-OUT TO WS-WALK-COMPARE
                    END-IF
                 END-IF
                 IF WS-WALK-COMPARE EQUAL 0 OR
                    WS-WALK-COMPARE NOT LESS WS-PERIOD-START
                       PERFORM 2220-ADD-CLAIM-FIGURES
                 END-IF
           END-IF.
      *
       2210-FIND-POLICY-ENTRY.
           IF WS-RN-POLICY (WS-RN-SUB) EQUAL WS-WALK-POLICY
                 MOVE WS-RN-SUB TO WS-RN-FOUND-SUB.
      *
       2220-ADD-CLAIM-FIGURES.
           ADD 1 TO WS-RN-CLAIMS (WS-RN-FOUND-SUB).
           IF WS-RN-CLASS (WS-RN-FOUND-SUB) EQUAL 0 OR
              WS-WALK-COMPARE NOT LESS
              WS-RN-CLASS-DATE (WS-RN-FOUND-SUB)
                 MOVE WS-WALK-CLASS TO WS-RN-CLASS (WS-RN-FOUND-SUB)
                 MOVE WS-WALK-COMPARE TO
                      WS-RN-CLASS-DATE (WS-RN-FOUND-SUB).
           PERFORM 2300-WALK-PAYMENTS.
           PERFORM 2400-WALK-RECOVERIES.
           IF WS-WALK-LIVE AND
              WS-RESERVE-OPEN-STATUS EQUAL "00"
                 MOVE WS-WALK-CLAIM TO RSV-CLAIM-NUMBER
                 READ RESERVE-FILE
                      INVALID KEY MOVE 0 TO RSV-AMOUNT
                 END-READ
                 ADD RSV-AMOUNT TO WS-RN-RESERVE (WS-RN-FOUND-SUB).
      *
       2300-WALK-PAYMENTS.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE WS-WALK-CLAIM TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
                 END-START
                 PERFORM 2310-WALK-ONE-PAYMENT
                         UNTIL WS-PAY-END-FLAG EQUAL "S".
      *
       2310-WALK-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL WS-WALK-CLAIM
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       ADD PAY-AMOUNT TO
                           WS-RN-PAID (WS-RN-FOUND-SUB).
      *
       2400-WALK-RECOVERIES.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-RCV-END-FLAG
                 MOVE WS-WALK-CLAIM TO RCV-CLAIM-NUMBER
                 MOVE 0 TO RCV-SEQ
                 START RECOVERY-FILE KEY IS GREATER THAN RCV-KEY
                       INVALID KEY MOVE "S" TO WS-RCV-END-FLAG
                 END-START
                 PERFORM 2410-WALK-ONE-RECOVERY
                         UNTIL WS-RCV-END-FLAG EQUAL "S".
      *
       2410-WALK-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-RCV-END-FLAG
           END-READ.
           IF WS-RCV-END-FLAG NOT EQUAL "S"
                 IF RCV-CLAIM-NUMBER NOT EQUAL WS-WALK-CLAIM
                       MOVE "S" TO WS-RCV-END-FLAG
                    ELSE
                       ADD RCV-AMOUNT TO
                           WS-RN-RECOVERED (WS-RN-FOUND-SUB).
      *
      *********************************************************
      *  This paragraph prices one held renewal: re-reads the
      * policy, works its loss ratio, re-rates the base off the
      * card, applies the experience band, prints the worklist
      * line with its figures and reasons, and either writes the
      * notice or refers the policy to an underwriter.
      *
       3000-PRICE-ONE-RENEWAL.
           MOVE WS-RN-POLICY (WS-RN-SUB) TO PM-POLICY-NUMBER.
           READ POLICY-FILE RECORD KEY IS PM-POLICY-NUMBER
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      PERFORM 3100-WORK-LOSS-RATIO
                      PERFORM 3200-RERATE-BASE
                      PERFORM 3300-APPLY-EXPERIENCE
                      MOVE WS-RN-DAYS-LEFT (WS-RN-SUB)
                           TO REN-DAYS-LEFT
                      IF WS-REFER-TO-UW
                            MOVE "REFERRED  " TO REN-ACTION
                            ADD 1 TO WS-REFERRED-COUNT
                         ELSE
                            MOVE "NOTICE    " TO REN-ACTION
                      END-IF
                      PERFORM 1020-PRINT-WORKLIST-LINE
                      PERFORM 3400-PRINT-RATING-LINES
                      IF NOT WS-REFER-TO-UW
                            PERFORM 1030-WRITE-RENEWAL-NOTICE
                      END-IF
           END-READ.
      *
      *********************************************************
      *  This paragraph works the loss ratio: incurred (paid
      * plus reserve less recoveries, never below nothing) as a
      * percentage of the premium earned in the period. Earned
      * is the written premium for each day in force since the
      * effective date, up to the length of the period; a policy
      * with no effective date counts the whole period. Nothing
      * earned against a loss reads as the top ratio.
      *
       3100-WORK-LOSS-RATIO.
           COMPUTE WS-INCURRED = WS-RN-PAID (WS-RN-SUB)
                               + WS-RN-RESERVE (WS-RN-SUB)
                               - WS-RN-RECOVERED (WS-RN-SUB).
           IF WS-INCURRED LESS ZERO
                 MOVE 0 TO WS-INCURRED.
           MOVE WS-PERIOD-DAYS TO WS-EXPOSURE-DAYS.
           IF PM-EFFECTIVE-DATE NUMERIC AND
              PM-EFFECTIVE-DATE NOT EQUAL ZERO
                 MOVE PM-EFFECTIVE-DATE TO WS-CMP-DDMMYY
                 MOVE WS-CMP-DD TO WS-DF-DD1
                 MOVE WS-CMP-MM TO WS-DF-MM1
                 MOVE WS-CMP-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-CY-YYYY TO WS-DF-YYYY1
                 MOVE WS-TODAY-DD   TO WS-DF-DD2
                 MOVE WS-TODAY-MM   TO WS-DF-MM2
                 MOVE WS-TODAY-YYYY TO WS-DF-YYYY2
                 CALL "DatDiff" USING WS-DIFF-PAR
                 IF WS-DF-FC EQUAL 0 AND
                    WS-DF-DAYS LESS WS-PERIOD-DAYS
                       MOVE WS-DF-DAYS TO WS-EXPOSURE-DAYS
                 END-IF
                 MOVE WS-TODAY-DD   TO WS-DF-DD1
                 MOVE WS-TODAY-MM   TO WS-DF-MM1
                 MOVE WS-TODAY-YYYY TO WS-DF-YYYY1.
           COMPUTE WS-EARNED-PREMIUM ROUNDED =
                   PM-WRITTEN-PREMIUM * WS-EXPOSURE-DAYS / 365.
           IF WS-EARNED-PREMIUM EQUAL ZERO
                 IF WS-INCURRED GREATER ZERO
                       MOVE 99999 TO WS-LOSS-RATIO
                    ELSE
                       MOVE 0 TO WS-LOSS-RATIO
                 END-IF
              ELSE
                 COMPUTE WS-LOSS-RATIO ROUNDED =
                         WS-INCURRED * 100 / WS-EARNED-PREMIUM
                         ON SIZE ERROR MOVE 99999 TO WS-LOSS-RATIO
                 END-COMPUTE.
      *
      *********************************************************
      *  This paragraph re-rates the base premium off the card
      * in force today for the class of the policy's latest
      * claim: the card base plus its loading percent for each
      * claim in the period. No claims, or a class not on the
      * card, keeps the written premium as base.
      *
       3200-RERATE-BASE.
           MOVE "N" TO WS-CARD-FOUND-FLAG.
           MOVE PM-WRITTEN-PREMIUM TO WS-RATED-BASE.
           MOVE SPACES TO WS-REN-REASON-LINE.
           IF WS-RN-CLAIMS (WS-RN-SUB) EQUAL 0
                 MOVE WS-RT-NO-CLAIMS TO RRL-RATE-TEXT
              ELSE
                 MOVE 0 TO WS-BEST-IDX
                 MOVE 0 TO WS-BEST-EFF
                 PERFORM 3210-CHECK-ONE-CARD-ROW
                         VARYING WS-RATE-IDX FROM 1 BY 1
                         UNTIL WS-RATE-IDX GREATER
                                           WS-RATE-ENTRIES-USED
                 IF WS-BEST-IDX EQUAL 0
                       MOVE WS-RN-CLASS (WS-RN-SUB) TO RTN-CLASS
                       MOVE WS-RT-NO-CARD TO RRL-RATE-TEXT
                    ELSE
                       MOVE "Y" TO WS-CARD-FOUND-FLAG
                       SET WS-RATE-IDX TO WS-BEST-IDX
                       COMPUTE WS-RATED-BASE ROUNDED =
                          WS-RATE-BASE-TBL (WS-RATE-IDX) +
                          (WS-RATE-BASE-TBL (WS-RATE-IDX) *
                           WS-RATE-LOADING-TBL (WS-RATE-IDX) *
                           WS-RN-CLAIMS (WS-RN-SUB) / 100)
                       MOVE WS-RN-CLASS (WS-RN-SUB) TO RTC-CLASS
                       MOVE WS-RATED-BASE TO RTC-BASE
                       MOVE WS-RATE-LOADING-TBL (WS-RATE-IDX)
                            TO RTC-LOADING
                       MOVE WS-RT-CARD TO RRL-RATE-TEXT
                 END-IF
           END-IF.
      *
       3210-CHECK-ONE-CARD-ROW.
           IF WS-RATE-CLASS-TBL (WS-RATE-IDX) =
              WS-RN-CLASS (WS-RN-SUB) AND
              WS-RATE-EFF-TBL (WS-RATE-IDX) NOT GREATER
              WS-TODAY-COMPARE
                 IF WS-BEST-IDX EQUAL 0 OR
                    WS-RATE-EFF-TBL (WS-RATE-IDX) NOT LESS
                    WS-BEST-EFF
                       SET WS-BEST-IDX TO WS-RATE-IDX
                       MOVE WS-RATE-EFF-TBL (WS-RATE-IDX)
                            TO WS-BEST-EFF.
      *
      *********************************************************
      *  This paragraph applies the experience band the loss
      * ratio falls in, or marks the policy for referral when
      * the ratio is over the ceiling. A referred policy still
      * shows the premium the bands would give it.
      *
       3300-APPLY-EXPERIENCE.
           MOVE 0 TO WS-EX-BEST-SUB.
           PERFORM 3310-CHECK-ONE-BAND
                   VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB GREATER WS-EXPER-ENTRIES-USED.
           MOVE WS-RATED-BASE TO WS-PROPOSED-PREMIUM.
           IF WS-EX-BEST-SUB EQUAL 0
                 MOVE WS-ET-NO-ADJUST TO RRL-EXPER-TEXT
              ELSE
                 MOVE WS-EX-TYPE-TBL (WS-EX-BEST-SUB) TO WS-ADJ-TYPE
                 MOVE WS-EX-PCT-TBL (WS-EX-BEST-SUB)  TO WS-ADJ-PCT
                 MOVE WS-ADJ-PCT TO ETA-PCT
                 MOVE WS-EX-LR-FROM-TBL (WS-EX-BEST-SUB)
                      TO ETA-LR-FROM
                 IF WS-ADJ-TYPE EQUAL "C" OR
                    WS-ADJ-TYPE EQUAL "c"
                       IF WS-ADJ-PCT GREATER 100
                             MOVE 100 TO WS-ADJ-PCT
                       END-IF
                       COMPUTE WS-PROPOSED-PREMIUM ROUNDED =
                               WS-RATED-BASE *
                               (100 - WS-ADJ-PCT) / 100
                       MOVE "CREDIT     " TO ETA-TYPE-TEXT
                    ELSE
                       COMPUTE WS-PROPOSED-PREMIUM ROUNDED =
                               WS-RATED-BASE *
                               (100 + WS-ADJ-PCT) / 100
                       MOVE "SURCHARGE  " TO ETA-TYPE-TEXT
                 END-IF
                 MOVE WS-ET-ADJUST TO RRL-EXPER-TEXT
           END-IF.
           MOVE "N" TO WS-REFER-FLAG.
           IF WS-LOSS-RATIO GREATER WS-LR-CEILING
                 MOVE "Y" TO WS-REFER-FLAG
                 MOVE WS-LR-CEILING TO ETR-CEILING
                 MOVE WS-ET-REFER TO RRL-EXPER-TEXT.
      *
       3310-CHECK-ONE-BAND.
           IF WS-EX-LR-FROM-TBL (WS-EX-SUB) NOT GREATER
              WS-LOSS-RATIO
                 IF WS-EX-BEST-SUB EQUAL 0
                       MOVE WS-EX-SUB TO WS-EX-BEST-SUB
                    ELSE
                    IF WS-EX-LR-FROM-TBL (WS-EX-SUB) GREATER
                       WS-EX-LR-FROM-TBL (WS-EX-BEST-SUB)
                          MOVE WS-EX-SUB TO WS-EX-BEST-SUB.
      *
      *********************************************************
      *  This paragraph prints the experience figures and the
      * rating reasons under the policy's worklist line.
      *
       3400-PRINT-RATING-LINES.
           MOVE WS-RN-CLAIMS (WS-RN-SUB)    TO REX-CLAIMS.
           MOVE WS-RN-PAID (WS-RN-SUB)      TO REX-PAID.
           MOVE WS-RN-RESERVE (WS-RN-SUB)   TO REX-RESERVE.
           MOVE WS-RN-RECOVERED (WS-RN-SUB) TO REX-RECOVERED.
           MOVE WS-EARNED-PREMIUM           TO REX-EARNED.
           MOVE WS-LOSS-RATIO               TO REX-LOSS-RATIO.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-EXPER-LINE TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
           MOVE SPACES TO OUT-RENEWAL-REC.
           MOVE WS-REN-REASON-LINE TO OUT-RENEWAL-REC.
           WRITE OUT-RENEWAL-REC AFTER 1.
      *
      *********************************************************
      *
