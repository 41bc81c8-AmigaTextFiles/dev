       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJRNL.
      *PROGRAM DISCRIPTION.
      *
      *  Nightly general ledger journal for the day's claim money,
      * runnable from JOBCTL.DAT after CHKDISB so the day's checks
      * are already cut. Every movement dated today is priced off
      * the claim files:
      *
      *    PAID - a check disbursed today (CLMPAY.DAT disbursement
      *           date), reversed for a check voided or stopped
      *           today (CLMVOID.DAT) that went out on an earlier
      *           day.
      *    RCVT / RCVS / RCVO - a recovery received today
      *           (CLMRCV.DAT), third party, salvage or other by
      *           RCV-SOURCE.
      *    RSRV - a case reserve change keyed today (CLMRSVJ.DAT),
      *           increase forward, decrease reversed.
      *    CEDE - the reinsurer's share of each PAID movement,
      *           worked out exactly the way CESSREG prices it
      *           against the REINSUR.DAT retention and cession
      *           percentage.
      *
      *  Each movement type is mapped to its debit and credit
      * account through the GL account mapping file GLMAP.DAT; a
      * reversal posts the same two accounts the other way round.
      * Movements are summarised by claim region and account onto
      * the journal file GLJRNL.DAT for the GL system to load:
      * comma-delimited, a HDR record, one JNL record per region
      * and account side, and a TRL control record carrying the
      * record count and the debit and credit totals. Amounts
      * carry two implied decimals.
      *
      *  The printed proof (GLJRNL.PRT) lists every movement, the
      * region summary and the totals. A movement with no mapping,
      * a full summary table or debits that do not equal credits
      * leaves GLJRNL.DAT empty - nothing goes to the ledger - and
      * ends the run ABND so the stream stops for accounting to
      * look at the proof.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.
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
           SELECT PAYMENT-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS WS-PAYMENT-STATUS.
      *
           SELECT VOID-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VD-KEY
           FILE STATUS IS WS-VOID-STATUS.
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
           SELECT JOURNAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      *
           SELECT PROOF-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD GLMAP-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "GLMAP.DAT".
       01  IN-GLMAP-REC.
           03  GM-MOVE-TYPE           PIC X(4).
           03  FILLER                 PIC X.
           03  GM-DEBIT-ACCOUNT       PIC X(8).
           03  FILLER                 PIC X.
           03  GM-CREDIT-ACCOUNT      PIC X(8).
           03  FILLER                 PIC X.
           03  GM-DESCRIPTION         PIC X(20).
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
       FD JOURNAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "GLJRNL.DAT".
       01  OUT-JOURNAL-REC            PIC X(80).
      *
       FD PROOF-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "GLJRNL.PRT".
       01  OUT-PROOF-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-GLMAP-STATUS        PIC XX VALUE "00".
       01 WS-REINSURER-STATUS    PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-VOID-STATUS         PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS     PIC XX VALUE "00".
       01 WS-RESERVE-STATUS      PIC XX VALUE "00".
       01 WS-RSVJ-STATUS         PIC XX VALUE "00".
      *
      *  What each optional file's OPEN returned - the live
      * status moves on with every read and lookup, so these
      * copies decide whether a file is there to read and close.
      *
       01 WS-VOID-OPEN-STATUS    PIC XX VALUE "35".
       01 WS-RECOVERY-OPEN-STATUS PIC XX VALUE "35".
       01 WS-RESERVE-OPEN-STATUS PIC XX VALUE "35".
       01 WS-RSVJ-OPEN-STATUS    PIC XX VALUE "35".
       01 WS-JOURNAL-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-MAP-END-FLAG        PIC X  VALUE " ".
       01 WS-TREATY-FOUND-FLAG   PIC X  VALUE "N".
           88 WS-TREATY-FOUND        VALUE "Y".
       01 WS-BALANCE-FLAG        PIC X  VALUE "Y".
           88 WS-JOURNAL-BALANCED    VALUE "Y".
       01 WS-SOURCE-TEST         PIC X.
           88 WS-SOURCE-SUBRO        VALUE "T" "t".
           88 WS-SOURCE-SALVAGE      VALUE "S" "s".
       01 WS-COUNTERS.
           03 WS-MOVEMENTS-POSTED PIC 9(5) VALUE 0.
           03 WS-MOVEMENTS-UNMAPPED PIC 9(5) VALUE 0.
           03 WS-JNL-RECORDS     PIC 9(7) VALUE 0.
           03 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
           03 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-TODAY-DDMMYY        PIC 9(6) VALUE 0.
       01 WS-TODAY-BUILD.
           03 WS-TB-DD           PIC XX.
           03 WS-TB-MM           PIC XX.
           03 WS-TB-YY           PIC XX.
      *
      *  The movement being posted, filled by each source pass
      * before 5000-POST-MOVEMENT is performed.
      *
       01 WS-MOVEMENT.
           03 WS-MV-TYPE         PIC X(4).
           03 WS-MV-CLAIM-NUMBER PIC 999V9(4).
           03 WS-MV-SEQ          PIC 999.
           03 WS-MV-REGION       PIC X(4).
           03 WS-MV-AMOUNT       PIC 9(9)V99.
           03 WS-MV-REVERSE-FLAG PIC X.
               88 WS-MV-REVERSED     VALUE "R".
       01 WS-MV-DEBIT-ACCOUNT    PIC X(8).
       01 WS-MV-CREDIT-ACCOUNT   PIC X(8).
      *
      *  GL account map, loaded once from GLMAP.DAT.
      *
       01 WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 20 TIMES.
               05 WS-MAP-TYPE        PIC X(4).
               05 WS-MAP-DEBIT       PIC X(8).
               05 WS-MAP-CREDIT      PIC X(8).
       01 WS-MAP-COUNT           PIC 99 VALUE 0.
       01 WS-MAP-SUB             PIC 99 VALUE 0.
       01 WS-MAP-FOUND-SUB       PIC 99 VALUE 0.
      *
      *  Journal summary by region and account, each side kept
      * apart so the GL sees gross debits and credits.
      *
       01 WS-SUM-TABLE.
           03 WS-SUM-ENTRY OCCURS 200 TIMES.
               05 WS-SUM-REGION      PIC X(4).
               05 WS-SUM-ACCOUNT     PIC X(8).
               05 WS-SUM-DEBIT       PIC 9(11)V99.
               05 WS-SUM-CREDIT      PIC 9(11)V99.
       01 WS-SUM-COUNT           PIC 999 VALUE 0.
       01 WS-SUM-SUB             PIC 999 VALUE 0.
       01 WS-SUM-FOUND-SUB       PIC 999 VALUE 0.
       01 WS-SUM-SEEK-ACCOUNT    PIC X(8).
      *
      *  Cession pricing, as CESSREG does it.
      *
       01 WS-RETENTION           PIC 9(7) VALUE 0.
       01 WS-CESSION-PCT         PIC 9(3) VALUE 0.
       01 WS-SAVE-PAY-KEY        PIC X(10).
       01 WS-CD-PAID             PIC 9(9) VALUE 0.
       01 WS-CD-BEFORE           PIC 9(9) VALUE 0.
       01 WS-CD-BASE             PIC 9(7) VALUE 0.
       01 WS-CD-EXTRA            PIC 9(7) VALUE 0.
       01 WS-CD-INCURRED         PIC 9(9) VALUE 0.
       01 WS-CD-EXCESS           PIC S9(9) VALUE 0.
       01 WS-CD-CEDED            PIC 9(9)V99 VALUE 0.
       01 WS-RSV-CHANGE          PIC S9(7) VALUE 0.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "GLJRNL".
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
       01 WS-JNL-AMOUNT-DISP     PIC 9(11)V99.
       01 WS-JNL-COUNT-DISP      PIC 9(7).
       01 WS-JNL-DEBIT-DISP      PIC 9(11)V99.
       01 WS-JNL-CREDIT-DISP     PIC 9(11)V99.
       01 WS-JNL-SIDE            PIC X.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "GLJRNL    ".
           03 FILLER  PIC X(30)  VALUE
                         "GENERAL LEDGER JOURNAL PROOF  ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-MOVE-COL-HEADER.
           03 FILLER  PIC X(4)   VALUE "TYPE".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(3)   VALUE "SEQ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "REGION".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "DEBIT   ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "CREDIT  ".
           03 FILLER  PIC X(9)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "AMOUNT".
       01 WS-MOVE-LINE.
           03 MVL-TYPE           PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 MVL-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 MVL-SEQ            PIC ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 MVL-REGION         PIC X(4).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 MVL-DEBIT          PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 MVL-CREDIT         PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 MVL-AMOUNT         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 MVL-NOTE           PIC X(16).
       01 WS-SUM-TITLE.
           03 FILLER  PIC X(30)  VALUE
                         "JOURNAL BY REGION AND ACCOUNT ".
       01 WS-SUM-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "REGION".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "ACCOUNT ".
           03 FILLER  PIC X(12)  VALUE SPACES.
           03 FILLER  PIC X(5)   VALUE "DEBIT".
           03 FILLER  PIC X(13)  VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "CREDIT".
       01 WS-SUM-LINE.
           03 SML-REGION         PIC X(4).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 SML-ACCOUNT        PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 SML-DEBIT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 SML-CREDIT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-PRF-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "MOVEMENTS POSTED      : ".
           03 PRT-POSTED         PIC ZZZZ9.
       01 WS-PRF-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "MOVEMENTS NOT MAPPED  : ".
           03 PRT-UNMAPPED       PIC ZZZZ9.
       01 WS-PRF-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "TOTAL DEBITS          : ".
           03 PRT-DEBITS         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-PRF-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "TOTAL CREDITS         : ".
           03 PRT-CREDITS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-PRF-RELEASED.
           03 FILLER             PIC X(24)  VALUE
                         "JOURNAL RELEASED      : ".
           03 PRT-JNL-RECORDS    PIC ZZZZZZ9.
           03 FILLER             PIC X(20)  VALUE
                         " RECORDS ON GLJRNL  ".
       01 WS-PRF-REFUSED.
           03 FILLER             PIC X(50)  VALUE
              "*** OUT OF BALANCE - JOURNAL NOT RELEASED ***     ".
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to load the account map and the treaty terms,
      * open the claim files and the proof, run the four source
      * passes, then release the journal only when it balances,
      * and log start/end through the shared RUNLOG routine. The
      * map, the claim master, the payout ledger and the proof
      * must open; the void, recovery, reserve and reserve
      * journal files may not exist yet and are simply skipped.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "Y" TO WS-BALANCE-FLAG.
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
           PERFORM 0100-LOAD-GL-MAP.
           PERFORM 0150-LOAD-TREATY-TERMS.
           OPEN INPUT  CLIENT-FILE.
           OPEN INPUT  PAYMENT-FILE.
           OPEN INPUT  VOID-FILE.
           MOVE WS-VOID-STATUS     TO WS-VOID-OPEN-STATUS.
           OPEN INPUT  RECOVERY-FILE.
           MOVE WS-RECOVERY-STATUS TO WS-RECOVERY-OPEN-STATUS.
           OPEN INPUT  RESERVE-FILE.
           MOVE WS-RESERVE-STATUS  TO WS-RESERVE-OPEN-STATUS.
           OPEN INPUT  RESERVE-JRNL-FILE.
           MOVE WS-RSVJ-STATUS     TO WS-RSVJ-OPEN-STATUS.
           OPEN OUTPUT PROOF-PRINT.
                IF WS-MAP-COUNT GREATER ZERO AND
                   WS-CLIENT-STATUS  = "00" AND
                   WS-PAYMENT-STATUS = "00" AND
                   WS-PRINT-STATUS   = "00"
                      PERFORM 0200-PRINT-TITLE
                      PERFORM 1000-JOURNAL-PAYMENTS
                      PERFORM 2000-JOURNAL-VOIDS
                      PERFORM 3000-JOURNAL-RECOVERIES
                      PERFORM 4000-JOURNAL-RESERVES
                      PERFORM 6000-PRINT-SUMMARY
                      PERFORM 7000-RELEASE-JOURNAL
                      PERFORM 0300-PRINT-TOTALS
                      IF WS-JOURNAL-BALANCED
                            MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                         ELSE
                            MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                      END-IF
                   ELSE
                      DISPLAY "GLJRNL - CANNOT START"
                      DISPLAY "GLMAP.DAT ENTRIES    : "
                              WS-MAP-COUNT
                      DISPLAY "GLMAP.DAT STATUS     : "
                              WS-GLMAP-STATUS
                      DISPLAY "CLIENT-FILE STATUS   : "
                              WS-CLIENT-STATUS
                      DISPLAY "PAYMENT-FILE STATUS  : "
                              WS-PAYMENT-STATUS
                      DISPLAY "PROOF-PRINT STATUS   : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "            TO WS-RUNLOG-ACTION.
           MOVE WS-JNL-RECORDS    TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CLIENT-FILE.
           CLOSE PAYMENT-FILE.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 CLOSE VOID-FILE.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 CLOSE RECOVERY-FILE.
           IF WS-RESERVE-OPEN-STATUS EQUAL "00"
                 CLOSE RESERVE-FILE.
           IF WS-RSVJ-OPEN-STATUS EQUAL "00"
                 CLOSE RESERVE-JRNL-FILE.
           CLOSE PROOF-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph loads the GL account map into the table,
      * one movement type per row; rows past the table size are
      * ignored with a console warning.
      *
       0100-LOAD-GL-MAP.
           MOVE 0 TO WS-MAP-COUNT.
           MOVE " " TO WS-MAP-END-FLAG.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS EQUAL "00"
                 PERFORM 0110-LOAD-ONE-MAP-ROW
                         UNTIL WS-MAP-END-FLAG = "E"
                 CLOSE GLMAP-FILE.
      *
       0110-LOAD-ONE-MAP-ROW.
           READ GLMAP-FILE
                AT END MOVE "E" TO WS-MAP-END-FLAG
           END-READ.
           IF WS-MAP-END-FLAG NOT EQUAL "E" AND
              GM-MOVE-TYPE NOT EQUAL SPACES
                 IF WS-MAP-COUNT LESS 20
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GM-MOVE-TYPE
                            TO WS-MAP-TYPE (WS-MAP-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                            TO WS-MAP-DEBIT (WS-MAP-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                            TO WS-MAP-CREDIT (WS-MAP-COUNT)
                    ELSE
                       DISPLAY "GLJRNL - GLMAP.DAT ROW IGNORED : "
                               GM-MOVE-TYPE
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph reads the treaty terms the way CESSREG
      * does; no treaty file means nothing is ceded.
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
                                 MOVE RE-RETENTION
                                      TO WS-RETENTION
                                 MOVE RE-CESSION-PCT
                                      TO WS-CESSION-PCT
                                 MOVE "Y" TO WS-TREATY-FOUND-FLAG
                           END-IF
                 END-READ
                 CLOSE REINSURER-FILE.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-TITLE-1 TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER PAGE.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-MOVE-COL-HEADER TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 2.
      *
       0300-PRINT-TOTALS.
           MOVE WS-MOVEMENTS-POSTED   TO PRT-POSTED.
           MOVE WS-MOVEMENTS-UNMAPPED TO PRT-UNMAPPED.
           MOVE WS-DEBIT-TOTAL        TO PRT-DEBITS.
           MOVE WS-CREDIT-TOTAL       TO PRT-CREDITS.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-PRF-TOTAL-1 TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 2.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-PRF-TOTAL-2 TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 1.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-PRF-TOTAL-3 TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 1.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-PRF-TOTAL-4 TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 1.
           IF WS-JOURNAL-BALANCED
                 MOVE WS-JNL-RECORDS TO PRT-JNL-RECORDS
                 MOVE SPACES TO OUT-PROOF-REC
                 MOVE WS-PRF-RELEASED TO OUT-PROOF-REC
                 WRITE OUT-PROOF-REC AFTER 2
              ELSE
                 MOVE SPACES TO OUT-PROOF-REC
                 MOVE WS-PRF-REFUSED TO OUT-PROOF-REC
                 WRITE OUT-PROOF-REC AFTER 2.
           DISPLAY "GLJRNL - MOVEMENTS POSTED   : "
                   WS-MOVEMENTS-POSTED.
           DISPLAY "GLJRNL - MOVEMENTS UNMAPPED : "
                   WS-MOVEMENTS-UNMAPPED.
           DISPLAY "GLJRNL - TOTAL DEBITS       : "
                   WS-DEBIT-TOTAL.
           DISPLAY "GLJRNL - TOTAL CREDITS      : "
                   WS-CREDIT-TOTAL.
           IF NOT WS-JOURNAL-BALANCED
                 DISPLAY "GLJRNL - OUT OF BALANCE, JOURNAL NOT "
                         "RELEASED".
      *
      *********************************************************
      *  This paragraph walks the payout ledger for checks cut
      * today, posting each as PAID and its reinsurer's share as
      * CEDE.
      *
       1000-JOURNAL-PAYMENTS.
           MOVE " " TO WS-END-FILE-FLAG.
           PERFORM 1010-JOURNAL-ONE-PAYMENT
                   UNTIL WS-END-OF-FILE.
      *
       1010-JOURNAL-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF PAY-DISB-DATE EQUAL WS-TODAY-DDMMYY AND
                    PAY-AMOUNT GREATER ZERO
                       MOVE PAY-KEY          TO WS-SAVE-PAY-KEY
                       MOVE "PAID"           TO WS-MV-TYPE
                       MOVE PAY-CLAIM-NUMBER TO WS-MV-CLAIM-NUMBER
                       MOVE PAY-SEQ          TO WS-MV-SEQ
                       MOVE PAY-AMOUNT       TO WS-MV-AMOUNT
                       MOVE PAY-AMOUNT       TO WS-CD-BASE
                       MOVE SPACE            TO WS-MV-REVERSE-FLAG
                       PERFORM 1900-FIND-REGION
                       PERFORM 5000-POST-MOVEMENT
                       MOVE 0 TO WS-CD-EXTRA
                       PERFORM 1500-PRICE-CESSION
                       IF WS-CD-CEDED GREATER ZERO
                             MOVE "CEDE"      TO WS-MV-TYPE
                             MOVE WS-CD-CEDED TO WS-MV-AMOUNT
                             PERFORM 5000-POST-MOVEMENT
                       END-IF
      *  The cession walk moved the ledger; carry on from the
      * payment just journaled.
                       MOVE WS-SAVE-PAY-KEY TO PAY-KEY
                       START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                             INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
                       END-START
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph prices the reinsurer's share of the
      * payment in WS-MOVEMENT (WS-CD-BASE dollars at sequence
      * WS-MV-SEQ), the way CESSREG prices it: the claim must be
      * incurred (paid plus case reserve) over the retention,
      * and the share is the cession percentage of the part of
      * the payment lying above the retention on the claim's
      * cumulative paid. WS-CD-EXTRA carries an amount the
      * ledger no longer shows - a voided check being reversed.
      *
       1500-PRICE-CESSION.
           MOVE 0 TO WS-CD-CEDED.
           IF WS-TREATY-FOUND
                 MOVE 0 TO WS-CD-PAID
                 MOVE 0 TO WS-CD-BEFORE
                 MOVE " " TO WS-PAY-END-FLAG
                 MOVE WS-MV-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE 0 TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
                 END-START
                 PERFORM 1510-SUM-ONE-PAYMENT
                         UNTIL WS-PAY-END-FLAG = "S"
                 COMPUTE WS-CD-INCURRED = WS-CD-PAID + WS-CD-EXTRA
                 IF WS-RESERVE-OPEN-STATUS EQUAL "00"
                       MOVE WS-MV-CLAIM-NUMBER TO RSV-CLAIM-NUMBER
                       READ RESERVE-FILE
                            RECORD KEY IS RSV-CLAIM-NUMBER
                            INVALID KEY
                                  CONTINUE
                            NOT INVALID KEY
                                  ADD RSV-AMOUNT TO WS-CD-INCURRED
                       END-READ
                 END-IF
                 IF WS-CD-INCURRED GREATER WS-RETENTION
                       PERFORM 1520-CEDED-SHARE
                 END-IF
           END-IF.
      *
       1510-SUM-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL WS-MV-CLAIM-NUMBER
                       ADD PAY-AMOUNT TO WS-CD-PAID
                       IF PAY-SEQ LESS WS-MV-SEQ
                             ADD PAY-AMOUNT TO WS-CD-BEFORE
                       END-IF
                    ELSE
                       MOVE "S" TO WS-PAY-END-FLAG.
      *
       1520-CEDED-SHARE.
           IF WS-CD-BEFORE LESS WS-RETENTION
                 COMPUTE WS-CD-EXCESS =
                         WS-CD-BEFORE + WS-CD-BASE - WS-RETENTION
              ELSE
                 MOVE WS-CD-BASE TO WS-CD-EXCESS.
           IF WS-CD-EXCESS LESS ZERO
                 MOVE 0 TO WS-CD-EXCESS.
           COMPUTE WS-CD-CEDED ROUNDED =
                   WS-CD-EXCESS * WS-CESSION-PCT / 100.
      *
      *********************************************************
      *  This paragraph finds the region of the claim in
      * WS-MOVEMENT off the claim master; a claim no longer on
      * the master posts to region ????, which the proof shows
      * for accounting to place by hand.
      *
       1900-FIND-REGION.
           MOVE WS-MV-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                INVALID KEY
                      MOVE "????" TO WS-MV-REGION
                NOT INVALID KEY
                      MOVE CL-REGION TO WS-MV-REGION
           END-READ.
      *
      *********************************************************
      *  This paragraph reverses PAID (and its cession) for every
      * check voided or stopped today. A check cut and voided on
      * the same day was never journaled as paid - the ledger
      * already carried it at zero - so it is passed over.
      *
       2000-JOURNAL-VOIDS.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 2010-JOURNAL-ONE-VOID
                         UNTIL WS-END-OF-FILE.
      *
       2010-JOURNAL-ONE-VOID.
           READ VOID-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF VD-DATE EQUAL WS-TODAY-DDMMYY AND
                    VD-DISB-DATE NOT EQUAL WS-TODAY-DDMMYY AND
                    VD-AMOUNT GREATER ZERO
                       MOVE "PAID"          TO WS-MV-TYPE
                       MOVE VD-CLAIM-NUMBER TO WS-MV-CLAIM-NUMBER
                       MOVE VD-SEQ          TO WS-MV-SEQ
                       MOVE VD-AMOUNT       TO WS-MV-AMOUNT
                       MOVE VD-AMOUNT       TO WS-CD-BASE
                       MOVE "R"             TO WS-MV-REVERSE-FLAG
                       PERFORM 1900-FIND-REGION
                       PERFORM 5000-POST-MOVEMENT
                       MOVE VD-AMOUNT TO WS-CD-EXTRA
                       PERFORM 1500-PRICE-CESSION
                       IF WS-CD-CEDED GREATER ZERO
                             MOVE "CEDE"      TO WS-MV-TYPE
                             MOVE WS-CD-CEDED TO WS-MV-AMOUNT
                             PERFORM 5000-POST-MOVEMENT
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph posts every recovery received today under
      * the movement type for its source.
      *
       3000-JOURNAL-RECOVERIES.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 3010-JOURNAL-ONE-RECOVERY
                         UNTIL WS-END-OF-FILE.
      *
       3010-JOURNAL-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF RCV-DATE EQUAL WS-TODAY-DDMMYY AND
                    RCV-AMOUNT GREATER ZERO
                       MOVE RCV-SOURCE TO WS-SOURCE-TEST
                       IF WS-SOURCE-SUBRO
                             MOVE "RCVT" TO WS-MV-TYPE
                          ELSE
                          IF WS-SOURCE-SALVAGE
                                MOVE "RCVS" TO WS-MV-TYPE
                             ELSE
                                MOVE "RCVO" TO WS-MV-TYPE
                          END-IF
                       END-IF
                       MOVE RCV-CLAIM-NUMBER TO WS-MV-CLAIM-NUMBER
                       MOVE RCV-SEQ          TO WS-MV-SEQ
                       MOVE RCV-AMOUNT       TO WS-MV-AMOUNT
                       MOVE SPACE            TO WS-MV-REVERSE-FLAG
                       PERFORM 1900-FIND-REGION
                       PERFORM 5000-POST-MOVEMENT
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph posts every case reserve change keyed
      * today off the reserve journal - an increase forward, a
      * decrease reversed.
      *
       4000-JOURNAL-RESERVES.
           IF WS-RSVJ-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 4010-JOURNAL-ONE-RESERVE
                         UNTIL WS-END-OF-FILE.
      *
       4010-JOURNAL-ONE-RESERVE.
           READ RESERVE-JRNL-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF RVJ-DATE EQUAL WS-TEMP-DATE AND
                    RVJ-OLD-AMOUNT NUMERIC AND
                    RVJ-NEW-AMOUNT NUMERIC
                       COMPUTE WS-RSV-CHANGE =
                               RVJ-NEW-AMOUNT - RVJ-OLD-AMOUNT
                       IF WS-RSV-CHANGE NOT EQUAL ZERO
                             MOVE "RSRV" TO WS-MV-TYPE
                             MOVE RVJ-CLAIM-NUMBER
                                  TO WS-MV-CLAIM-NUMBER
                             MOVE 0 TO WS-MV-SEQ
                             IF WS-RSV-CHANGE LESS ZERO
                                   MOVE "R" TO WS-MV-REVERSE-FLAG
                                   COMPUTE WS-MV-AMOUNT =
                                           0 - WS-RSV-CHANGE
                                ELSE
                                   MOVE SPACE TO WS-MV-REVERSE-FLAG
                                   MOVE WS-RSV-CHANGE TO WS-MV-AMOUNT
                             END-IF
                             PERFORM 1900-FIND-REGION
                             PERFORM 5000-POST-MOVEMENT
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph posts the movement in WS-MOVEMENT: finds
      * its accounts on the map (swapped for a reversal), adds
      * it to both sides of the region summary and prints its
      * proof line. A movement with no mapping is printed and
      * counted, and stops the journal from being released.
      *
       5000-POST-MOVEMENT.
           MOVE 0 TO WS-MAP-FOUND-SUB.
           PERFORM 5010-SEEK-ONE-MAP-ROW
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB GREATER WS-MAP-COUNT
                      OR WS-MAP-FOUND-SUB GREATER ZERO.
           MOVE WS-MV-TYPE         TO MVL-TYPE.
           MOVE WS-MV-CLAIM-NUMBER TO MVL-CLAIM-NUMBER.
           MOVE WS-MV-SEQ          TO MVL-SEQ.
           MOVE WS-MV-REGION       TO MVL-REGION.
           MOVE WS-MV-AMOUNT       TO MVL-AMOUNT.
           IF WS-MAP-FOUND-SUB EQUAL ZERO
                 ADD 1 TO WS-MOVEMENTS-UNMAPPED
                 MOVE "N" TO WS-BALANCE-FLAG
                 MOVE SPACES TO MVL-DEBIT
                 MOVE SPACES TO MVL-CREDIT
                 MOVE "** NOT MAPPED **" TO MVL-NOTE
              ELSE
                 IF WS-MV-REVERSED
                       MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
                            TO WS-MV-DEBIT-ACCOUNT
                       MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
                            TO WS-MV-CREDIT-ACCOUNT
                       MOVE "REVERSAL        " TO MVL-NOTE
                    ELSE
                       MOVE WS-MAP-DEBIT (WS-MAP-FOUND-SUB)
                            TO WS-MV-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT (WS-MAP-FOUND-SUB)
                            TO WS-MV-CREDIT-ACCOUNT
                       MOVE SPACES TO MVL-NOTE
                 END-IF
                 MOVE WS-MV-DEBIT-ACCOUNT  TO MVL-DEBIT
                 MOVE WS-MV-CREDIT-ACCOUNT TO MVL-CREDIT
                 ADD 1 TO WS-MOVEMENTS-POSTED
                 MOVE WS-MV-DEBIT-ACCOUNT TO WS-SUM-SEEK-ACCOUNT
                 PERFORM 5100-FIND-SUM-ENTRY
                 IF WS-SUM-FOUND-SUB GREATER ZERO
                       ADD WS-MV-AMOUNT
                           TO WS-SUM-DEBIT (WS-SUM-FOUND-SUB)
                       ADD WS-MV-AMOUNT TO WS-DEBIT-TOTAL
                 END-IF
                 MOVE WS-MV-CREDIT-ACCOUNT TO WS-SUM-SEEK-ACCOUNT
                 PERFORM 5100-FIND-SUM-ENTRY
                 IF WS-SUM-FOUND-SUB GREATER ZERO
                       ADD WS-MV-AMOUNT
                           TO WS-SUM-CREDIT (WS-SUM-FOUND-SUB)
                       ADD WS-MV-AMOUNT TO WS-CREDIT-TOTAL
                 END-IF
           END-IF.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-MOVE-LINE TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 1.
      *
       5010-SEEK-ONE-MAP-ROW.
           IF WS-MAP-TYPE (WS-MAP-SUB) EQUAL WS-MV-TYPE
                 MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB.
      *
      *********************************************************
      *  This paragraph finds (or adds) the summary entry for the
      * movement's region and WS-SUM-SEEK-ACCOUNT. A full table
      * leaves WS-SUM-FOUND-SUB zero and the journal unbalanced.
      *
       5100-FIND-SUM-ENTRY.
           MOVE 0 TO WS-SUM-FOUND-SUB.
           PERFORM 5110-SEEK-ONE-SUM-ENTRY
                   VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB GREATER WS-SUM-COUNT
                      OR WS-SUM-FOUND-SUB GREATER ZERO.
           IF WS-SUM-FOUND-SUB EQUAL ZERO
                 IF WS-SUM-COUNT LESS 200
                       ADD 1 TO WS-SUM-COUNT
                       MOVE WS-SUM-COUNT TO WS-SUM-FOUND-SUB
                       MOVE WS-MV-REGION
                            TO WS-SUM-REGION (WS-SUM-COUNT)
                       MOVE WS-SUM-SEEK-ACCOUNT
                            TO WS-SUM-ACCOUNT (WS-SUM-COUNT)
                       MOVE 0 TO WS-SUM-DEBIT (WS-SUM-COUNT)
                       MOVE 0 TO WS-SUM-CREDIT (WS-SUM-COUNT)
                    ELSE
                       MOVE "N" TO WS-BALANCE-FLAG
                       DISPLAY "GLJRNL - SUMMARY TABLE FULL"
                 END-IF
           END-IF.
      *
       5110-SEEK-ONE-SUM-ENTRY.
           IF WS-SUM-REGION (WS-SUM-SUB) EQUAL WS-MV-REGION AND
              WS-SUM-ACCOUNT (WS-SUM-SUB) EQUAL WS-SUM-SEEK-ACCOUNT
                 MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB.
      *
      *********************************************************
      *  This paragraph prints the region and account summary
      * that goes onto the journal.
      *
       6000-PRINT-SUMMARY.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-SUM-TITLE TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 3.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-SUM-COL-HEADER TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 2.
           PERFORM 6010-PRINT-ONE-SUM-ENTRY
                   VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB GREATER WS-SUM-COUNT.
      *
       6010-PRINT-ONE-SUM-ENTRY.
           MOVE WS-SUM-REGION (WS-SUM-SUB)  TO SML-REGION.
           MOVE WS-SUM-ACCOUNT (WS-SUM-SUB) TO SML-ACCOUNT.
           MOVE WS-SUM-DEBIT (WS-SUM-SUB)   TO SML-DEBIT.
           MOVE WS-SUM-CREDIT (WS-SUM-SUB)  TO SML-CREDIT.
           MOVE SPACES TO OUT-PROOF-REC.
           MOVE WS-SUM-LINE TO OUT-PROOF-REC.
           WRITE OUT-PROOF-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph proves the journal - every movement
      * mapped, debits equal to credits - and only then writes
      * GLJRNL.DAT. An unproven journal still opens the file
      * OUTPUT, so yesterday's journal can never be picked up a
      * second time in its place.
      *
       7000-RELEASE-JOURNAL.
           IF WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
                 MOVE "N" TO WS-BALANCE-FLAG.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT EQUAL "00"
                 MOVE "N" TO WS-BALANCE-FLAG
                 DISPLAY "GLJRNL - GLJRNL.DAT WOULD NOT OPEN : "
                         WS-JOURNAL-STATUS
              ELSE
                 IF WS-JOURNAL-BALANCED
                       PERFORM 7010-WRITE-JOURNAL-HEADER
                       PERFORM 7020-WRITE-ONE-SUM-ENTRY
                               VARYING WS-SUM-SUB FROM 1 BY 1
                               UNTIL WS-SUM-SUB GREATER WS-SUM-COUNT
                       PERFORM 7030-WRITE-JOURNAL-TRAILER
                 END-IF
                 CLOSE JOURNAL-FILE.
      *
       7010-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO OUT-JOURNAL-REC.
           STRING "HDR,"            DELIMITED BY SIZE
                  WS-TEMP-DATE      DELIMITED BY SIZE
                  ",CLAIMS"         DELIMITED BY SIZE
              INTO OUT-JOURNAL-REC
           END-STRING.
           WRITE OUT-JOURNAL-REC.
      *
       7020-WRITE-ONE-SUM-ENTRY.
           IF WS-SUM-DEBIT (WS-SUM-SUB) GREATER ZERO
                 MOVE "D" TO WS-JNL-SIDE
                 MOVE WS-SUM-DEBIT (WS-SUM-SUB) TO WS-JNL-AMOUNT-DISP
                 PERFORM 7025-WRITE-JOURNAL-LINE.
           IF WS-SUM-CREDIT (WS-SUM-SUB) GREATER ZERO
                 MOVE "C" TO WS-JNL-SIDE
                 MOVE WS-SUM-CREDIT (WS-SUM-SUB) TO WS-JNL-AMOUNT-DISP
                 PERFORM 7025-WRITE-JOURNAL-LINE.
      *
       7025-WRITE-JOURNAL-LINE.
           MOVE SPACES TO OUT-JOURNAL-REC.
           STRING "JNL,"                     DELIMITED BY SIZE
                  WS-TEMP-DATE               DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-SUM-REGION (WS-SUM-SUB) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-SUM-ACCOUNT (WS-SUM-SUB) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-JNL-SIDE                DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-JNL-AMOUNT-DISP         DELIMITED BY SIZE
              INTO OUT-JOURNAL-REC
           END-STRING.
           WRITE OUT-JOURNAL-REC.
           ADD 1 TO WS-JNL-RECORDS.
      *
       7030-WRITE-JOURNAL-TRAILER.
           MOVE WS-JNL-RECORDS  TO WS-JNL-COUNT-DISP.
           MOVE WS-DEBIT-TOTAL  TO WS-JNL-DEBIT-DISP.
           MOVE WS-CREDIT-TOTAL TO WS-JNL-CREDIT-DISP.
           MOVE SPACES TO OUT-JOURNAL-REC.
           STRING "TRL,"             DELIMITED BY SIZE
                  WS-JNL-COUNT-DISP  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-JNL-DEBIT-DISP  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-JNL-CREDIT-DISP DELIMITED BY SIZE
              INTO OUT-JOURNAL-REC
           END-STRING.
           WRITE OUT-JOURNAL-REC.
      *
      *********************************************************
      *
