       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKRECON.
      *PROGRAM DISCRIPTION.
      *
      *  Nightly bank reconciliation of the checks CHKDISB has
      * cut, runnable from JOBCTL.DAT like the other batches.
      * The bank's cleared-check file (CHKCLR.DAT, one row per
      * check paid: check number, amount, date cleared) is
      * matched to the payout ledger by check number; a row
      * whose amount agrees stamps the payment cleared with the
      * bank's clear date. Everything that does not match prints
      * on CHKRECON.PRT as an exception, each with its reason:
      *
      *    NOTISSUE - the bank paid a check number no payment
      *               on the ledger carries.
      *    MISMATCH - the amount the bank paid is not the amount
      *               the check was cut for.
      *    VOIDED   - the bank paid a check voided or stopped at
      *               the claims desk (CLMVOID.DAT).
      *    DUPLICAT - the check was already cleared on an
      *               earlier date.
      *    BADROW   - the bank row is not numeric.
      *
      *  The second half of the report lists every check cut and
      * not yet cleared, aged in days from its disbursement date
      * through the shared DatDiff entry point, and flags as
      * STALE any check older than the BUSPARM.DAT limit
      * STALE-CHECK-DAYS (180 days when the parameter is not
      * set), for treasury to follow up or escheat. A rerun over
      * the same bank file is harmless - a row already stamped
      * with the same clear date is counted, not reported.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BANK-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT RECON-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD BANK-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CHKCLR.DAT".
       01  IN-BANK-REC.
           03  BK-CHECK-NUMBER          PIC 9(6).
           03  FILLER                   PIC X.
           03  BK-AMOUNT                PIC 9(7).
           03  FILLER                   PIC X.
           03  BK-CLEAR-DATE            PIC 9(6).
      *
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD RECON-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CHKRECON.PRT".
       01  OUT-RECON-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-VOID-STATUS         PIC XX VALUE "00".
       01 WS-VOID-OPEN-STATUS    PIC XX VALUE "35".
       01 WS-BANK-STATUS         PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-CHECK-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-CHECK-FOUND         VALUE "Y".
       01 WS-VOID-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-VOID-FOUND          VALUE "Y".
       01 WS-COUNTERS.
           03 WS-BANK-READ       PIC 9(5) VALUE 0.
           03 WS-BANK-TOTAL      PIC 9(9) VALUE 0.
           03 WS-CLEARED-COUNT   PIC 9(5) VALUE 0.
           03 WS-CLEARED-TOTAL   PIC 9(9) VALUE 0.
           03 WS-RECLEARED-COUNT PIC 9(5) VALUE 0.
           03 WS-NOTISSUE-COUNT  PIC 9(5) VALUE 0.
           03 WS-MISMATCH-COUNT  PIC 9(5) VALUE 0.
           03 WS-VOIDED-COUNT    PIC 9(5) VALUE 0.
           03 WS-DUPLICAT-COUNT  PIC 9(5) VALUE 0.
           03 WS-BADROW-COUNT    PIC 9(5) VALUE 0.
      *
      *  Outstanding checks are bucketed by days since they were
      * disbursed, the same 0-30 / 31-60 / 61-90 / over 90 split
      * the INSURE claims aging report uses; stale-dated checks
      * are counted again on their own line.
      *
       01 WS-OUT-BUCKETS.
           03 WS-OUT-CNT-030     PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-030     PIC 9(9) VALUE 0.
           03 WS-OUT-CNT-3160    PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-3160    PIC 9(9) VALUE 0.
           03 WS-OUT-CNT-6190    PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-6190    PIC 9(9) VALUE 0.
           03 WS-OUT-CNT-OV90    PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-OV90    PIC 9(9) VALUE 0.
           03 WS-OUT-CNT-NODT    PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-NODT    PIC 9(9) VALUE 0.
           03 WS-OUT-CNT-STALE   PIC 9(5) VALUE 0.
           03 WS-OUT-AMT-STALE   PIC 9(9) VALUE 0.
       01 WS-OUT-DAYS            PIC S9(7) VALUE 0.
       01 WS-STALE-DAYS          PIC 9(5) VALUE 180.
       01 WS-DISB-DATE-BREAK.
           03 WS-DB-DD           PIC 99.
           03 WS-DB-MM           PIC 99.
           03 WS-DB-YY           PIC 99.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CHKRECON".
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
           03 FILLER  PIC X(10)  VALUE "CHKRECON  ".
           03 FILLER  PIC X(30)  VALUE
                         "BANK CLEARED-CHECK RECON      ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-EXC-TITLE.
           03 FILLER  PIC X(30)  VALUE
                         "CLEARED-CHECK EXCEPTIONS      ".
       01 WS-EXC-COL-HEADER.
           03 FILLER  PIC X(8)   VALUE "CATEGORY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "CHECK NO".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(3)   VALUE "SEQ".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "BANK $".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "ISSUED $".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "DETAIL".
       01 WS-EXC-LINE.
           03 EXC-CATEGORY       PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-CHECK-NO       PIC 9(6).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 EXC-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 EXC-SEQ            PIC ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-BANK-AMOUNT    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-ISSUED-AMOUNT  PIC ZZZ.ZZZ.ZZ9 BLANK WHEN ZERO.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 EXC-DETAIL         PIC X(30).
       01 WS-OUT-TITLE.
           03 FILLER  PIC X(30)  VALUE
                         "OUTSTANDING CHECKS            ".
           03 FILLER  PIC X(21)  VALUE
                         "STALE AFTER DAYS   : ".
           03 OUT-STALE-DAYS     PIC ZZZZ9.
       01 WS-OUT-COL-HEADER.
           03 FILLER  PIC X(8)   VALUE "CHECK NO".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(3)   VALUE "SEQ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(9)   VALUE "DISBURSED".
           03 FILLER  PIC X(6)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "AMOUNT".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "DAYS".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "BUCKET".
       01 WS-OUT-LINE.
           03 OUT-CHECK-NO       PIC 9(6).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 OUT-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 OUT-SEQ            PIC ZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 OUT-DISB-DATE      PIC 9(6).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 OUT-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OUT-DAYS           PIC ZZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OUT-BUCKET         PIC X(12).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OUT-STALE-FLAG     PIC X(5).
       01 WS-BUCKET-LINE.
           03 BKT-LABEL          PIC X(24).
           03 BKT-COUNT          PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 BKT-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
       01 WS-REC-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "BANK ROWS READ        : ".
           03 RCT-BANK-COUNT     PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RCT-BANK-TOTAL     PIC ZZZ.ZZZ.ZZ9.
       01 WS-REC-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "CHECKS CLEARED        : ".
           03 RCT-CLEARED        PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RCT-CLEARED-TOTAL  PIC ZZZ.ZZZ.ZZ9.
       01 WS-REC-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "ALREADY STAMPED       : ".
           03 RCT-RECLEARED      PIC ZZZZ9.
       01 WS-REC-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "NEVER ISSUED          : ".
           03 RCT-NOTISSUE       PIC ZZZZ9.
       01 WS-REC-TOTAL-5.
           03 FILLER             PIC X(24)  VALUE
                         "AMOUNT MISMATCHES     : ".
           03 RCT-MISMATCH       PIC ZZZZ9.
       01 WS-REC-TOTAL-6.
           03 FILLER             PIC X(24)  VALUE
                         "VOIDED CHECKS PAID    : ".
           03 RCT-VOIDED         PIC ZZZZ9.
       01 WS-REC-TOTAL-7.
           03 FILLER             PIC X(24)  VALUE
                         "CLEARED TWICE         : ".
           03 RCT-DUPLICAT       PIC ZZZZ9.
       01 WS-REC-TOTAL-8.
           03 FILLER             PIC X(24)  VALUE
                         "BAD BANK ROWS         : ".
           03 RCT-BADROW         PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the ledger for update, the void file
      * and the bank file, read the stale-dating limit, run the
      * clearing pass then the outstanding-check pass, print the
      * control totals and log start/end through the shared
      * RUNLOG routine. A ledger, bank file or report that will
      * not open ends the run ABND with nothing stamped; a void
      * file not yet created simply means no check was voided.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE ZERO TO WS-OUT-BUCKETS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-DF-DD2.
           MOVE WS-REAL-MONTH TO WS-DF-MM2.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY2.
           PERFORM 0050-READ-BUS-PARMS.
           OPEN I-O    PAYMENT-FILE.
           OPEN INPUT  VOID-FILE.
           MOVE WS-VOID-STATUS TO WS-VOID-OPEN-STATUS.
           OPEN INPUT  BANK-FILE.
           OPEN OUTPUT RECON-PRINT.
                IF WS-PAYMENT-STATUS = "00" AND
                   WS-BANK-STATUS    = "00" AND
                   WS-PRINT-STATUS   = "00"
                      PERFORM 0100-PRINT-TITLE
                      PERFORM 1000-CLEAR-ONE-CHECK
                           UNTIL WS-END-OF-FILE
                      PERFORM 0300-PRINT-OUTSTANDING-TITLE
                      MOVE " " TO WS-END-FILE-FLAG
                      MOVE 0 TO PAY-CLAIM-NUMBER
                      MOVE 0 TO PAY-SEQ
                      START PAYMENT-FILE
                            KEY IS NOT LESS THAN PAY-KEY
                            INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
                      END-START
                      PERFORM 2000-AGE-ONE-CHECK
                           UNTIL WS-END-OF-FILE
                      PERFORM 0400-PRINT-BUCKETS
                      PERFORM 0200-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CHKRECON - FILE WOULD NOT OPEN"
                      DISPLAY "PAYMENT-FILE STATUS : "
                              WS-PAYMENT-STATUS
                      DISPLAY "BANK-FILE STATUS    : "
                              WS-BANK-STATUS
                      DISPLAY "RECON-PRINT STATUS  : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "           TO WS-RUNLOG-ACTION.
           MOVE WS-CLEARED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE PAYMENT-FILE.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 CLOSE VOID-FILE.
           CLOSE BANK-FILE.
           CLOSE RECON-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the age in days past which an uncleared
      * check is stale-dated; a missing file or name leaves the
      * built-in default.
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
              IF PB-NAME EQUAL "STALE-CHECK-DAYS"
                    MOVE PB-VALUE TO WS-STALE-DAYS
                 END-IF.
      *
       0100-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-TITLE-1 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER PAGE.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-EXC-TITLE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-EXC-COL-HEADER TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
      *
       0200-PRINT-TOTALS.
           MOVE WS-BANK-READ       TO RCT-BANK-COUNT.
           MOVE WS-BANK-TOTAL      TO RCT-BANK-TOTAL.
           MOVE WS-CLEARED-COUNT   TO RCT-CLEARED.
           MOVE WS-CLEARED-TOTAL   TO RCT-CLEARED-TOTAL.
           MOVE WS-RECLEARED-COUNT TO RCT-RECLEARED.
           MOVE WS-NOTISSUE-COUNT  TO RCT-NOTISSUE.
           MOVE WS-MISMATCH-COUNT  TO RCT-MISMATCH.
           MOVE WS-VOIDED-COUNT    TO RCT-VOIDED.
           MOVE WS-DUPLICAT-COUNT  TO RCT-DUPLICAT.
           MOVE WS-BADROW-COUNT    TO RCT-BADROW.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-1 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-2 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-3 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-4 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-5 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-6 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-7 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-REC-TOTAL-8 TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           DISPLAY "CHKRECON - CHECKS CLEARED      : "
                   WS-CLEARED-COUNT.
           DISPLAY "CHKRECON - NEVER ISSUED        : "
                   WS-NOTISSUE-COUNT.
           DISPLAY "CHKRECON - AMOUNT MISMATCHES   : "
                   WS-MISMATCH-COUNT.
           DISPLAY "CHKRECON - STALE-DATED CHECKS  : "
                   WS-OUT-CNT-STALE.
      *
       0300-PRINT-OUTSTANDING-TITLE.
           MOVE WS-STALE-DAYS TO OUT-STALE-DAYS.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-OUT-TITLE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 3.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-OUT-COL-HEADER TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
      *
      *********************************************************
      *  This paragraph prints the outstanding-check bucket
      * subtotals and the stale-dated total.
      *
       0400-PRINT-BUCKETS.
           MOVE "0-30 DAYS             : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-030 TO BKT-COUNT.
           MOVE WS-OUT-AMT-030 TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
           MOVE "31-60 DAYS            : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-3160 TO BKT-COUNT.
           MOVE WS-OUT-AMT-3160 TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE "61-90 DAYS            : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-6190 TO BKT-COUNT.
           MOVE WS-OUT-AMT-6190 TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE "OVER 90 DAYS          : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-OV90 TO BKT-COUNT.
           MOVE WS-OUT-AMT-OV90 TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE "NO DISBURSEMENT DATE  : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-NODT TO BKT-COUNT.
           MOVE WS-OUT-AMT-NODT TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
           MOVE "STALE-DATED           : " TO BKT-LABEL.
           MOVE WS-OUT-CNT-STALE TO BKT-COUNT.
           MOVE WS-OUT-AMT-STALE TO BKT-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-BUCKET-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 2.
      *
      *********************************************************
      *  This paragraph reads one bank row, finds the payment
      * carrying its check number and either stamps it cleared
      * or prints the reason it cannot be.
      *
       1000-CLEAR-ONE-CHECK.
           READ BANK-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-BANK-READ
                 IF BK-CHECK-NUMBER NOT NUMERIC OR
                    BK-AMOUNT NOT NUMERIC OR
                    BK-CLEAR-DATE NOT NUMERIC
                       PERFORM 1050-PRINT-BAD-ROW
                    ELSE
                       ADD BK-AMOUNT TO WS-BANK-TOTAL
                       PERFORM 1010-FIND-CHECK
                       IF WS-CHECK-FOUND
                             PERFORM 1020-MATCH-CHECK
                          ELSE
                             PERFORM 1040-PRINT-NOT-ISSUED
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph searches the ledger front to back for
      * the bank row's check number - the ledger is keyed by
      * claim, not check, so the search runs the way CLMRECON
      * searches the archive.
      *
       1010-FIND-CHECK.
           MOVE "N" TO WS-CHECK-FOUND-FLAG.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE 0 TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
                 INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
           END-START.
           PERFORM 1015-FIND-ONE-PAYMENT
                   UNTIL WS-CHECK-FOUND
                      OR WS-PAY-END-FLAG = "S".
      *
       1015-FIND-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CHECK-NUMBER EQUAL BK-CHECK-NUMBER
                       MOVE "Y" TO WS-CHECK-FOUND-FLAG.
      *
      *********************************************************
      *  This paragraph settles the found payment against the
      * bank row: a voided check, one already cleared, an amount
      * that differs, or a clean match stamped with the clear
      * date. A payment stamped by an earlier run of the same
      * bank file is counted and left alone.
      *
       1020-MATCH-CHECK.
           MOVE "N" TO WS-VOID-FOUND-FLAG.
           IF WS-VOID-OPEN-STATUS EQUAL "00"
                 MOVE PAY-KEY TO VD-KEY
                 READ VOID-FILE RECORD KEY IS VD-KEY
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE "Y" TO WS-VOID-FOUND-FLAG
                 END-READ
           END-IF.
           IF WS-VOID-FOUND
                 ADD 1 TO WS-VOIDED-COUNT
                 MOVE "VOIDED  " TO EXC-CATEGORY
                 MOVE VD-AMOUNT  TO EXC-ISSUED-AMOUNT
                 IF VD-TYPE EQUAL "S"
                       MOVE "STOPPED CHECK PAID BY THE BANK"
                            TO EXC-DETAIL
                    ELSE
                       MOVE "VOIDED CHECK PAID BY THE BANK "
                            TO EXC-DETAIL
                 END-IF
                 PERFORM 1030-PRINT-EXCEPTION
              ELSE
              IF PAY-CLEAR-DATE EQUAL BK-CLEAR-DATE
                    ADD 1 TO WS-RECLEARED-COUNT
                 ELSE
                 IF PAY-CLEAR-DATE NOT EQUAL ZERO
                       ADD 1 TO WS-DUPLICAT-COUNT
                       MOVE "DUPLICAT" TO EXC-CATEGORY
                       MOVE PAY-AMOUNT TO EXC-ISSUED-AMOUNT
                       MOVE "ALREADY CLEARED ON           "
                            TO EXC-DETAIL
                       MOVE PAY-CLEAR-DATE TO EXC-DETAIL (20:6)
                       PERFORM 1030-PRINT-EXCEPTION
                    ELSE
                    IF BK-AMOUNT NOT EQUAL PAY-AMOUNT
                          ADD 1 TO WS-MISMATCH-COUNT
                          MOVE "MISMATCH" TO EXC-CATEGORY
                          MOVE PAY-AMOUNT TO EXC-ISSUED-AMOUNT
                          MOVE "BANK AMOUNT DIFFERS FROM CHECK"
                               TO EXC-DETAIL
                          PERFORM 1030-PRINT-EXCEPTION
                       ELSE
                          MOVE BK-CLEAR-DATE TO PAY-CLEAR-DATE
                          REWRITE IN-PAYMENT-REC
                                INVALID KEY
                                      DISPLAY "CHKRECON - REWRITE "
                                              "FAILED ON CLAIM "
                                              PAY-CLAIM-NUMBER
                                NOT INVALID KEY
                                      ADD 1 TO WS-CLEARED-COUNT
                                      ADD PAY-AMOUNT
                                          TO WS-CLEARED-TOTAL
                          END-REWRITE.
      *
       1030-PRINT-EXCEPTION.
           MOVE BK-CHECK-NUMBER  TO EXC-CHECK-NO.
           MOVE PAY-CLAIM-NUMBER TO EXC-CLAIM-NUMBER.
           MOVE PAY-SEQ          TO EXC-SEQ.
           MOVE BK-AMOUNT        TO EXC-BANK-AMOUNT.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-EXC-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
      *
       1040-PRINT-NOT-ISSUED.
           ADD 1 TO WS-NOTISSUE-COUNT.
           MOVE "NOTISSUE" TO EXC-CATEGORY.
           MOVE BK-CHECK-NUMBER TO EXC-CHECK-NO.
           MOVE 0 TO EXC-CLAIM-NUMBER.
           MOVE 0 TO EXC-SEQ.
           MOVE BK-AMOUNT TO EXC-BANK-AMOUNT.
           MOVE 0 TO EXC-ISSUED-AMOUNT.
           MOVE "NO PAYMENT CARRIES THIS CHECK " TO EXC-DETAIL.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-EXC-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
      *
       1050-PRINT-BAD-ROW.
           ADD 1 TO WS-BADROW-COUNT.
           MOVE "BADROW  " TO EXC-CATEGORY.
           MOVE 0 TO EXC-CHECK-NO.
           MOVE 0 TO EXC-CLAIM-NUMBER.
           MOVE 0 TO EXC-SEQ.
           MOVE 0 TO EXC-BANK-AMOUNT.
           MOVE 0 TO EXC-ISSUED-AMOUNT.
           MOVE IN-BANK-REC TO EXC-DETAIL.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-EXC-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph reads one payment and, when it is a cut
      * check still waiting on the bank, ages it from its
      * disbursement date, buckets it and prints it. A voided
      * check carries zero on the ledger and drops out here.
      *
       2000-AGE-ONE-CHECK.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF PAY-CHECK-NUMBER NOT EQUAL ZERO AND
                    PAY-AMOUNT GREATER ZERO AND
                    PAY-CLEAR-DATE EQUAL ZERO
                       PERFORM 2010-BUCKET-ONE-CHECK
                       PERFORM 2020-PRINT-OUTSTANDING
                 END-IF
           END-IF.
      *
       2010-BUCKET-ONE-CHECK.
           MOVE 0 TO WS-OUT-DAYS.
           MOVE SPACES TO OUT-STALE-FLAG.
           IF PAY-DISB-DATE EQUAL ZERO
                 MOVE 1 TO WS-DF-FC
              ELSE
                 MOVE PAY-DISB-DATE TO WS-DISB-DATE-BREAK
                 MOVE WS-DB-DD TO WS-DF-DD1
                 MOVE WS-DB-MM TO WS-DF-MM1
                 MOVE WS-DB-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 MOVE WS-CY-YYYY TO WS-DF-YYYY1
                 CALL "DatDiff" USING WS-DIFF-PAR.
           IF WS-DF-FC NOT = 0
                 MOVE "NO DATE     " TO OUT-BUCKET
                 ADD 1 TO WS-OUT-CNT-NODT
                 ADD PAY-AMOUNT TO WS-OUT-AMT-NODT
              ELSE
                 MOVE WS-DF-DAYS TO WS-OUT-DAYS
                 IF WS-OUT-DAYS GREATER WS-STALE-DAYS
                       MOVE "STALE" TO OUT-STALE-FLAG
                       ADD 1 TO WS-OUT-CNT-STALE
                       ADD PAY-AMOUNT TO WS-OUT-AMT-STALE
                 END-IF
                 IF WS-OUT-DAYS GREATER 90
                       MOVE "OVER 90 DAYS" TO OUT-BUCKET
                       ADD 1 TO WS-OUT-CNT-OV90
                       ADD PAY-AMOUNT TO WS-OUT-AMT-OV90
                    ELSE
                    IF WS-OUT-DAYS GREATER 60
                          MOVE "61-90 DAYS  " TO OUT-BUCKET
                          ADD 1 TO WS-OUT-CNT-6190
                          ADD PAY-AMOUNT TO WS-OUT-AMT-6190
                       ELSE
                       IF WS-OUT-DAYS GREATER 30
                             MOVE "31-60 DAYS  " TO OUT-BUCKET
                             ADD 1 TO WS-OUT-CNT-3160
                             ADD PAY-AMOUNT TO WS-OUT-AMT-3160
                          ELSE
                             MOVE "0-30 DAYS   " TO OUT-BUCKET
                             ADD 1 TO WS-OUT-CNT-030
                             ADD PAY-AMOUNT TO WS-OUT-AMT-030.
      *
       2020-PRINT-OUTSTANDING.
           MOVE PAY-CHECK-NUMBER TO OUT-CHECK-NO.
           MOVE PAY-CLAIM-NUMBER TO OUT-CLAIM-NUMBER.
           MOVE PAY-SEQ          TO OUT-SEQ.
           MOVE PAY-DISB-DATE    TO OUT-DISB-DATE.
           MOVE PAY-AMOUNT       TO OUT-AMOUNT.
           MOVE WS-OUT-DAYS      TO OUT-DAYS.
           MOVE SPACES TO OUT-RECON-REC.
           MOVE WS-OUT-LINE TO OUT-RECON-REC.
           WRITE OUT-RECON-REC AFTER 1.
      *
      *********************************************************
      *
