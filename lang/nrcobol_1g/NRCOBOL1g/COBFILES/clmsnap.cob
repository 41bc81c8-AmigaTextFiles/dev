      * the period-over-period trend report CLMTREND.PRT from the
      * whole history, one section per region, so this month's
      * figures sit under last month's instead of replacing them.
      * Alongside incurred, each snapshot carries the region's
      * paid to date split into indemnity and expense (defense/
      * legal plus other adjusting expense) by payment type.
      *  Each snapshot also carries the region's earned premium
      * from the latest EARNPREM month-end on EARNHIST.DAT, and
      * the loss ratio of the amount claimed to it, printed on a
      * second trend line beside the written-basis ratio.
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
           SELECT HISTORY-FILE ASSIGN TO DISK
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-CLAIM-NUMBER
           FILE STATUS IS WS-RESERVE-STATUS.
      *
           SELECT EARNHIST-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EARNHIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03  HIS-LOSS-RATIO         PIC 999V99.
           03  FILLER                 PIC X VALUE SPACE.
           03  HIS-TOTAL-INCURRED     PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HIS-INDEMNITY-PAID     PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HIS-EXPENSE-PAID       PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HIS-EARNED-PREMIUM     PIC 9(9).
           03  FILLER                 PIC X VALUE SPACE.
           03  HIS-EARNED-RATIO       PIC 999V99.
      *
       FD TREND-PRINT
           LABEL RECORDS STANDARD
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
       FD EARNHIST-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "EARNHIST.DAT".
       01  EARN-HIST-REC.
           03  EH-PERIOD              PIC 9(6).
           03  FILLER                 PIC X.
           03  EH-REGION              PIC X(4).
           03  FILLER                 PIC X.
           03  EH-CLASS-CODE          PIC 9(6).
           03  FILLER                 PIC X.
           03  EH-POLICIES            PIC 9(5).
           03  FILLER                 PIC X.
           03  EH-WRITTEN             PIC 9(9).
           03  FILLER                 PIC X.
           03  EH-EARNED              PIC 9(9).
           03  FILLER                 PIC X.
           03  EH-UNEARNED            PIC 9(9).
      *
       WORKING-STORAGE SECTION.
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-RESERVE-STATUS      PIC XX VALUE "00".
       01 WS-EARNHIST-STATUS     PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-HIST-END-FLAG       PIC X  VALUE " ".
       01 WS-PAID-TO-DATE        PIC 9(9) VALUE 0.
       01 WS-RESERVE-AMOUNT      PIC 9(7) VALUE 0.
       01 WS-CLAIM-INCURRED      PIC 9(9) VALUE 0.
       01 WS-IND-PAID            PIC 9(9) VALUE 0.
       01 WS-EXP-PAID            PIC 9(9) VALUE 0.
      *
      *  Current run's region roll-up, built the same single-pass
      * way INSURE's class summary builds its table.
               05 WS-SNAP-CLAIMED-TBL   PIC 9(9).
               05 WS-SNAP-PREMIUM-TBL   PIC 9(9).
               05 WS-SNAP-INCURRED-TBL  PIC 9(9).
               05 WS-SNAP-IND-PAID-TBL  PIC 9(9).
               05 WS-SNAP-EXP-PAID-TBL  PIC 9(9).
               05 WS-SNAP-EARNED-TBL    PIC 9(9).
       01 WS-SNAP-ENTRIES-USED   PIC 99 VALUE 0.
       01 WS-SNAP-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-SNAP-FOUND          VALUE "Y".
      *
      *  The region and class rows of the latest EARNPREM month
      * not after this period. A month run twice leaves its rows
      * twice on the history; the later row for a region and
      * class replaces the earlier one here.
      *
       01 WS-EARN-TABLE.
           03 WS-EARN-ENTRY OCCURS 200 TIMES.
               05 WS-EARN-REGION-TBL    PIC X(4).
               05 WS-EARN-CLASS-TBL     PIC 9(6).
               05 WS-EARN-EARNED-TBL    PIC 9(9).
       01 WS-EARN-USED           PIC 9(3) VALUE 0.
       01 WS-EARN-SUB            PIC 9(3) VALUE 0.
       01 WS-EARN-FOUND-SUB      PIC 9(3) VALUE 0.
       01 WS-EARN-END-FLAG       PIC X    VALUE " ".
       01 WS-EARN-PERIOD         PIC 9(6) VALUE 0.
       01 WS-EARNED-RATIO        PIC 999V99 VALUE 0.
      *
      *  The whole history file, loaded for the trend report. At
      * twenty regions and ten years of month ends this still
      * fits; the report notes when the table overflows rather
               05 WS-HIST-PREMIUM-TBL   PIC 9(9).
               05 WS-HIST-RATIO-TBL     PIC 999V99.
               05 WS-HIST-INCURRED-TBL  PIC 9(9).
               05 WS-HIST-IND-PAID-TBL  PIC 9(9).
               05 WS-HIST-EXP-PAID-TBL  PIC 9(9).
               05 WS-HIST-EARNED-TBL    PIC 9(9).
               05 WS-HIST-EARN-RATIO-TBL PIC 999V99.
       01 WS-HIST-ENTRIES-USED   PIC 9(4) VALUE 0.
       01 WS-HIST-TOTAL-ROWS     PIC 9(7) VALUE 0.
       01 WS-HIST-SKIP-COUNT     PIC 9(7) VALUE 0.
           03 FILLER  PIC X(10)  VALUE "LOSS RATIO".
           03 FILLER  PIC X(3)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "INCURRED".
           03 FILLER  PIC X(4)   VALUE SPACES.
           03 FILLER  PIC X(9)   VALUE "INDEMNITY".
           03 FILLER  PIC X(5)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "EXPENSE".
       01 WS-TREND-LINE.
           03 TRL-PERIOD         PIC 9(6).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 TRL-RATIO          PIC ZZ9,99.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 TRL-INCURRED       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 TRL-IND-PAID       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 TRL-EXP-PAID       PIC ZZZ.ZZZ.ZZ9.
       01 WS-TREND-EARNED-LINE.
           03 FILLER             PIC X(20)  VALUE SPACES.
           03 FILLER             PIC X(14)  VALUE "EARNED BASIS  ".
           03 TRE-EARNED         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(6)   VALUE SPACES.
           03 TRE-RATIO          PIC ZZ9,99.
       01 WS-TREND-OVERFLOW-LINE.
           03 FILLER             PIC X(48)  VALUE
              "*** HISTORY TABLE FULL - OLDEST PERIODS OMITTED".
                      UNTIL WS-END-OF-FILE
                 CLOSE CLIENT-FILE
                 PERFORM 0300-CLOSE-INCURRED-FILES
                 PERFORM 0400-LOAD-EARNED-PREMIUM
                 PERFORM 2000-WRITE-SNAPSHOTS
                 PERFORM 3000-PRINT-TREND-REPORT
                 MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                 MOVE "N" TO WS-INCURRED-ACTIVE-FLAG.
      *
      *********************************************************
      *  This paragraph finds the latest earned premium month
      * on EARNHIST.DAT not after this period, takes that
      * month's region and class rows and adds their earned
      * premium to the region roll-up. No history, or no month
      * yet, leaves earned premium at zero and the earned lines
      * off the trend report.
      *
       0400-LOAD-EARNED-PREMIUM.
           MOVE 0 TO WS-EARN-PERIOD.
           MOVE 0 TO WS-EARN-USED.
           MOVE " " TO WS-EARN-END-FLAG.
           OPEN INPUT EARNHIST-FILE.
           IF WS-EARNHIST-STATUS EQUAL "00"
                 PERFORM 0410-FIND-EARNED-PERIOD
                         UNTIL WS-EARN-END-FLAG = "E"
                 CLOSE EARNHIST-FILE
                 IF WS-EARN-PERIOD GREATER 0
                       MOVE " " TO WS-EARN-END-FLAG
                       OPEN INPUT EARNHIST-FILE
                       PERFORM 0420-TAKE-ONE-EARNED-ROW
                               UNTIL WS-EARN-END-FLAG = "E"
                       CLOSE EARNHIST-FILE
                       PERFORM 0440-ADD-EARNED-TO-REGION
                               VARYING WS-EARN-SUB FROM 1 BY 1
                               UNTIL WS-EARN-SUB GREATER WS-EARN-USED.
      *
       0410-FIND-EARNED-PERIOD.
           READ EARNHIST-FILE
                AT END MOVE "E" TO WS-EARN-END-FLAG
           END-READ.
           IF WS-EARN-END-FLAG NOT EQUAL "E" AND
              EH-PERIOD NUMERIC
                 IF EH-PERIOD NOT GREATER WS-RUN-PERIOD AND
                    EH-PERIOD GREATER WS-EARN-PERIOD
                       MOVE EH-PERIOD TO WS-EARN-PERIOD.
      *
       0420-TAKE-ONE-EARNED-ROW.
           READ EARNHIST-FILE
                AT END MOVE "E" TO WS-EARN-END-FLAG
           END-READ.
           IF WS-EARN-END-FLAG NOT EQUAL "E" AND
              EH-PERIOD NUMERIC AND
              EH-EARNED NUMERIC
                 IF EH-PERIOD EQUAL WS-EARN-PERIOD
                       MOVE 0 TO WS-EARN-FOUND-SUB
                       PERFORM 0430-CHECK-ONE-EARNED-ROW
                               VARYING WS-EARN-SUB FROM 1 BY 1
                               UNTIL WS-EARN-SUB GREATER WS-EARN-USED
                                  OR WS-EARN-FOUND-SUB NOT EQUAL 0
                       IF WS-EARN-FOUND-SUB EQUAL 0 AND
                          WS-EARN-USED LESS 200
                             ADD 1 TO WS-EARN-USED
                             MOVE WS-EARN-USED TO WS-EARN-FOUND-SUB
                       END-IF
                       IF WS-EARN-FOUND-SUB NOT EQUAL 0
                             MOVE EH-REGION TO
                                  WS-EARN-REGION-TBL (WS-EARN-FOUND-SUB)
                             MOVE EH-CLASS-CODE TO
                                  WS-EARN-CLASS-TBL (WS-EARN-FOUND-SUB)
                             MOVE EH-EARNED TO
                                  WS-EARN-EARNED-TBL (WS-EARN-FOUND-SUB)
                       END-IF
                 END-IF
           END-IF.
      *
       0430-CHECK-ONE-EARNED-ROW.
           IF WS-EARN-REGION-TBL (WS-EARN-SUB) EQUAL EH-REGION AND
              WS-EARN-CLASS-TBL (WS-EARN-SUB) EQUAL EH-CLASS-CODE
                 MOVE WS-EARN-SUB TO WS-EARN-FOUND-SUB.
      *
       0440-ADD-EARNED-TO-REGION.
           PERFORM 0450-ADD-EARNED-ONE-REGION
                   VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX GREATER WS-SNAP-ENTRIES-USED.
      *
       0450-ADD-EARNED-ONE-REGION.
           IF WS-SNAP-REGION-TBL (WS-SNAP-IDX) EQUAL
              WS-EARN-REGION-TBL (WS-EARN-SUB)
                 ADD WS-EARN-EARNED-TBL (WS-EARN-SUB) TO
                     WS-SNAP-EARNED-TBL (WS-SNAP-IDX).
      *
      *********************************************************
      *  This paragraph reads one claim and folds its figures
      * into the region roll-up table.
      *
                       MOVE 0 TO WS-SNAP-CLAIMED-TBL (WS-SNAP-IDX)
                       MOVE 0 TO WS-SNAP-PREMIUM-TBL (WS-SNAP-IDX)
                       MOVE 0 TO WS-SNAP-INCURRED-TBL (WS-SNAP-IDX)
                      MOVE 0 TO WS-SNAP-IND-PAID-TBL (WS-SNAP-IDX)
                      MOVE 0 TO WS-SNAP-EXP-PAID-TBL (WS-SNAP-IDX)
                      MOVE 0 TO WS-SNAP-EARNED-TBL (WS-SNAP-IDX)
                 END-IF
                 IF WS-SNAP-FOUND OR
                    WS-SNAP-IDX EQUAL WS-SNAP-ENTRIES-USED
      *
       1100-ADD-CLAIM-INCURRED.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-IND-PAID.
           MOVE 0 TO WS-EXP-PAID.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
                   WS-PAID-TO-DATE + WS-RESERVE-AMOUNT.
           ADD WS-CLAIM-INCURRED TO
               WS-SNAP-INCURRED-TBL (WS-SNAP-IDX).
           ADD WS-IND-PAID TO WS-SNAP-IND-PAID-TBL (WS-SNAP-IDX).
           ADD WS-EXP-PAID TO WS-SNAP-EXP-PAID-TBL (WS-SNAP-IDX).
      *
       1110-SUM-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL CL-CLAIM-NUMBER
                       ADD PAY-AMOUNT TO WS-PAID-TO-DATE
                       IF PAY-TYPE EQUAL "L" OR
                          PAY-TYPE EQUAL "A"
                             ADD PAY-AMOUNT TO WS-EXP-PAID
                          ELSE
                             ADD PAY-AMOUNT TO WS-IND-PAID
                       END-IF
                    ELSE
                       MOVE "S" TO WS-PAY-END-FLAG.
      *
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-LOSS-RATIO.
           IF WS-SNAP-EARNED-TBL (WS-SNAP-IDX) GREATER 0
                 COMPUTE WS-EARNED-RATIO ROUNDED =
                         (WS-SNAP-CLAIMED-TBL (WS-SNAP-IDX) /
                          WS-SNAP-EARNED-TBL (WS-SNAP-IDX)) * 100
                     ON SIZE ERROR
                         MOVE 999,99 TO WS-EARNED-RATIO
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-EARNED-RATIO.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-RUN-PERIOD TO HIS-PERIOD.
           MOVE WS-SNAP-REGION-TBL (WS-SNAP-IDX)  TO HIS-REGION.
           MOVE WS-LOSS-RATIO TO HIS-LOSS-RATIO.
           MOVE WS-SNAP-INCURRED-TBL (WS-SNAP-IDX) TO
                HIS-TOTAL-INCURRED.
           MOVE WS-SNAP-IND-PAID-TBL (WS-SNAP-IDX) TO
                HIS-INDEMNITY-PAID.
           MOVE WS-SNAP-EXP-PAID-TBL (WS-SNAP-IDX) TO
                HIS-EXPENSE-PAID.
           MOVE WS-SNAP-EARNED-TBL (WS-SNAP-IDX) TO
                HIS-EARNED-PREMIUM.
           MOVE WS-EARNED-RATIO TO HIS-EARNED-RATIO.
           WRITE HISTORY-REC.
      *
      *********************************************************
                                  WS-HIST-INCURRED-TBL (WS-HIST-IDX)
                          ELSE
                             MOVE 0 TO
                                  WS-HIST-INCURRED-TBL (WS-HIST-IDX)
                       END-IF
      *  Likewise rows written before paid was split by type.
                       IF HIS-INDEMNITY-PAID NUMERIC AND
                          HIS-EXPENSE-PAID NUMERIC
                             MOVE HIS-INDEMNITY-PAID TO
                                  WS-HIST-IND-PAID-TBL (WS-HIST-IDX)
                             MOVE HIS-EXPENSE-PAID TO
                                  WS-HIST-EXP-PAID-TBL (WS-HIST-IDX)
                          ELSE
                             MOVE 0 TO
                                  WS-HIST-IND-PAID-TBL (WS-HIST-IDX)
                             MOVE 0 TO
                                  WS-HIST-EXP-PAID-TBL (WS-HIST-IDX)
                       END-IF
      *  And rows written before earned premium was carried.
                       IF HIS-EARNED-PREMIUM NUMERIC AND
                          HIS-EARNED-RATIO NUMERIC
                             MOVE HIS-EARNED-PREMIUM TO
                                  WS-HIST-EARNED-TBL (WS-HIST-IDX)
                             MOVE HIS-EARNED-RATIO TO
                                  WS-HIST-EARN-RATIO-TBL (WS-HIST-IDX)
                          ELSE
                             MOVE 0 TO
                                  WS-HIST-EARNED-TBL (WS-HIST-IDX)
                             MOVE 0 TO
                                  WS-HIST-EARN-RATIO-TBL (WS-HIST-IDX).
      *
       3020-PRINT-TREND-TITLE.
           MOVE WS-RUN-PERIOD TO WS-TITLE-PERIOD.
           MOVE WS-HIST-PREMIUM-TBL (WS-HIST-IDX2) TO TRL-PREMIUM.
           MOVE WS-HIST-RATIO-TBL (WS-HIST-IDX2)   TO TRL-RATIO.
           MOVE WS-HIST-INCURRED-TBL (WS-HIST-IDX2) TO TRL-INCURRED.
           MOVE WS-HIST-IND-PAID-TBL (WS-HIST-IDX2) TO TRL-IND-PAID.
           MOVE WS-HIST-EXP-PAID-TBL (WS-HIST-IDX2) TO TRL-EXP-PAID.
           MOVE SPACES TO OUT-TREND-PRINT-REC.
           MOVE WS-TREND-LINE TO OUT-TREND-PRINT-REC.
           WRITE OUT-TREND-PRINT-REC AFTER 1.
           IF WS-HIST-EARNED-TBL (WS-HIST-IDX2) GREATER 0
                 MOVE WS-HIST-EARNED-TBL (WS-HIST-IDX2) TO TRE-EARNED
                 MOVE WS-HIST-EARN-RATIO-TBL (WS-HIST-IDX2) TO
                      TRE-RATIO
                 MOVE SPACES TO OUT-TREND-PRINT-REC
                 MOVE WS-TREND-EARNED-LINE TO OUT-TREND-PRINT-REC
                 WRITE OUT-TREND-PRINT-REC AFTER 1.
      *
      *********************************************************
      *
