       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAY1099.
      *PROGRAM DISCRIPTION.
      *
      *  Year-end 1099 run, runnable from JOBCTL.DAT like the
      * other batches. Every claim payment on CLMPAY.DAT made out
      * to a payee off the payee master (PAYEE.DAT, kept by
      * PAYMAINT) and disbursed by CHKDISB in the tax year is
      * totalled by payee; payments to the insured (payee ID
      * zero) are not reportable and a voided check carries no
      * amount, so neither counts. The tax year is the BUSPARM
      * parameter 1099-TAX-YEAR, or the calendar year before the
      * run date when it is not set.
      *  A payee flagged 1099 reportable whose year total reaches
      * the 1099-MIN-AMOUNT threshold ($600 when the parameter is
      * not set) is written to the 1099 information file
      * PAY1099.DAT - comma delimited, a HDR record, one DTL
      * record per payee with its taxpayer ID, name, remit-to
      * address and amount, and a TRL record carrying the count
      * and the dollar total for balancing. The filing register
      * PAY1099.PRT lists every payee paid in the year, filed or
      * not and why, with the control totals; it shows only the
      * last four characters of each taxpayer ID, which goes in
      * full only on the information file itself.
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
           SELECT PAYEE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-PAYEE-ID
           FILE STATUS IS WS-PAYEE-STATUS.
      *
           SELECT BUSPARM-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT INFO-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INFO-STATUS.
      *
           SELECT REGISTER-PRINT ASSIGN TO DISK
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
       FD BUSPARM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "BUSPARM.DAT".
       01  IN-BUSPARM-REC.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD INFO-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PAY1099.DAT".
       01  OUT-INFO-REC               PIC X(200).
      *
       FD REGISTER-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "PAY1099.PRT".
       01  OUT-REGISTER-REC.
           03 FILLER                  PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-PAYEE-STATUS        PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-INFO-STATUS         PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAYEE-END-FLAG      PIC X  VALUE " ".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-PAYMENTS-READ   PIC 9(7) VALUE 0.
           03 WS-PAYMENTS-TAKEN  PIC 9(7) VALUE 0.
           03 WS-FILED-COUNT     PIC 9(5) VALUE 0.
           03 WS-FILED-TOTAL     PIC 9(11) VALUE 0.
           03 WS-UNDER-COUNT     PIC 9(5) VALUE 0.
           03 WS-UNDER-TOTAL     PIC 9(11) VALUE 0.
           03 WS-NOTREP-COUNT    PIC 9(5) VALUE 0.
           03 WS-NOTREP-TOTAL    PIC 9(11) VALUE 0.
           03 WS-NOTIN-COUNT     PIC 9(5) VALUE 0.
           03 WS-NOTIN-TOTAL     PIC 9(11) VALUE 0.
           03 WS-NOTIN-PAYMENTS  PIC 9(7) VALUE 0.
      *
      *  Tax year and reporting threshold, off BUSPARM.DAT. A tax
      * year of zero means the calendar year before the run.
      *
       01 WS-TAX-YEAR            PIC 9(4) VALUE 0.
       01 WS-MIN-AMOUNT          PIC 9(7) VALUE 600.
       01 WS-DISB-DATE-BREAK.
           03 WS-DB-DD           PIC 99.
           03 WS-DB-MM           PIC 99.
           03 WS-DB-YY           PIC 99.
      *
      *  Year totals by payee, built in one pass over CLMPAY.DAT
      * since the ledger is in claim order, not payee order. A
      * payee found on the master is marked, so any left
      * unmarked at the end were paid but are no longer on file.
      *
       01 WS-PT-TABLE.
           03 WS-PT-ENTRY OCCURS 500 TIMES.
               05 WS-PT-PAYEE-ID    PIC 9(6).
               05 WS-PT-AMOUNT      PIC 9(11).
               05 WS-PT-COUNT       PIC 9(5).
               05 WS-PT-MATCHED     PIC X.
       01 WS-PT-USED             PIC 999 VALUE 0.
       01 WS-PT-SUB              PIC 999 VALUE 0.
       01 WS-PT-FOUND-SUB        PIC 999 VALUE 0.
       01 WS-PT-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-TAX-ID-SUB          PIC 99 VALUE 0.
       01 WS-TAX-ID-END          PIC 99 VALUE 0.
      *
       01 WS-INFO-AMOUNT-DISP    PIC 9(11).
       01 WS-INFO-COUNT-DISP     PIC 9(5).
       01 WS-INFO-TOTAL-DISP     PIC 9(11).
       01 WS-INFO-PAYEE-DISP     PIC 9(6).
       01 WS-INFO-NAME           PIC X(30).
       01 WS-INFO-ADDR-1         PIC X(30).
       01 WS-INFO-ADDR-2         PIC X(30).
       01 WS-INFO-CITY           PIC X(20).
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PAY1099".
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
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "PAY1099   ".
           03 FILLER  PIC X(30)  VALUE
                         "1099 FILING REGISTER          ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-TITLE-2.
           03 FILLER  PIC X(12)  VALUE "TAX YEAR  : ".
           03 TTL-TAX-YEAR       PIC 9(4).
           03 FILLER  PIC X(24)  VALUE
                         "     REPORTING MINIMUM: ".
           03 TTL-MIN-AMOUNT     PIC ZZZ.ZZZ.ZZ9.
       01 WS-REG-COL-HEADER.
           03 FILLER  PIC X(6)   VALUE "PAYEE ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(30)  VALUE "PAYEE NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(13)  VALUE "TAX ID".
           03 FILLER  PIC X(5)   VALUE "PAYMT".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE " YEAR TOTAL".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "DETAIL".
       01 WS-REG-LINE.
           03 REG-PAYEE-ID       PIC 9(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-NAME           PIC X(30).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-TIN-TYPE       PIC X.
           03 FILLER             PIC X      VALUE SPACE.
           03 REG-TAX-ID         PIC X(11).
           03 FILLER             PIC X      VALUE SPACE.
           03 REG-COUNT          PIC ZZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-AMOUNT         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 REG-DETAIL         PIC X(22).
       01 WS-REG-TOTAL-1.
           03 FILLER             PIC X(28)  VALUE
                         "PAYMENTS READ             : ".
           03 RGT-READ           PIC ZZZZZZ9.
       01 WS-REG-TOTAL-2.
           03 FILLER             PIC X(28)  VALUE
                         "PAYEE PAYMENTS IN THE YEAR: ".
           03 RGT-TAKEN          PIC ZZZZZZ9.
       01 WS-REG-TOTAL-3.
           03 FILLER             PIC X(28)  VALUE
                         "PAYEES FILED              : ".
           03 RGT-FILED          PIC ZZZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RGT-FILED-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-4.
           03 FILLER             PIC X(28)  VALUE
                         "UNDER THE MINIMUM         : ".
           03 RGT-UNDER          PIC ZZZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RGT-UNDER-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-5.
           03 FILLER             PIC X(28)  VALUE
                         "PAYEES NOT REPORTABLE     : ".
           03 RGT-NOTREP         PIC ZZZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RGT-NOTREP-TOTAL   PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-6.
           03 FILLER             PIC X(28)  VALUE
                         "PAYEES NOT ON MASTER      : ".
           03 RGT-NOTIN          PIC ZZZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   DOLLARS: ".
           03 RGT-NOTIN-TOTAL    PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WS-REG-TOTAL-7.
           03 FILLER             PIC X(28)  VALUE
                         "PAYMENTS NOT TOTALLED     : ".
           03 RGT-OVERFLOW       PIC ZZZZZZ9.
           03 FILLER             PIC X(24)  VALUE
                         "  (PAYEE TABLE FULL)    ".
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to settle the tax year and threshold, open the
      * ledger, the payee master and both output files, total
      * the year's payee payments, write the information file
      * and register off the payee master, and log start/end
      * through the shared RUNLOG routine. A file that will not
      * open ends the run ABND with nothing written.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE 0 TO WS-PT-USED.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           PERFORM 0050-READ-BUS-PARMS.
           IF WS-TAX-YEAR EQUAL ZERO
                 MOVE WS-REAL-YEAR TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 COMPUTE WS-TAX-YEAR = WS-CY-YYYY - 1.
           OPEN INPUT  PAYMENT-FILE.
           OPEN INPUT  PAYEE-FILE.
           OPEN OUTPUT INFO-FILE.
           OPEN OUTPUT REGISTER-PRINT.
                IF WS-PAYMENT-STATUS = "00" AND
                   WS-PAYEE-STATUS   = "00" AND
                   WS-INFO-STATUS    = "00" AND
                   WS-PRINT-STATUS   = "00"
                      PERFORM 0100-PRINT-TITLE
                      PERFORM 1000-TOTAL-ONE-PAYMENT
                           UNTIL WS-END-OF-FILE
                      PERFORM 2000-WRITE-HEADER
                      MOVE " " TO WS-PAYEE-END-FLAG
                      MOVE 0 TO PY-PAYEE-ID
                      START PAYEE-FILE
                            KEY IS NOT LESS THAN PY-PAYEE-ID
                            INVALID KEY MOVE "S" TO WS-PAYEE-END-FLAG
                      END-START
                      PERFORM 2100-FILE-ONE-PAYEE
                           UNTIL WS-PAYEE-END-FLAG = "S"
                      PERFORM 2500-LIST-ONE-UNMATCHED
                           VARYING WS-PT-SUB FROM 1 BY 1
                           UNTIL WS-PT-SUB GREATER WS-PT-USED
                      PERFORM 2900-WRITE-TRAILER
                      PERFORM 0200-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "PAY1099 - FILE WOULD NOT OPEN"
                      DISPLAY "PAYMENT-FILE STATUS   : "
                              WS-PAYMENT-STATUS
                      DISPLAY "PAYEE-FILE STATUS     : "
                              WS-PAYEE-STATUS
                      DISPLAY "INFO-FILE STATUS      : "
                              WS-INFO-STATUS
                      DISPLAY "REGISTER-PRINT STATUS : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "         TO WS-RUNLOG-ACTION.
           MOVE WS-FILED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE PAYMENT-FILE.
           CLOSE PAYEE-FILE.
           CLOSE INFO-FILE.
           CLOSE REGISTER-PRINT.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the tax year to report and the minimum a
      * payee must be paid in the year to be filed; a missing
      * file or name leaves the built-in default.
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
              IF PB-NAME EQUAL "1099-TAX-YEAR"
                    MOVE PB-VALUE TO WS-TAX-YEAR
                 ELSE
                 IF PB-NAME EQUAL "1099-MIN-AMOUNT"
                       MOVE PB-VALUE TO WS-MIN-AMOUNT
                    END-IF
                 END-IF.
      *
       0100-PRINT-TITLE.
           MOVE WS-TEMP-DATE  TO WS-TITLE-DATE.
           MOVE WS-TAX-YEAR   TO TTL-TAX-YEAR.
           MOVE WS-MIN-AMOUNT TO TTL-MIN-AMOUNT.
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
           MOVE WS-PAYMENTS-READ  TO RGT-READ.
           MOVE WS-PAYMENTS-TAKEN TO RGT-TAKEN.
           MOVE WS-FILED-COUNT    TO RGT-FILED.
           MOVE WS-FILED-TOTAL    TO RGT-FILED-TOTAL.
           MOVE WS-UNDER-COUNT    TO RGT-UNDER.
           MOVE WS-UNDER-TOTAL    TO RGT-UNDER-TOTAL.
           MOVE WS-NOTREP-COUNT   TO RGT-NOTREP.
           MOVE WS-NOTREP-TOTAL   TO RGT-NOTREP-TOTAL.
           MOVE WS-NOTIN-COUNT    TO RGT-NOTIN.
           MOVE WS-NOTIN-TOTAL    TO RGT-NOTIN-TOTAL.
           MOVE WS-PT-OVERFLOW    TO RGT-OVERFLOW.
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
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-5 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REG-TOTAL-6 TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC AFTER 1.
           IF WS-PT-OVERFLOW GREATER ZERO
                 MOVE SPACES TO OUT-REGISTER-REC
                 MOVE WS-REG-TOTAL-7 TO OUT-REGISTER-REC
                 WRITE OUT-REGISTER-REC AFTER 1.
           DISPLAY "PAY1099 - TAX YEAR             : " WS-TAX-YEAR.
           DISPLAY "PAY1099 - PAYEES FILED         : "
                   WS-FILED-COUNT.
           DISPLAY "PAY1099 - DOLLARS FILED        : "
                   WS-FILED-TOTAL.
      *
      *********************************************************
      *  This paragraph takes the next payment off the ledger. A
      * payment counts toward its payee's year when it was made
      * out to a payee, a check was cut for it, it still carries
      * an amount (a voided check does not) and the check was
      * disbursed in the tax year.
      *
       1000-TOTAL-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-PAYMENTS-READ
                 IF PAY-PAYEE-ID NUMERIC AND
                    PAY-PAYEE-ID GREATER ZERO AND
                    PAY-CHECK-NUMBER GREATER ZERO AND
                    PAY-AMOUNT GREATER ZERO AND
                    PAY-DISB-DATE NUMERIC AND
                    PAY-DISB-DATE GREATER ZERO
                       MOVE PAY-DISB-DATE TO WS-DISB-DATE-BREAK
                       MOVE WS-DB-YY TO WS-CY-YY
                       CALL "DatCentury" USING WS-CENTURY-PAR
                       IF WS-CY-YYYY EQUAL WS-TAX-YEAR
                             ADD 1 TO WS-PAYMENTS-TAKEN
                             PERFORM 1100-ADD-TO-PAYEE.
      *
      *********************************************************
      *  This paragraph adds the payment to its payee's entry in
      * the year table, opening a new entry for a payee not seen
      * yet. A full table counts the payment as not totalled,
      * for the register.
      *
       1100-ADD-TO-PAYEE.
           MOVE 0 TO WS-PT-FOUND-SUB.
           PERFORM 1110-SEARCH-ONE-ENTRY
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB GREATER WS-PT-USED
                      OR WS-PT-FOUND-SUB NOT EQUAL ZERO.
           IF WS-PT-FOUND-SUB EQUAL ZERO
                 IF WS-PT-USED LESS 500
                       ADD 1 TO WS-PT-USED
                       MOVE WS-PT-USED TO WS-PT-FOUND-SUB
                       MOVE PAY-PAYEE-ID
                            TO WS-PT-PAYEE-ID (WS-PT-FOUND-SUB)
                       MOVE 0 TO WS-PT-AMOUNT (WS-PT-FOUND-SUB)
                       MOVE 0 TO WS-PT-COUNT (WS-PT-FOUND-SUB)
                       MOVE "N" TO WS-PT-MATCHED (WS-PT-FOUND-SUB)
                    ELSE
                       ADD 1 TO WS-PT-OVERFLOW.
           IF WS-PT-FOUND-SUB NOT EQUAL ZERO
                 ADD PAY-AMOUNT TO WS-PT-AMOUNT (WS-PT-FOUND-SUB)
                 ADD 1 TO WS-PT-COUNT (WS-PT-FOUND-SUB).
      *
       1110-SEARCH-ONE-ENTRY.
           IF WS-PT-PAYEE-ID (WS-PT-SUB) EQUAL PAY-PAYEE-ID
                 MOVE WS-PT-SUB TO WS-PT-FOUND-SUB.
      *
       2000-WRITE-HEADER.
           MOVE SPACES TO OUT-INFO-REC.
           STRING "HDR,"            DELIMITED BY SIZE
                  WS-TAX-YEAR       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-TEMP-DATE      DELIMITED BY SIZE
                  ",CLAIMS"         DELIMITED BY SIZE
              INTO OUT-INFO-REC
           END-STRING.
           WRITE OUT-INFO-REC.
      *
      *********************************************************
      *  This paragraph takes the next payee off the master and,
      * when it was paid in the year, settles it: a reportable
      * payee at or over the minimum is filed, one under the
      * minimum is listed but not filed, and one not flagged
      * reportable is only counted.
      *
       2100-FILE-ONE-PAYEE.
           READ PAYEE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAYEE-END-FLAG
           END-READ.
           IF WS-PAYEE-END-FLAG NOT EQUAL "S"
                 MOVE 0 TO WS-PT-FOUND-SUB
                 PERFORM 2110-MATCH-ONE-ENTRY
                         VARYING WS-PT-SUB FROM 1 BY 1
                         UNTIL WS-PT-SUB GREATER WS-PT-USED
                            OR WS-PT-FOUND-SUB NOT EQUAL ZERO
                 IF WS-PT-FOUND-SUB NOT EQUAL ZERO
                       MOVE "Y" TO WS-PT-MATCHED (WS-PT-FOUND-SUB)
                       PERFORM 2200-SETTLE-PAYEE.
      *
       2110-MATCH-ONE-ENTRY.
           IF WS-PT-PAYEE-ID (WS-PT-SUB) EQUAL PY-PAYEE-ID
                 MOVE WS-PT-SUB TO WS-PT-FOUND-SUB.
      *
       2200-SETTLE-PAYEE.
           IF PY-1099-FLAG NOT EQUAL "Y"
                 ADD 1 TO WS-NOTREP-COUNT
                 ADD WS-PT-AMOUNT (WS-PT-FOUND-SUB) TO WS-NOTREP-TOTAL
              ELSE
                 MOVE SPACES TO WS-REG-LINE
                 MOVE PY-PAYEE-ID   TO REG-PAYEE-ID
                 MOVE PY-NAME       TO REG-NAME
                 MOVE PY-TIN-TYPE   TO REG-TIN-TYPE
                 IF PY-TAX-ID NOT EQUAL SPACES
                       PERFORM 2210-MASK-TAX-ID
                 END-IF
                 MOVE WS-PT-COUNT (WS-PT-FOUND-SUB)  TO REG-COUNT
                 MOVE WS-PT-AMOUNT (WS-PT-FOUND-SUB) TO REG-AMOUNT
                 IF WS-PT-AMOUNT (WS-PT-FOUND-SUB) LESS WS-MIN-AMOUNT
                       ADD 1 TO WS-UNDER-COUNT
                       ADD WS-PT-AMOUNT (WS-PT-FOUND-SUB)
                           TO WS-UNDER-TOTAL
                       MOVE "UNDER MINIMUM - NOT FILED" TO REG-DETAIL
                    ELSE
                       ADD 1 TO WS-FILED-COUNT
                       ADD WS-PT-AMOUNT (WS-PT-FOUND-SUB)
                           TO WS-FILED-TOTAL
                       PERFORM 2300-WRITE-DETAIL
                       IF PY-TAX-ID EQUAL SPACES
                             MOVE "FILED - *NO TAX ID*" TO REG-DETAIL
                          ELSE
                             MOVE "FILED" TO REG-DETAIL
                       END-IF
                 END-IF
                 MOVE SPACES TO OUT-REGISTER-REC
                 MOVE WS-REG-LINE TO OUT-REGISTER-REC
                 WRITE OUT-REGISTER-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph puts the payee's taxpayer ID on the
      * register line masked to its last four characters - the
      * four ending at its last non-blank character, since an
      * ID keyed without dashes is shorter than the field. An ID
      * of four characters or fewer is masked whole.
      *
       2210-MASK-TAX-ID.
           MOVE "***********" TO REG-TAX-ID.
           MOVE 0 TO WS-TAX-ID-END.
           PERFORM 2220-FIND-TAX-ID-END
                   VARYING WS-TAX-ID-SUB FROM 11 BY -1
                   UNTIL WS-TAX-ID-SUB LESS 1 OR
                         WS-TAX-ID-END NOT EQUAL ZERO.
           IF WS-TAX-ID-END GREATER 4
                 MOVE PY-TAX-ID (WS-TAX-ID-END - 3:4)
                      TO REG-TAX-ID (8:4).
      *
       2220-FIND-TAX-ID-END.
           IF PY-TAX-ID (WS-TAX-ID-SUB:1) NOT EQUAL SPACE
                 MOVE WS-TAX-ID-SUB TO WS-TAX-ID-END.
      *
      *********************************************************
      *  This paragraph writes the payee's DTL record. A comma
      * keyed inside a name or address would split the field,
      * so it goes out as a space.
      *
       2300-WRITE-DETAIL.
           MOVE PY-PAYEE-ID TO WS-INFO-PAYEE-DISP.
           MOVE WS-PT-AMOUNT (WS-PT-FOUND-SUB) TO WS-INFO-AMOUNT-DISP.
           MOVE WS-PT-COUNT (WS-PT-FOUND-SUB)  TO WS-INFO-COUNT-DISP.
           MOVE PY-NAME   TO WS-INFO-NAME.
           MOVE PY-ADDR-1 TO WS-INFO-ADDR-1.
           MOVE PY-ADDR-2 TO WS-INFO-ADDR-2.
           MOVE PY-CITY   TO WS-INFO-CITY.
           INSPECT WS-INFO-NAME   REPLACING ALL "," BY " ".
           INSPECT WS-INFO-ADDR-1 REPLACING ALL "," BY " ".
           INSPECT WS-INFO-ADDR-2 REPLACING ALL "," BY " ".
           INSPECT WS-INFO-CITY   REPLACING ALL "," BY " ".
           MOVE SPACES TO OUT-INFO-REC.
           STRING "DTL,"              DELIMITED BY SIZE
                  WS-INFO-PAYEE-DISP  DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  PY-TIN-TYPE         DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  PY-TAX-ID           DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-NAME        DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-ADDR-1      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-ADDR-2      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-CITY        DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  PY-STATE            DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  PY-ZIP              DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-AMOUNT-DISP DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-INFO-COUNT-DISP  DELIMITED BY SIZE
              INTO OUT-INFO-REC
           END-STRING.
           WRITE OUT-INFO-REC.
      *
      *********************************************************
      *  This paragraph lists a payee paid in the year that is
      * no longer on the payee master - it cannot be filed until
      * the master is put right and the run repeated.
      *
       2500-LIST-ONE-UNMATCHED.
           IF WS-PT-MATCHED (WS-PT-SUB) NOT EQUAL "Y"
                 ADD 1 TO WS-NOTIN-COUNT
                 ADD WS-PT-AMOUNT (WS-PT-SUB) TO WS-NOTIN-TOTAL
                 MOVE SPACES TO WS-REG-LINE
                 MOVE WS-PT-PAYEE-ID (WS-PT-SUB) TO REG-PAYEE-ID
                 MOVE "*** NOT ON PAYEE MASTER ***" TO REG-NAME
                 MOVE WS-PT-COUNT (WS-PT-SUB)  TO REG-COUNT
                 MOVE WS-PT-AMOUNT (WS-PT-SUB) TO REG-AMOUNT
                 MOVE "NOT FILED" TO REG-DETAIL
                 MOVE SPACES TO OUT-REGISTER-REC
                 MOVE WS-REG-LINE TO OUT-REGISTER-REC
                 WRITE OUT-REGISTER-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph writes the TRL control record: the count
      * of DTL records and their dollar total.
      *
       2900-WRITE-TRAILER.
           MOVE WS-FILED-COUNT TO WS-INFO-COUNT-DISP.
           MOVE WS-FILED-TOTAL TO WS-INFO-TOTAL-DISP.
           MOVE SPACES TO OUT-INFO-REC.
           STRING "TRL,"             DELIMITED BY SIZE
                  WS-INFO-COUNT-DISP DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-INFO-TOTAL-DISP DELIMITED BY SIZE
              INTO OUT-INFO-REC
           END-STRING.
           WRITE OUT-INFO-REC.
      *
      *********************************************************
      *
