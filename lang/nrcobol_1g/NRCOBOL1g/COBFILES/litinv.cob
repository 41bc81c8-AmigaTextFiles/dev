       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LITINV.
      *PROGRAM DISCRIPTION.
      *
      *  Litigated claims inventory: passes the suit file
      * CLMLIT.DAT INSURE maintains and prints every suit still
      * open on LITINV.PRT - the claim, its region and adjuster
      * off CLIENT.DAT, the date the suit was filed and how many
      * days it has been running, the court and defense counsel,
      * and what has been spent on the claim to date off
      * CLMPAY.DAT split into indemnity, defense/legal and other
      * adjusting expense. Closed suits are counted but not
      * listed. Totals at the end give the open suit count and
      * the legal spend across the inventory.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITIGATION-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAIM-NUMBER
           FILE STATUS IS WS-LITIGATION-STATUS.
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
           SELECT LITINV-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LITIGATION-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMLIT.DAT".
       01  IN-LITIGATION-REC.
           03  LT-CLAIM-NUMBER          PIC 999V9(4).
           03  LT-SUIT-DATE.
               05  LT-SUIT-DD           PIC 99.
               05  LT-SUIT-MM           PIC 99.
               05  LT-SUIT-YY           PIC 99.
           03  LT-COURT                 PIC X(30).
           03  LT-DEFENSE-COUNSEL       PIC X(30).
           03  LT-PLAINTIFF-ATTY        PIC X(30).
           03  LT-STATUS                PIC X.
           03  LT-CLOSE-DATE            PIC 9(6).
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
       FD LITINV-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "LITINV.PRT".
       01  OUT-LITINV-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-LITIGATION-STATUS   PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-PAY-END-FLAG        PIC X  VALUE " ".
       01 WS-COUNTERS.
           03 WS-SUITS-READ      PIC 9(5) VALUE 0.
           03 WS-SUITS-OPEN      PIC 9(5) VALUE 0.
           03 WS-SUITS-CLOSED    PIC 9(5) VALUE 0.
           03 WS-TOTAL-IND       PIC 9(9) VALUE 0.
           03 WS-TOTAL-LEGAL     PIC 9(9) VALUE 0.
           03 WS-TOTAL-ADJ       PIC 9(9) VALUE 0.
       01 WS-IND-PAID            PIC 9(9) VALUE 0.
       01 WS-LEGAL-PAID          PIC 9(9) VALUE 0.
       01 WS-ADJ-PAID            PIC 9(9) VALUE 0.
      *
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
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "LITINV".
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
       01 WS-SUIT-DISP.
           03 WS-SUD-DD          PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-SUD-MM          PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-SUD-YY          PIC 99.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "LITINV    ".
           03 FILLER  PIC X(30)  VALUE
                         "LITIGATED CLAIMS INVENTORY    ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-LIT-COL-HEADER-1.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "RGN ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "ADJ   ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "SUIT    ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "  DAYS".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(30)  VALUE "COURT".
       01 WS-LIT-COL-HEADER-2.
           03 FILLER  PIC X(14)  VALUE SPACES.
           03 FILLER  PIC X(30)  VALUE "DEFENSE COUNSEL".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "  INDEMNITY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "DEFN/LEGAL ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "  OTHER EXP".
       01 WS-LIT-LINE-1.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 LIT-REGION         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-ADJUSTER       PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-SUIT-DATE      PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-DAYS           PIC ZZZZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-COURT          PIC X(30).
       01 WS-LIT-LINE-2.
           03 FILLER             PIC X(14)  VALUE SPACES.
           03 LIT-COUNSEL        PIC X(30).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-IND-PAID       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-LEGAL-PAID     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LIT-ADJ-PAID       PIC ZZZ.ZZZ.ZZ9.
       01 WS-LIT-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "SUITS ON FILE         : ".
           03 LTT-READ           PIC ZZZZ9.
       01 WS-LIT-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "SUITS CLOSED          : ".
           03 LTT-CLOSED         PIC ZZZZ9.
       01 WS-LIT-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "OPEN SUITS            : ".
           03 LTT-OPEN           PIC ZZZZ9.
       01 WS-LIT-TOTAL-4.
           03 FILLER             PIC X(44)  VALUE
                         "OPEN SUITS PAID TO DATE".
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LTT-IND            PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LTT-LEGAL          PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 LTT-ADJ            PIC ZZZ.ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the suit, claim and payment files and
      * the report, drive the pass over the suit file, print the
      * totals and log start/end through the shared RUNLOG
      * routine. A suit file that does not exist yet ends the
      * run NORM with an empty inventory - no suits is a valid
      * position.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           OPEN INPUT  LITIGATION-FILE.
           OPEN INPUT  CLIENT-FILE.
           OPEN INPUT  PAYMENT-FILE.
           OPEN OUTPUT LITINV-PRINT.
                IF WS-PRINT-STATUS NOT EQUAL "00" OR
                   WS-CLIENT-STATUS NOT EQUAL "00"
                      DISPLAY "LITINV - CLIENT FILE STATUS  : "
                              WS-CLIENT-STATUS
                      DISPLAY "LITINV - REPORT FILE STATUS  : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      PERFORM 0200-PRINT-TITLE
                      IF WS-LITIGATION-STATUS EQUAL "00"
                            PERFORM 1000-CHECK-ONE-SUIT
                                 UNTIL WS-END-OF-FILE
                      END-IF
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "        TO WS-RUNLOG-ACTION.
           MOVE WS-SUITS-OPEN TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE LITIGATION-FILE.
           CLOSE CLIENT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE LITINV-PRINT.
           GOBACK.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-DF-DD2.
           MOVE WS-REAL-MONTH TO WS-DF-MM2.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY2.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-TITLE-1 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER PAGE.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-COL-HEADER-1 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 2.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-COL-HEADER-2 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 1.
      *
       0300-PRINT-TOTALS.
           MOVE WS-SUITS-READ   TO LTT-READ.
           MOVE WS-SUITS-CLOSED TO LTT-CLOSED.
           MOVE WS-SUITS-OPEN   TO LTT-OPEN.
           MOVE WS-TOTAL-IND    TO LTT-IND.
           MOVE WS-TOTAL-LEGAL  TO LTT-LEGAL.
           MOVE WS-TOTAL-ADJ    TO LTT-ADJ.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-TOTAL-1 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 2.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-TOTAL-2 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 1.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-TOTAL-3 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 1.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-TOTAL-4 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 1.
           DISPLAY "LITINV - SUITS ON FILE : " WS-SUITS-READ.
           DISPLAY "LITINV - OPEN SUITS    : " WS-SUITS-OPEN.
      *
      *********************************************************
      *  This paragraph reads one suit and, when it is still
      * open, looks up the claim, totals its payments by type
      * and prints it. Suit age is counted from the filing date
      * through the shared DatDiff entry point.
      *
       1000-CHECK-ONE-SUIT.
           READ LITIGATION-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-SUITS-READ
                 IF LT-STATUS EQUAL "C"
                       ADD 1 TO WS-SUITS-CLOSED
                    ELSE
                       ADD 1 TO WS-SUITS-OPEN
                       PERFORM 1010-GET-CLAIM
                       PERFORM 1020-TOTAL-PAYMENTS
                       PERFORM 1030-PRINT-SUIT
                 END-IF
           END-IF.
      *
       1010-GET-CLAIM.
           MOVE LT-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE
                INVALID KEY
                   MOVE "????" TO CL-REGION
                   MOVE "??????" TO CL-ADJUSTER-ID
           END-READ.
      *
      *********************************************************
      *  This paragraph walks the claim's payments and adds each
      * to indemnity, defense/legal or other adjusting expense
      * by its payment type; anything not marked as expense is
      * indemnity.
      *
       1020-TOTAL-PAYMENTS.
           MOVE ZERO TO WS-IND-PAID.
           MOVE ZERO TO WS-LEGAL-PAID.
           MOVE ZERO TO WS-ADJ-PAID.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE LT-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
           START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                INVALID KEY MOVE "S" TO WS-PAY-END-FLAG
           END-START.
           PERFORM 1025-ADD-ONE-PAYMENT
                UNTIL WS-PAY-END-FLAG EQUAL "S".
      *
       1025-ADD-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PAY-END-FLAG
           END-READ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER NOT EQUAL LT-CLAIM-NUMBER
                       MOVE "S" TO WS-PAY-END-FLAG
                    ELSE
                       IF PAY-TYPE EQUAL "L"
                             ADD PAY-AMOUNT TO WS-LEGAL-PAID
                          ELSE
                             IF PAY-TYPE EQUAL "A"
                                   ADD PAY-AMOUNT TO WS-ADJ-PAID
                                ELSE
                                   ADD PAY-AMOUNT TO WS-IND-PAID
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
       1030-PRINT-SUIT.
           MOVE LT-SUIT-DD TO WS-DF-DD1.
           MOVE LT-SUIT-MM TO WS-DF-MM1.
           MOVE LT-SUIT-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY1.
           CALL "DatDiff" USING WS-DIFF-PAR.
           IF WS-DF-FC NOT = 0
                 MOVE 0 TO WS-DF-DAYS.
           MOVE LT-SUIT-DD TO WS-SUD-DD.
           MOVE LT-SUIT-MM TO WS-SUD-MM.
           MOVE LT-SUIT-YY TO WS-SUD-YY.
           MOVE LT-CLAIM-NUMBER TO LIT-CLAIM-NUMBER.
           MOVE CL-REGION       TO LIT-REGION.
           MOVE CL-ADJUSTER-ID  TO LIT-ADJUSTER.
           MOVE WS-SUIT-DISP    TO LIT-SUIT-DATE.
           MOVE WS-DF-DAYS      TO LIT-DAYS.
           MOVE LT-COURT        TO LIT-COURT.
           MOVE LT-DEFENSE-COUNSEL TO LIT-COUNSEL.
           MOVE WS-IND-PAID     TO LIT-IND-PAID.
           MOVE WS-LEGAL-PAID   TO LIT-LEGAL-PAID.
           MOVE WS-ADJ-PAID     TO LIT-ADJ-PAID.
           ADD WS-IND-PAID   TO WS-TOTAL-IND.
           ADD WS-LEGAL-PAID TO WS-TOTAL-LEGAL.
           ADD WS-ADJ-PAID   TO WS-TOTAL-ADJ.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-LINE-1 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 2.
           MOVE SPACES TO OUT-LITINV-REC.
           MOVE WS-LIT-LINE-2 TO OUT-LITINV-REC.
           WRITE OUT-LITINV-REC AFTER 1.
