       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SIURPT.
      *PROGRAM DISCRIPTION.
      *
      *  Monthly special investigations report off the SIU case
      * file CLMSIU.DAT that INSURE's U function maintains,
      * printed on SIURPT.PRT in two parts:
      *
      *    OPEN CASES   - every case still open: the claim, its
      *                   region and adjuster off CLIENT.DAT, why
      *                   it was referred, the investigator, the
      *                   referral date and how many days the
      *                   case has been open. Payments on these
      *                   claims are being held.
      *    CLOSED CASES - every case closed in the month of the
      *                   run, with its outcome (cleared, denied
      *                   or prosecuted) and the savings booked
      *                   against it.
      *
      *  Totals give the open count, the average age and how many
      * are past 90 days, the closures of the month by outcome,
      * and the savings for the month and for the year to date.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIU-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIU-CLAIM-NUMBER
           FILE STATUS IS WS-SIU-STATUS.
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
           SELECT SIURPT-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SIU-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMSIU.DAT".
       01  IN-SIU-REC.
           03  SIU-CLAIM-NUMBER         PIC 999V9(4).
           03  SIU-REASON               PIC X(7).
           03  SIU-INVESTIGATOR         PIC X(20).
           03  SIU-REFERRAL-DATE.
               05  SIU-REF-DD           PIC 99.
               05  SIU-REF-MM           PIC 99.
               05  SIU-REF-YY           PIC 99.
           03  SIU-STATUS               PIC X.
           03  SIU-OUTCOME              PIC X.
           03  SIU-CLOSE-DATE.
               05  SIU-CLOSE-DD         PIC 99.
               05  SIU-CLOSE-MM         PIC 99.
               05  SIU-CLOSE-YY         PIC 99.
           03  SIU-SAVINGS              PIC 9(7).
           03  SIU-OPENED-BY            PIC X(6).
           03  SIU-NOTE                 PIC X(30).
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
       FD SIURPT-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "SIURPT.PRT".
       01  OUT-SIURPT-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-SIU-STATUS          PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-COUNTERS.
           03 WS-CASES-READ      PIC 9(5) VALUE 0.
           03 WS-CASES-OPEN      PIC 9(5) VALUE 0.
           03 WS-CASES-OVER-90   PIC 9(5) VALUE 0.
           03 WS-OPEN-DAYS-TOTAL PIC 9(9) VALUE 0.
           03 WS-CLOSED-MONTH    PIC 9(5) VALUE 0.
           03 WS-CLEARED-MONTH   PIC 9(5) VALUE 0.
           03 WS-DENIED-MONTH    PIC 9(5) VALUE 0.
           03 WS-PROSEC-MONTH    PIC 9(5) VALUE 0.
           03 WS-SAVINGS-MONTH   PIC 9(9) VALUE 0.
           03 WS-SAVINGS-YTD     PIC 9(9) VALUE 0.
       01 WS-AVERAGE-AGE         PIC 9(5) VALUE 0.
       01 WS-RUN-YYYY            PIC 9(4) VALUE 0.
       01 WS-RUN-MM              PIC 99   VALUE 0.
       01 WS-CLOSE-YYYY          PIC 9(4) VALUE 0.
       01 WS-OUTCOME-DISP        PIC X(10) VALUE SPACES.
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
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "SIURPT".
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
       01 WS-DATE-DISP.
           03 WS-DTD-DD          PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-DTD-MM          PIC 99.
           03 FILLER             PIC X VALUE "/".
           03 WS-DTD-YY          PIC 99.
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "SIURPT    ".
           03 FILLER  PIC X(30)  VALUE
                         "SPECIAL INVESTIGATIONS CASES  ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-OPEN-HEAD.
           03 FILLER  PIC X(40)  VALUE
                         "OPEN CASES - PAYMENTS HELD".
       01 WS-OPEN-COL-HEADER.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "RGN ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "ADJ   ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "REASON ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INVESTIGATOR".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "REFERRED".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "  DAYS".
       01 WS-OPEN-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 OPN-REGION         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-ADJUSTER       PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-REASON         PIC X(7).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-INVESTIGATOR   PIC X(20).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-REFERRED       PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OPN-DAYS           PIC ZZZZZ9.
       01 WS-CLOSED-HEAD.
           03 FILLER  PIC X(40)  VALUE
                         "CASES CLOSED THIS MONTH".
       01 WS-CLOSED-COL-HEADER.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "RGN ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(7)   VALUE "REASON ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "INVESTIGATOR".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "REFERRED".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(8)   VALUE "CLOSED  ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(10)  VALUE "OUTCOME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(11)  VALUE "    SAVINGS".
       01 WS-CLOSED-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 CLS-REGION         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-REASON         PIC X(7).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-INVESTIGATOR   PIC X(20).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-REFERRED       PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-CLOSED         PIC X(8).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-OUTCOME        PIC X(10).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 CLS-SAVINGS        PIC ZZZ.ZZZ.ZZ9.
       01 WS-SIU-TOTAL-1.
           03 FILLER             PIC X(28)  VALUE
                         "CASES ON FILE             : ".
           03 STT-READ           PIC ZZZZ9.
       01 WS-SIU-TOTAL-2.
           03 FILLER             PIC X(28)  VALUE
                         "OPEN CASES                : ".
           03 STT-OPEN           PIC ZZZZ9.
       01 WS-SIU-TOTAL-3.
           03 FILLER             PIC X(28)  VALUE
                         "AVERAGE DAYS OPEN         : ".
           03 STT-AVERAGE        PIC ZZZZ9.
       01 WS-SIU-TOTAL-4.
           03 FILLER             PIC X(28)  VALUE
                         "OPEN OVER 90 DAYS         : ".
           03 STT-OVER-90        PIC ZZZZ9.
       01 WS-SIU-TOTAL-5.
           03 FILLER             PIC X(28)  VALUE
                         "CLOSED THIS MONTH         : ".
           03 STT-CLOSED         PIC ZZZZ9.
           03 FILLER             PIC X(12)  VALUE "   CLEARED ".
           03 STT-CLEARED        PIC ZZZZ9.
           03 FILLER             PIC X(11)  VALUE "   DENIED ".
           03 STT-DENIED         PIC ZZZZ9.
           03 FILLER             PIC X(15)  VALUE "   PROSECUTED ".
           03 STT-PROSECUTED     PIC ZZZZ9.
       01 WS-SIU-TOTAL-6.
           03 FILLER             PIC X(28)  VALUE
                         "SAVINGS THIS MONTH        : ".
           03 STT-SAVINGS-MONTH  PIC ZZZ.ZZZ.ZZ9.
       01 WS-SIU-TOTAL-7.
           03 FILLER             PIC X(28)  VALUE
                         "SAVINGS YEAR TO DATE      : ".
           03 STT-SAVINGS-YTD    PIC ZZZ.ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the case and claim files and the
      * report, drive the two passes over the case file - open
      * cases first, then the month's closures - print the
      * totals and log start/end through the shared RUNLOG
      * routine. A case file that does not exist yet ends the
      * run NORM with an empty report - no referrals is a valid
      * position.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           OPEN INPUT  SIU-FILE.
           OPEN INPUT  CLIENT-FILE.
           OPEN OUTPUT SIURPT-PRINT.
                IF WS-PRINT-STATUS NOT EQUAL "00" OR
                   WS-CLIENT-STATUS NOT EQUAL "00"
                      DISPLAY "SIURPT - CLIENT FILE STATUS  : "
                              WS-CLIENT-STATUS
                      DISPLAY "SIURPT - REPORT FILE STATUS  : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      PERFORM 0200-PRINT-TITLE
                      IF WS-SIU-STATUS EQUAL "00"
                            PERFORM 1000-LIST-OPEN-CASES
                            PERFORM 2000-LIST-CLOSED-CASES
                      END-IF
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "        TO WS-RUNLOG-ACTION.
           MOVE WS-CASES-OPEN TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE SIU-FILE.
           CLOSE CLIENT-FILE.
           CLOSE SIURPT-PRINT.
           GOBACK.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-DF-DD2.
           MOVE WS-REAL-MONTH TO WS-DF-MM2.
           MOVE WS-REAL-MONTH TO WS-RUN-MM.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY2.
           MOVE WS-CY-YYYY TO WS-RUN-YYYY.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-TITLE-1 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER PAGE.
      *
       0300-PRINT-TOTALS.
           IF WS-CASES-OPEN GREATER ZERO
                 DIVIDE WS-OPEN-DAYS-TOTAL BY WS-CASES-OPEN
                        GIVING WS-AVERAGE-AGE ROUNDED.
           MOVE WS-CASES-READ      TO STT-READ.
           MOVE WS-CASES-OPEN      TO STT-OPEN.
           MOVE WS-AVERAGE-AGE     TO STT-AVERAGE.
           MOVE WS-CASES-OVER-90   TO STT-OVER-90.
           MOVE WS-CLOSED-MONTH    TO STT-CLOSED.
           MOVE WS-CLEARED-MONTH   TO STT-CLEARED.
           MOVE WS-DENIED-MONTH    TO STT-DENIED.
           MOVE WS-PROSEC-MONTH    TO STT-PROSECUTED.
           MOVE WS-SAVINGS-MONTH   TO STT-SAVINGS-MONTH.
           MOVE WS-SAVINGS-YTD     TO STT-SAVINGS-YTD.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-1 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 3.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-2 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-3 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-4 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-5 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-6 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-SIU-TOTAL-7 TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
           DISPLAY "SIURPT - CASES ON FILE      : " WS-CASES-READ.
           DISPLAY "SIURPT - OPEN CASES         : " WS-CASES-OPEN.
           DISPLAY "SIURPT - CLOSED THIS MONTH  : " WS-CLOSED-MONTH.
      *
      *********************************************************
      *  This paragraph prints the open-case part: its headings,
      * then one pass over the case file.
      *
       1000-LIST-OPEN-CASES.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-OPEN-HEAD TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 2.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-OPEN-COL-HEADER TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 2.
           MOVE " " TO WS-END-FILE-FLAG.
           PERFORM 1010-CHECK-ONE-OPEN-CASE
                UNTIL WS-END-OF-FILE.
      *
      *********************************************************
      *  This paragraph reads one case and, when it is still
      * open, looks up the claim and prints the case with its
      * age, counted from the referral date through the shared
      * DatDiff entry point.
      *
       1010-CHECK-ONE-OPEN-CASE.
           READ SIU-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-CASES-READ
                 IF SIU-STATUS NOT EQUAL "C"
                       ADD 1 TO WS-CASES-OPEN
                       PERFORM 1020-GET-CLAIM
                       PERFORM 1030-PRINT-OPEN-CASE
                 END-IF
           END-IF.
      *
       1020-GET-CLAIM.
           MOVE SIU-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE
                INVALID KEY
                   MOVE "????" TO CL-REGION
                   MOVE "??????" TO CL-ADJUSTER-ID
           END-READ.
      *
       1030-PRINT-OPEN-CASE.
           MOVE SIU-REF-DD TO WS-DF-DD1.
           MOVE SIU-REF-MM TO WS-DF-MM1.
           MOVE SIU-REF-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-DF-YYYY1.
           CALL "DatDiff" USING WS-DIFF-PAR.
           IF WS-DF-FC NOT = 0
                 MOVE 0 TO WS-DF-DAYS.
           ADD WS-DF-DAYS TO WS-OPEN-DAYS-TOTAL.
           IF WS-DF-DAYS GREATER 90
                 ADD 1 TO WS-CASES-OVER-90.
           MOVE SIU-REF-DD TO WS-DTD-DD.
           MOVE SIU-REF-MM TO WS-DTD-MM.
           MOVE SIU-REF-YY TO WS-DTD-YY.
           MOVE SIU-CLAIM-NUMBER TO OPN-CLAIM-NUMBER.
           MOVE CL-REGION        TO OPN-REGION.
           MOVE CL-ADJUSTER-ID   TO OPN-ADJUSTER.
           MOVE SIU-REASON       TO OPN-REASON.
           MOVE SIU-INVESTIGATOR TO OPN-INVESTIGATOR.
           MOVE WS-DATE-DISP     TO OPN-REFERRED.
           MOVE WS-DF-DAYS       TO OPN-DAYS.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-OPEN-LINE TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph prints the closed-case part off a second
      * pass over the case file, started again from the lowest
      * claim number.
      *
       2000-LIST-CLOSED-CASES.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-CLOSED-HEAD TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 3.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-CLOSED-COL-HEADER TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 2.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO SIU-CLAIM-NUMBER.
           START SIU-FILE KEY IS NOT LESS THAN SIU-CLAIM-NUMBER
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 2010-CHECK-ONE-CLOSED-CASE
                UNTIL WS-END-OF-FILE.
      *
      *********************************************************
      *  This paragraph reads one case and, when it was closed
      * this calendar year, adds its savings to the year to
      * date; closed this month as well, it is listed and
      * counted by outcome.
      *
       2010-CHECK-ONE-CLOSED-CASE.
           READ SIU-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF SIU-STATUS EQUAL "C"
                       MOVE SIU-CLOSE-YY TO WS-CY-YY
                       CALL "DatCentury" USING WS-CENTURY-PAR
                       MOVE WS-CY-YYYY TO WS-CLOSE-YYYY
                       IF WS-CLOSE-YYYY EQUAL WS-RUN-YYYY
                             ADD SIU-SAVINGS TO WS-SAVINGS-YTD
                             IF SIU-CLOSE-MM EQUAL WS-RUN-MM
                                   PERFORM 1020-GET-CLAIM
                                   PERFORM 2020-PRINT-CLOSED-CASE
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
       2020-PRINT-CLOSED-CASE.
           ADD 1 TO WS-CLOSED-MONTH.
           ADD SIU-SAVINGS TO WS-SAVINGS-MONTH.
           IF SIU-OUTCOME EQUAL "D"
                 ADD 1 TO WS-DENIED-MONTH
                 MOVE "DENIED    " TO WS-OUTCOME-DISP
              ELSE
              IF SIU-OUTCOME EQUAL "P"
                    ADD 1 TO WS-PROSEC-MONTH
                    MOVE "PROSECUTED" TO WS-OUTCOME-DISP
                 ELSE
                    ADD 1 TO WS-CLEARED-MONTH
                    MOVE "CLEARED   " TO WS-OUTCOME-DISP.
           MOVE SIU-REF-DD TO WS-DTD-DD.
           MOVE SIU-REF-MM TO WS-DTD-MM.
           MOVE SIU-REF-YY TO WS-DTD-YY.
           MOVE WS-DATE-DISP     TO CLS-REFERRED.
           MOVE SIU-CLOSE-DD TO WS-DTD-DD.
           MOVE SIU-CLOSE-MM TO WS-DTD-MM.
           MOVE SIU-CLOSE-YY TO WS-DTD-YY.
           MOVE WS-DATE-DISP     TO CLS-CLOSED.
           MOVE SIU-CLAIM-NUMBER TO CLS-CLAIM-NUMBER.
           MOVE CL-REGION        TO CLS-REGION.
           MOVE SIU-REASON       TO CLS-REASON.
           MOVE SIU-INVESTIGATOR TO CLS-INVESTIGATOR.
           MOVE WS-OUTCOME-DISP  TO CLS-OUTCOME.
           MOVE SIU-SAVINGS      TO CLS-SAVINGS.
           MOVE SPACES TO OUT-SIURPT-REC.
           MOVE WS-CLOSED-LINE TO OUT-SIURPT-REC.
           WRITE OUT-SIURPT-REC AFTER 1.
