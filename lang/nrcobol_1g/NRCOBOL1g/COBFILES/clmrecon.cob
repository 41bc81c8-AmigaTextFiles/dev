      * off the ledger, claims and dollars off the master - so
      * the files prove against each other every night instead
      * of drifting quietly apart.
      *
      *  A clean run leaves its run date and the three drift
      * counts on the one-record RECONTOT.DAT, the way CLMIBNR
      * leaves its book figures on IBNRTOT.DAT, so the period
      * close in PERCLOSE can ask whether the ledger proved
      * against the master after the period ended.
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
           SELECT ARCHIVE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
           SELECT RECON-TOTAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECON-TOTAL-STATUS.
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
           VALUE OF FILE-ID IS "CLMRECON.PRT".
       01  OUT-RECON-REC.
           03  FILLER                 PIC A(100).
      *
       FD RECON-TOTAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "RECONTOT.DAT".
       01  OUT-RECON-TOTAL-REC.
           03  RTT-RUN-DATE           PIC X(8).
           03  FILLER                 PIC X.
           03  RTT-RUN-COMPARE        PIC 9(8).
           03  FILLER                 PIC X.
           03  RTT-ORPHANS            PIC 9(5).
           03  FILLER                 PIC X.
           03  RTT-DENIED             PIC 9(5).
           03  FILLER                 PIC X.
           03  RTT-SETTLED            PIC 9(5).
      *
       WORKING-STORAGE SECTION.
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-RECON-TOTAL-STATUS  PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-ARCH-END-FLAG       PIC X  VALUE " ".
           03 WS-TEMP-MONTH      PIC XX.
           03 FILLER             PIC X    VALUE  "/".
           03 WS-TEMP-YEAR       PIC XX.
       01 WS-CMP-BUILD.
           03 WS-CMB-YYYY        PIC 9(4).
           03 WS-CMB-MM          PIC 99.
           03 WS-CMB-DD          PIC 99.
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
      *
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "CLMRECON  ".
                      PERFORM 2000-RECON-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      PERFORM 0200-PRINT-TOTALS
                      PERFORM 0300-WRITE-RECON-TOTAL
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CLMRECON - FILE WOULD NOT OPEN"
                   WS-SETTLED-COUNT.
      *
      *********************************************************
      *  This paragraph leaves the run's verdict on RECONTOT.DAT
      * - the run date, as printed and as a comparable YYYYMMDD
      * number, and the three drift counts - replacing whatever
      * the last run left there.
      *
       0300-WRITE-RECON-TOTAL.
           MOVE WS-REAL-YEAR  TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY    TO WS-CMB-YYYY.
           MOVE WS-REAL-MONTH TO WS-CMB-MM.
           MOVE WS-REAL-DAY   TO WS-CMB-DD.
           OPEN OUTPUT RECON-TOTAL-FILE.
           IF WS-RECON-TOTAL-STATUS EQUAL "00"
                 MOVE SPACES TO OUT-RECON-TOTAL-REC
                 MOVE WS-TEMP-DATE     TO RTT-RUN-DATE
                 MOVE WS-CMP-BUILD     TO RTT-RUN-COMPARE
                 MOVE WS-ORPHAN-COUNT  TO RTT-ORPHANS
                 MOVE WS-DENIED-COUNT  TO RTT-DENIED
                 MOVE WS-SETTLED-COUNT TO RTT-SETTLED
                 WRITE OUT-RECON-TOTAL-REC
                 CLOSE RECON-TOTAL-FILE
              ELSE
                 DISPLAY "CLMRECON - RECONTOT.DAT NOT WRITTEN, STATUS "
                         WS-RECON-TOTAL-STATUS.
      *
      *********************************************************
      *  This paragraph reads one payment off the ledger and
      * checks its claim is on the master and not denied.
      *
