       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMDELTA.
      *PROGRAM DISCRIPTION.
      *
      *  Nightly changed-claims delta feed for the reporting
      * database, runnable from JOBCTL.DAT as the last step of the
      * night so the day's claim work is all on file. Only what
      * changed since the last successful feed goes out, one
      * comma-delimited record per change on CLMDELTA.CSV:
      *
      *    CLM - a claim added (ADD), changed (CHG), purged to the
      *          archive by CLMARCH (PUR) or deleted (DEL) on
      *          CLIENT.DAT, whichever program did it - INSURE,
      *          CLMUPDT, CLMINTAK, ADJXFER or CLMARCH. The twelve
      *          claim fields follow twice, before then after, in
      *          the order the actuarial extract writes them; the
      *          side that does not exist is left empty.
      *    PAY - a new payment on CLMPAY.DAT (ADD).
      *    RCV - a new recovery on CLMRCV.DAT (ADD).
      *    RSV - a case reserve change off the reserve journal
      *          CLMRSVJ.DAT (CHG), old and new amounts.
      *    POL - a policy added, changed or deleted on POLICY.DAT,
      *          the ten policy fields before then after.
      *
      *  The file carries the same HDR and TRL control records as
      * the selective actuarial extract: HDR with the run date,
      * a blank region and status A (all claims), and the
      * window - the date of the last successful feed and today;
      * TRL with the detail count and a hash total of the after
      * amounts (amount claimed, payment, recovery, new reserve,
      * coverage limit; a claim or policy gone adds nothing).
      *
      *  Claim and policy changes are found by comparing the
      * masters against an image of them as they stood at the
      * last successful feed, which also remembers each claim's
      * highest payment and recovery sequence sent. Two image
      * generations, CLMDIMGA.DAT and CLMDIMGB.DAT, are used in
      * turn: the run reads the one the control file names and
      * writes the other. The control file CLMDCTL.DAT - the
      * high-water mark - holds the date and time of the last
      * successful feed, its feed number, its record count and
      * the image generation it left; reserve journal rows are
      * sent when stamped after that mark and not after this
      * run began. Only a run that finishes clean rewrites the
      * control file, so a failed night leaves the mark and
      * the image where they were and the next night sends the
      * whole of both nights. A failed run's CLMDELTA.CSV has no
      * trailer and must not be loaded. With no control file
      * the first feed sends the whole book as ADD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT IMAGE-A-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-A-STATUS.
      *
           SELECT IMAGE-B-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IMAGE-B-STATUS.
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
           SELECT RESERVE-JRNL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSVJ-STATUS.
      *
           SELECT ARCHIVE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      *
           SELECT DELTA-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDCTL.DAT".
       01  CONTROL-REC.
           03  DC-LAST-DATE           PIC 9(8).
           03  DC-LAST-DATE-PARTS REDEFINES DC-LAST-DATE.
               05  DC-LAST-CC         PIC 99.
               05  DC-LAST-YY         PIC 99.
               05  DC-LAST-MM         PIC 99.
               05  DC-LAST-DD         PIC 99.
           03  FILLER                 PIC X.
           03  DC-LAST-TIME           PIC 9(8).
           03  FILLER                 PIC X.
           03  DC-FEED-NUMBER         PIC 9(5).
           03  FILLER                 PIC X.
           03  DC-RECORD-COUNT        PIC 9(7).
           03  FILLER                 PIC X.
           03  DC-IMAGE-GEN           PIC X.
      *
       FD IMAGE-A-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDIMGA.DAT".
       01  IMAGE-A-REC                PIC X(74).
      *
       FD IMAGE-B-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDIMGB.DAT".
       01  IMAGE-B-REC                PIC X(74).
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
       FD ARCHIVE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMARCH.DAT".
       01  ARCHIVE-REC.
           03  AR-ARCHIVE-DATE        PIC X(8).
           03  FILLER                 PIC X.
           03  AR-CLAIM-KEY           PIC X(7).
           03  FILLER                 PIC X(60).
      *
       FD DELTA-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDELTA.CSV".
       01  OUT-DELTA-REC              PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-IMAGE-A-STATUS      PIC XX VALUE "00".
       01 WS-IMAGE-B-STATUS      PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-POLICY-STATUS       PIC XX VALUE "00".
       01 WS-PAYMENT-STATUS      PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS     PIC XX VALUE "00".
       01 WS-RSVJ-STATUS         PIC XX VALUE "00".
       01 WS-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-DELTA-STATUS        PIC XX VALUE "00".
      *
      *  Each file's status as it opened; "99" not opened. The
      * running status moves on with every READ and START.
      *
       01 WS-OPEN-STATUSES.
           03 WS-CLIENT-OPEN-STATUS   PIC XX VALUE "99".
           03 WS-POLICY-OPEN-STATUS   PIC XX VALUE "99".
           03 WS-PAYMENT-OPEN-STATUS  PIC XX VALUE "99".
           03 WS-RECOVERY-OPEN-STATUS PIC XX VALUE "99".
           03 WS-RSVJ-OPEN-STATUS     PIC XX VALUE "99".
           03 WS-DELTA-OPEN-STATUS    PIC XX VALUE "99".
           03 WS-IMAGE-A-OPEN-STATUS  PIC XX VALUE "99".
           03 WS-IMAGE-B-OPEN-STATUS  PIC XX VALUE "99".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-MONEY-END-FLAG      PIC X  VALUE " ".
       01 WS-FEED-FLAG           PIC X  VALUE "Y".
           88 WS-FEED-GOOD           VALUE "Y".
       01 WS-FIRST-FEED-FLAG     PIC X  VALUE "N".
           88 WS-FIRST-FEED          VALUE "Y".
       01 WS-OLD-GEN             PIC X  VALUE SPACE.
       01 WS-NEW-GEN             PIC X  VALUE "A".
       01 WS-COUNTERS.
           03 WS-DELTA-RECORDS   PIC 9(7) VALUE 0.
           03 WS-CLAIMS-ADDED    PIC 9(7) VALUE 0.
           03 WS-CLAIMS-CHANGED  PIC 9(7) VALUE 0.
           03 WS-CLAIMS-PURGED   PIC 9(7) VALUE 0.
           03 WS-CLAIMS-DELETED  PIC 9(7) VALUE 0.
           03 WS-PAYMENTS-SENT   PIC 9(7) VALUE 0.
           03 WS-RECOVERIES-SENT PIC 9(7) VALUE 0.
           03 WS-RESERVES-SENT   PIC 9(7) VALUE 0.
           03 WS-POLICIES-SENT   PIC 9(7) VALUE 0.
           03 WS-DELTA-HASH      PIC 9(13) VALUE 0.
      *
      *  The high-water mark: the last successful feed, and the
      * moment this run began, as YYYYMMDD and HHMMSSCC.
      *
       01 WS-LAST-STAMP.
           03 WS-LAST-STAMP-DATE PIC 9(8) VALUE 0.
           03 WS-LAST-STAMP-TIME PIC 9(8) VALUE 0.
       01 WS-RUN-STAMP.
           03 WS-RUN-STAMP-DATE  PIC 9(8) VALUE 0.
           03 WS-RUN-STAMP-TIME  PIC 9(8) VALUE 0.
       01 WS-ROW-STAMP.
           03 WS-ROW-STAMP-DATE  PIC 9(8) VALUE 0.
           03 WS-ROW-STAMP-TIME  PIC 9(8) VALUE 0.
       01 WS-FEED-NUMBER         PIC 9(5) VALUE 0.
      *
      *  A dd/mm/yy date off a journal or archive row, and the
      * YYYYMMDD it is compared as.
      *
       01 WS-SLASH-DATE.
           03 WS-SL-DD           PIC 99.
           03 FILLER             PIC X.
           03 WS-SL-MM           PIC 99.
           03 FILLER             PIC X.
           03 WS-SL-YY           PIC 99.
       01 WS-STAMP-BUILD.
           03 WS-SB-YYYY         PIC 9(4).
           03 WS-SB-MM           PIC 99.
           03 WS-SB-DD           PIC 99.
       01 WS-STAMP-DATE REDEFINES WS-STAMP-BUILD PIC 9(8).
      *
      *  The image record, as read off the old generation and as
      * written to the new one: type C a claim with the highest
      * payment and recovery sequence already sent, type P a
      * policy. Claims come first, in claim order, then policies
      * in policy order.
      *
       01 WS-OLD-IMAGE.
           03 WS-OI-TYPE             PIC X.
               88 WS-OI-CLAIM            VALUE "C".
               88 WS-OI-POLICY           VALUE "P".
           03 WS-OI-CLAIM-BODY.
               05 WS-OI-CLAIM-REC.
                   07 WS-OI-CLAIM-KEY    PIC X(7).
                   07 FILLER             PIC X(60).
               05 WS-OI-PAY-SEQ          PIC 999.
               05 WS-OI-RCV-SEQ          PIC 999.
           03 WS-OI-POLICY-BODY REDEFINES WS-OI-CLAIM-BODY.
               05 WS-OI-POLICY-REC.
                   07 WS-OI-POLICY-KEY   PIC X(6).
                   07 FILLER             PIC X(61).
               05 FILLER                 PIC X(6).
       01 WS-NEW-IMAGE.
           03 WS-NI-TYPE             PIC X.
           03 WS-NI-CLAIM-BODY.
               05 WS-NI-CLAIM-REC        PIC X(67).
               05 WS-NI-PAY-SEQ          PIC 999.
               05 WS-NI-RCV-SEQ          PIC 999.
           03 WS-NI-POLICY-BODY REDEFINES WS-NI-CLAIM-BODY.
               05 WS-NI-POLICY-REC       PIC X(67).
               05 FILLER                 PIC X(6).
      *
      *  Merge keys; HIGH-VALUES once a side has run out.
      *
       01 WS-OLD-CLAIM-KEY       PIC X(7).
       01 WS-OLD-POLICY-KEY      PIC X(6).
       01 WS-CUR-CLAIM.
           03 WS-CUR-CLAIM-KEY   PIC X(7).
           03 FILLER             PIC X(60).
       01 WS-CUR-POLICY.
           03 WS-CUR-POLICY-KEY  PIC X(6).
           03 FILLER             PIC X(61).
      *
      *  Claims archived by CLMARCH since the last feed, so that a
      * claim gone from the master can be told purged from
      * deleted.
      *
       01 WS-ARCH-TABLE.
           03 WS-ARCH-CLAIM-KEY OCCURS 3000 TIMES PIC X(7).
       01 WS-ARCH-COUNT          PIC 9(4) VALUE 0.
       01 WS-ARCH-SUB            PIC 9(4) VALUE 0.
       01 WS-ARCH-FOUND-FLAG     PIC X  VALUE "N".
           88 WS-ARCH-FOUND          VALUE "Y".
       01 WS-ARCH-OVERFLOW       PIC 9(5) VALUE 0.
      *
      *  One claim or policy laid out field by field for its
      * before or after side.
      *
       01 WS-DC-CLAIM.
           03 WS-DC-CLAIM-INT        PIC 999.
           03 WS-DC-CLAIM-FRAC       PIC 9(4).
           03 WS-DC-CLASS-CODE       PIC 9(6).
           03 WS-DC-REGION           PIC X(4).
           03 WS-DC-PREV-CLAIMS      PIC 99.
           03 WS-DC-PREV-CLAIMS-TOTAL PIC 9(9).
           03 WS-DC-AMOUNT-CLAIMED   PIC 9(7).
           03 WS-DC-PREMIUM          PIC 9(7).
           03 WS-DC-DATE-OF-LOSS     PIC 9(6).
           03 WS-DC-DATE-REPORTED    PIC 9(6).
           03 WS-DC-STATUS           PIC X.
           03 WS-DC-POLICY-NUMBER    PIC 9(6).
           03 WS-DC-ADJUSTER-ID      PIC X(6).
       01 WS-DP-POLICY.
           03 WS-DP-POLICY-NUMBER    PIC 9(6).
           03 WS-DP-INSURED-NAME     PIC X(20).
           03 WS-DP-COVERAGE-LIMIT   PIC 9(7).
           03 WS-DP-WRITTEN-PREMIUM  PIC 9(7).
           03 WS-DP-EFFECTIVE-DATE   PIC 9(6).
           03 WS-DP-EXPIRY-DATE      PIC 9(6).
           03 WS-DP-DEDUCTIBLE       PIC 9(7).
           03 WS-DP-BILL-PLAN        PIC X.
           03 WS-DP-BILL-STATUS      PIC X.
           03 WS-DP-CANCEL-DATE      PIC 9(6).
       01 WS-DL-SIDE             PIC X(80).
       01 WS-DL-BEFORE           PIC X(80).
       01 WS-DL-AFTER            PIC X(80).
       01 WS-DL-ACTION           PIC X(3).
       01 WS-DL-CLAIM-NUMBER.
           03 WS-DL-CLAIM-INT    PIC 999.
           03 WS-DL-CLAIM-FRAC   PIC 9(4).
       01 WS-DL-POLICY-NUMBER    PIC 9(6).
       01 WS-DL-AMOUNT           PIC 9(7).
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CLMDELTA".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR       PIC XX.
           03 WS-REAL-MONTH      PIC XX.
           03 WS-REAL-DAY        PIC XX.
       01 WS-REAL-TIME           PIC 9(8) VALUE 0.
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
      *  Control header fields, laid out as the actuarial
      * extract's: region, status filter, from and to dates.
      *
       01 WS-HDR-REGION          PIC X(4) VALUE SPACES.
       01 WS-HDR-STATUS-FILTER   PIC X    VALUE "A".
       01 WS-HDR-FROM-DATE.
           03 WS-HDR-FROM-DD     PIC 99 VALUE 0.
           03 WS-HDR-FROM-MM     PIC 99 VALUE 0.
           03 WS-HDR-FROM-YY     PIC 99 VALUE 0.
       01 WS-HDR-TO-DATE.
           03 WS-HDR-TO-DD       PIC XX.
           03 WS-HDR-TO-MM       PIC XX.
           03 WS-HDR-TO-YY       PIC XX.
       01 WS-DELTA-COUNT-DISP    PIC 9(7).
       01 WS-DELTA-HASH-DISP     PIC 9(13).
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to read the high-water mark, open the masters,
      * the money files and both image generations, send the
      * claim, reserve and policy changes, and only when every
      * record went out clean close the feed with its trailer
      * and move the mark on; start and end are logged through
      * the shared RUNLOG routine. The claim master, the image
      * the control file names and the two output files must
      * open; the policy master, the money files, the reserve
      * journal and the archive may not exist yet - a master
      * that will not open has its image rows carried forward
      * untouched.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "Y" TO WS-FEED-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           ACCEPT WS-REAL-TIME FROM TIME.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-HDR-TO-DD.
           MOVE WS-REAL-MONTH TO WS-HDR-TO-MM.
           MOVE WS-REAL-YEAR  TO WS-HDR-TO-YY.
           MOVE WS-TEMP-DATE  TO WS-SLASH-DATE.
           PERFORM 8200-BUILD-STAMP-DATE.
           MOVE WS-STAMP-DATE TO WS-RUN-STAMP-DATE.
           MOVE WS-REAL-TIME  TO WS-RUN-STAMP-TIME.
           PERFORM 0100-READ-CONTROL.
           PERFORM 0150-LOAD-ARCHIVED.
           OPEN INPUT  CLIENT-FILE.
           MOVE WS-CLIENT-STATUS   TO WS-CLIENT-OPEN-STATUS.
           OPEN INPUT  POLICY-FILE.
           MOVE WS-POLICY-STATUS   TO WS-POLICY-OPEN-STATUS.
           OPEN INPUT  PAYMENT-FILE.
           MOVE WS-PAYMENT-STATUS  TO WS-PAYMENT-OPEN-STATUS.
           OPEN INPUT  RECOVERY-FILE.
           MOVE WS-RECOVERY-STATUS TO WS-RECOVERY-OPEN-STATUS.
           OPEN INPUT  RESERVE-JRNL-FILE.
           MOVE WS-RSVJ-STATUS     TO WS-RSVJ-OPEN-STATUS.
           OPEN OUTPUT DELTA-FILE.
           MOVE WS-DELTA-STATUS    TO WS-DELTA-OPEN-STATUS.
           PERFORM 0200-OPEN-IMAGES.
                IF WS-CLIENT-OPEN-STATUS = "00" AND
                   WS-DELTA-OPEN-STATUS  = "00" AND
                   WS-FEED-GOOD
                      PERFORM 5000-WRITE-HEADER
                      PERFORM 1000-DELTA-CLAIMS
                      PERFORM 2000-DELTA-RESERVES
                      PERFORM 3000-DELTA-POLICIES
                      IF WS-FEED-GOOD
                            PERFORM 5900-WRITE-TRAILER
                      END-IF
                      IF WS-FEED-GOOD
                            PERFORM 7000-ADVANCE-CONTROL
                      END-IF
                      PERFORM 0300-DISPLAY-TOTALS
                   ELSE
                      DISPLAY "CLMDELTA - CANNOT START"
                      DISPLAY "CLIENT-FILE STATUS   : "
                              WS-CLIENT-OPEN-STATUS
                      DISPLAY "CLMDELTA.CSV STATUS  : "
                              WS-DELTA-OPEN-STATUS
                      DISPLAY "CLMDIMGA.DAT STATUS  : "
                              WS-IMAGE-A-OPEN-STATUS
                      DISPLAY "CLMDIMGB.DAT STATUS  : "
                              WS-IMAGE-B-OPEN-STATUS
                      MOVE "N" TO WS-FEED-FLAG.
           IF WS-FEED-GOOD
                 MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
              ELSE
                 DISPLAY "CLMDELTA - FEED FAILED, HIGH-WATER MARK "
                         "NOT MOVED - DO NOT LOAD CLMDELTA.CSV"
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "            TO WS-RUNLOG-ACTION.
           MOVE WS-DELTA-RECORDS  TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           IF WS-CLIENT-OPEN-STATUS EQUAL "00"
                 CLOSE CLIENT-FILE.
           IF WS-POLICY-OPEN-STATUS EQUAL "00"
                 CLOSE POLICY-FILE.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 CLOSE PAYMENT-FILE.
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 CLOSE RECOVERY-FILE.
           IF WS-RSVJ-OPEN-STATUS EQUAL "00"
                 CLOSE RESERVE-JRNL-FILE.
           IF WS-DELTA-OPEN-STATUS EQUAL "00"
                 CLOSE DELTA-FILE.
           IF WS-IMAGE-A-OPEN-STATUS EQUAL "00"
                 CLOSE IMAGE-A-FILE.
           IF WS-IMAGE-B-OPEN-STATUS EQUAL "00"
                 CLOSE IMAGE-B-FILE.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the high-water mark. No control
      * file means no feed has ever gone: the first feed reads
      * no image, writes generation A and sends everything.
      *
       0100-READ-CONTROL.
           MOVE "N" TO WS-FIRST-FEED-FLAG.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "35"
                 MOVE "Y" TO WS-FIRST-FEED-FLAG
              ELSE
              IF WS-CONTROL-STATUS NOT EQUAL "00"
                 DISPLAY "CLMDELTA - CLMDCTL.DAT WOULD NOT OPEN : "
                         WS-CONTROL-STATUS
                 MOVE "N" TO WS-FEED-FLAG
              ELSE
                 READ CONTROL-FILE
                      AT END MOVE "Y" TO WS-FIRST-FEED-FLAG
                 END-READ
                 CLOSE CONTROL-FILE
                 IF NOT WS-FIRST-FEED AND
                    (DC-LAST-DATE NOT NUMERIC OR
                     DC-LAST-TIME NOT NUMERIC OR
                     DC-FEED-NUMBER NOT NUMERIC OR
                     (DC-IMAGE-GEN NOT EQUAL "A" AND
                      DC-IMAGE-GEN NOT EQUAL "B"))
                       DISPLAY "CLMDELTA - CLMDCTL.DAT UNREADABLE"
                       MOVE "N" TO WS-FEED-FLAG
                 END-IF.
           IF WS-FIRST-FEED
                 MOVE SPACE TO WS-OLD-GEN
                 MOVE "A"   TO WS-NEW-GEN
                 MOVE 0     TO WS-LAST-STAMP-DATE
                 MOVE 0     TO WS-LAST-STAMP-TIME
                 MOVE 0     TO WS-FEED-NUMBER
              ELSE
              IF WS-FEED-GOOD
                 MOVE DC-IMAGE-GEN   TO WS-OLD-GEN
                 IF DC-IMAGE-GEN EQUAL "A"
                       MOVE "B" TO WS-NEW-GEN
                    ELSE
                       MOVE "A" TO WS-NEW-GEN
                 END-IF
                 MOVE DC-LAST-DATE   TO WS-LAST-STAMP-DATE
                 MOVE DC-LAST-TIME   TO WS-LAST-STAMP-TIME
                 MOVE DC-FEED-NUMBER TO WS-FEED-NUMBER
                 MOVE DC-LAST-DD     TO WS-HDR-FROM-DD
                 MOVE DC-LAST-MM     TO WS-HDR-FROM-MM
                 MOVE DC-LAST-YY     TO WS-HDR-FROM-YY.
      *
      *********************************************************
      *  This paragraph loads the claim numbers CLMARCH has
      * archived on or after the day of the last feed. The
      * first feed has no image to lose claims from and needs
      * none. Past the table size a gone claim is sent as a
      * deletion, with a console warning.
      *
       0150-LOAD-ARCHIVED.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 0 TO WS-ARCH-OVERFLOW.
           IF NOT WS-FIRST-FEED
                 OPEN INPUT ARCHIVE-FILE
                 IF WS-ARCHIVE-STATUS EQUAL "00"
                       MOVE " " TO WS-END-FILE-FLAG
                       PERFORM 0160-LOAD-ONE-ARCHIVED
                               UNTIL WS-END-OF-FILE
                       CLOSE ARCHIVE-FILE
                 END-IF
           END-IF.
           IF WS-ARCH-OVERFLOW GREATER ZERO
                 DISPLAY "CLMDELTA - ARCHIVE TABLE FULL, "
                         WS-ARCH-OVERFLOW
                         " PURGED CLAIMS WILL GO AS DELETED".
      *
       0160-LOAD-ONE-ARCHIVED.
           READ ARCHIVE-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 MOVE AR-ARCHIVE-DATE TO WS-SLASH-DATE
                 IF WS-SL-DD NUMERIC AND WS-SL-MM NUMERIC AND
                    WS-SL-YY NUMERIC
                       PERFORM 8200-BUILD-STAMP-DATE
                       IF WS-STAMP-DATE NOT LESS WS-LAST-STAMP-DATE
                             IF WS-ARCH-COUNT LESS 3000
                                   ADD 1 TO WS-ARCH-COUNT
                                   MOVE AR-CLAIM-KEY TO
                                        WS-ARCH-CLAIM-KEY
                                        (WS-ARCH-COUNT)
                                ELSE
                                   ADD 1 TO WS-ARCH-OVERFLOW
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph opens the image generation the control
      * file names for input and the other one for output. Only
      * the first feed runs without an old image.
      *
       0200-OPEN-IMAGES.
           IF WS-FEED-GOOD
                 IF WS-OLD-GEN EQUAL "A"
                       OPEN INPUT IMAGE-A-FILE
                       MOVE WS-IMAGE-A-STATUS
                            TO WS-IMAGE-A-OPEN-STATUS
                 END-IF
                 IF WS-OLD-GEN EQUAL "B"
                       OPEN INPUT IMAGE-B-FILE
                       MOVE WS-IMAGE-B-STATUS
                            TO WS-IMAGE-B-OPEN-STATUS
                 END-IF
                 IF WS-NEW-GEN EQUAL "A"
                       OPEN OUTPUT IMAGE-A-FILE
                       MOVE WS-IMAGE-A-STATUS
                            TO WS-IMAGE-A-OPEN-STATUS
                    ELSE
                       OPEN OUTPUT IMAGE-B-FILE
                       MOVE WS-IMAGE-B-STATUS
                            TO WS-IMAGE-B-OPEN-STATUS
                 END-IF
      *  The first feed opens generation A alone.
                 IF WS-IMAGE-A-OPEN-STATUS NOT EQUAL "00" OR
                    (WS-IMAGE-B-OPEN-STATUS NOT EQUAL "00" AND
                     WS-OLD-GEN NOT EQUAL SPACE)
                       MOVE "N" TO WS-FEED-FLAG
                 END-IF
           END-IF.
      *
       0300-DISPLAY-TOTALS.
           DISPLAY "CLMDELTA - FEED NUMBER        : " WS-FEED-NUMBER.
           DISPLAY "CLMDELTA - CLAIMS ADDED       : " WS-CLAIMS-ADDED.
           DISPLAY "CLMDELTA - CLAIMS CHANGED     : "
                   WS-CLAIMS-CHANGED.
           DISPLAY "CLMDELTA - CLAIMS PURGED      : "
                   WS-CLAIMS-PURGED.
           DISPLAY "CLMDELTA - CLAIMS DELETED     : "
                   WS-CLAIMS-DELETED.
           DISPLAY "CLMDELTA - PAYMENTS SENT      : "
                   WS-PAYMENTS-SENT.
           DISPLAY "CLMDELTA - RECOVERIES SENT    : "
                   WS-RECOVERIES-SENT.
           DISPLAY "CLMDELTA - RESERVE CHANGES    : "
                   WS-RESERVES-SENT.
           DISPLAY "CLMDELTA - POLICY CHANGES     : "
                   WS-POLICIES-SENT.
           DISPLAY "CLMDELTA - DETAIL RECORDS     : "
                   WS-DELTA-RECORDS.
      *
      *********************************************************
      *  This paragraph merges the claim master against the
      * claim rows of the old image, both in claim order: a
      * claim only on the master is new, a claim only on the
      * image has gone, a claim on both is sent when any field
      * differs. Every claim still on the master has its new
      * payments and recoveries sent and goes onto the new
      * image.
      *
       1000-DELTA-CLAIMS.
           MOVE HIGH-VALUES TO WS-OLD-CLAIM-KEY.
           MOVE HIGH-VALUES TO WS-OLD-POLICY-KEY.
           PERFORM 8000-READ-OLD-IMAGE.
           PERFORM 1900-READ-CLIENT.
           PERFORM 1010-MERGE-ONE-CLAIM
                   UNTIL WS-CUR-CLAIM-KEY EQUAL HIGH-VALUES
                     AND WS-OLD-CLAIM-KEY EQUAL HIGH-VALUES.
      *
       1010-MERGE-ONE-CLAIM.
           IF WS-CUR-CLAIM-KEY LESS WS-OLD-CLAIM-KEY
                 PERFORM 1100-CLAIM-ADDED
                 PERFORM 1900-READ-CLIENT
              ELSE
              IF WS-CUR-CLAIM-KEY GREATER WS-OLD-CLAIM-KEY
                 PERFORM 1200-CLAIM-GONE
                 PERFORM 8000-READ-OLD-IMAGE
              ELSE
                 PERFORM 1300-CLAIM-KEPT
                 PERFORM 1900-READ-CLIENT
                 PERFORM 8000-READ-OLD-IMAGE.
      *
       1100-CLAIM-ADDED.
           MOVE "ADD" TO WS-DL-ACTION.
           ADD 1 TO WS-CLAIMS-ADDED.
           PERFORM 5100-WRITE-CLAIM-LINE.
           MOVE 0 TO WS-NI-PAY-SEQ.
           MOVE 0 TO WS-NI-RCV-SEQ.
           PERFORM 1500-NEW-MONEY.
      *
      *  A claim on the image but no longer on the master was
      * either archived by CLMARCH or deleted outright.
      *
       1200-CLAIM-GONE.
           MOVE "N" TO WS-ARCH-FOUND-FLAG.
           PERFORM 1210-SEEK-ONE-ARCHIVED
                   VARYING WS-ARCH-SUB FROM 1 BY 1
                   UNTIL WS-ARCH-SUB GREATER WS-ARCH-COUNT
                      OR WS-ARCH-FOUND.
           IF WS-ARCH-FOUND
                 MOVE "PUR" TO WS-DL-ACTION
                 ADD 1 TO WS-CLAIMS-PURGED
              ELSE
                 MOVE "DEL" TO WS-DL-ACTION
                 ADD 1 TO WS-CLAIMS-DELETED.
           PERFORM 5100-WRITE-CLAIM-LINE.
      *
       1210-SEEK-ONE-ARCHIVED.
           IF WS-ARCH-CLAIM-KEY (WS-ARCH-SUB) EQUAL WS-OLD-CLAIM-KEY
                 MOVE "Y" TO WS-ARCH-FOUND-FLAG.
      *
       1300-CLAIM-KEPT.
           IF WS-CUR-CLAIM NOT EQUAL WS-OI-CLAIM-REC
                 MOVE "CHG" TO WS-DL-ACTION
                 ADD 1 TO WS-CLAIMS-CHANGED
                 PERFORM 5100-WRITE-CLAIM-LINE.
           MOVE WS-OI-PAY-SEQ TO WS-NI-PAY-SEQ.
           MOVE WS-OI-RCV-SEQ TO WS-NI-RCV-SEQ.
           PERFORM 1500-NEW-MONEY.
      *
      *********************************************************
      *  This paragraph sends the payments and recoveries on the
      * current claim past the highest sequence already sent,
      * raising it as it goes, and writes the claim's row onto
      * the new image. A money file that will not open sends
      * nothing and keeps the sequence already sent.
      *
       1500-NEW-MONEY.
           IF WS-PAYMENT-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-MONEY-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER
                 MOVE WS-NI-PAY-SEQ   TO PAY-SEQ
                 START PAYMENT-FILE KEY IS GREATER THAN PAY-KEY
                       INVALID KEY MOVE "S" TO WS-MONEY-END-FLAG
                 END-START
                 PERFORM 1510-SEND-ONE-PAYMENT
                         UNTIL WS-MONEY-END-FLAG = "S".
           IF WS-RECOVERY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-MONEY-END-FLAG
                 MOVE CL-CLAIM-NUMBER TO RCV-CLAIM-NUMBER
                 MOVE WS-NI-RCV-SEQ   TO RCV-SEQ
                 START RECOVERY-FILE KEY IS GREATER THAN RCV-KEY
                       INVALID KEY MOVE "S" TO WS-MONEY-END-FLAG
                 END-START
                 PERFORM 1520-SEND-ONE-RECOVERY
                         UNTIL WS-MONEY-END-FLAG = "S".
           MOVE "C"           TO WS-NI-TYPE.
           MOVE IN-CLIENT-REC TO WS-NI-CLAIM-REC.
           PERFORM 8100-WRITE-NEW-IMAGE.
      *
       1510-SEND-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-MONEY-END-FLAG.
           IF WS-MONEY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL CL-CLAIM-NUMBER
                       PERFORM 5300-WRITE-PAYMENT-LINE
                       MOVE PAY-SEQ TO WS-NI-PAY-SEQ
                    ELSE
                       MOVE "S" TO WS-MONEY-END-FLAG.
      *
       1520-SEND-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-MONEY-END-FLAG.
           IF WS-MONEY-END-FLAG NOT EQUAL "S"
                 IF RCV-CLAIM-NUMBER EQUAL CL-CLAIM-NUMBER
                       PERFORM 5400-WRITE-RECOVERY-LINE
                       MOVE RCV-SEQ TO WS-NI-RCV-SEQ
                    ELSE
                       MOVE "S" TO WS-MONEY-END-FLAG.
      *
       1900-READ-CLIENT.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE HIGH-VALUES TO WS-CUR-CLAIM
                NOT AT END MOVE IN-CLIENT-REC TO WS-CUR-CLAIM
           END-READ.
      *
      *********************************************************
      *  This paragraph sends every reserve journal row stamped
      * after the high-water mark and not after this run began;
      * a row keyed while the feed runs goes tomorrow.
      *
       2000-DELTA-RESERVES.
           IF WS-RSVJ-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-END-FILE-FLAG
                 PERFORM 2010-DELTA-ONE-RESERVE
                         UNTIL WS-END-OF-FILE.
      *
       2010-DELTA-ONE-RESERVE.
           READ RESERVE-JRNL-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 MOVE RVJ-DATE TO WS-SLASH-DATE
                 IF WS-SL-DD NUMERIC AND WS-SL-MM NUMERIC AND
                    WS-SL-YY NUMERIC AND RVJ-TIME NUMERIC AND
                    RVJ-OLD-AMOUNT NUMERIC AND
                    RVJ-NEW-AMOUNT NUMERIC
                       PERFORM 8200-BUILD-STAMP-DATE
                       MOVE WS-STAMP-DATE TO WS-ROW-STAMP-DATE
                       MOVE RVJ-TIME      TO WS-ROW-STAMP-TIME
                       IF WS-ROW-STAMP GREATER WS-LAST-STAMP AND
                          WS-ROW-STAMP NOT GREATER WS-RUN-STAMP
                             PERFORM 5500-WRITE-RESERVE-LINE
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph merges the policy master against the
      * policy rows of the old image the way 1000 merges the
      * claims. A policy master that will not open sends
      * nothing and carries the old policy rows forward.
      *
       3000-DELTA-POLICIES.
           IF WS-POLICY-OPEN-STATUS EQUAL "00"
                 PERFORM 3900-READ-POLICY
              ELSE
                 MOVE HIGH-VALUES TO WS-CUR-POLICY.
           PERFORM 3010-MERGE-ONE-POLICY
                   UNTIL WS-CUR-POLICY-KEY EQUAL HIGH-VALUES
                     AND WS-OLD-POLICY-KEY EQUAL HIGH-VALUES.
      *
       3010-MERGE-ONE-POLICY.
           IF WS-POLICY-OPEN-STATUS NOT EQUAL "00"
                 MOVE SPACES           TO WS-NEW-IMAGE
                 MOVE "P"              TO WS-NI-TYPE
                 MOVE WS-OI-POLICY-REC TO WS-NI-POLICY-REC
                 PERFORM 8100-WRITE-NEW-IMAGE
                 PERFORM 8000-READ-OLD-IMAGE
              ELSE
              IF WS-CUR-POLICY-KEY LESS WS-OLD-POLICY-KEY
                 MOVE "ADD" TO WS-DL-ACTION
                 PERFORM 5200-WRITE-POLICY-LINE
                 PERFORM 3100-KEEP-POLICY
                 PERFORM 3900-READ-POLICY
              ELSE
              IF WS-CUR-POLICY-KEY GREATER WS-OLD-POLICY-KEY
                 MOVE "DEL" TO WS-DL-ACTION
                 PERFORM 5200-WRITE-POLICY-LINE
                 PERFORM 8000-READ-OLD-IMAGE
              ELSE
                 IF WS-CUR-POLICY NOT EQUAL WS-OI-POLICY-REC
                       MOVE "CHG" TO WS-DL-ACTION
                       PERFORM 5200-WRITE-POLICY-LINE
                 END-IF
                 PERFORM 3100-KEEP-POLICY
                 PERFORM 3900-READ-POLICY
                 PERFORM 8000-READ-OLD-IMAGE.
      *
       3100-KEEP-POLICY.
           MOVE SPACES        TO WS-NEW-IMAGE.
           MOVE "P"           TO WS-NI-TYPE.
           MOVE IN-POLICY-REC TO WS-NI-POLICY-REC.
           PERFORM 8100-WRITE-NEW-IMAGE.
      *
       3900-READ-POLICY.
           READ POLICY-FILE NEXT RECORD
                AT END MOVE HIGH-VALUES TO WS-CUR-POLICY
                NOT AT END MOVE IN-POLICY-REC TO WS-CUR-POLICY
           END-READ.
      *
      *********************************************************
      *  This paragraph writes the control header in the
      * actuarial extract's layout - run date, region (blank,
      * all), status filter (A, all), and the window from the
      * day of the last feed (zero on the first) to today.
      *
       5000-WRITE-HEADER.
           ADD 1 TO WS-FEED-NUMBER.
           MOVE SPACES TO OUT-DELTA-REC.
           STRING "HDR,"               DELIMITED BY SIZE
                  WS-TEMP-DATE         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-HDR-REGION        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-HDR-STATUS-FILTER DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-HDR-FROM-DATE     DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-HDR-TO-DATE       DELIMITED BY SIZE
              INTO OUT-DELTA-REC
           END-STRING.
           WRITE OUT-DELTA-REC.
           IF WS-DELTA-STATUS NOT EQUAL "00"
                 MOVE "N" TO WS-FEED-FLAG.
      *
      *********************************************************
      *  This paragraph writes one claim change: the claim
      * number, then the twelve fields before (off the old
      * image) and after (off the master), an empty side for a
      * claim new or gone. The after amount claimed goes into
      * the hash.
      *
       5100-WRITE-CLAIM-LINE.
           IF WS-DL-ACTION NOT EQUAL "ADD"
                 MOVE WS-OI-CLAIM-REC TO WS-DC-CLAIM
                 PERFORM 5110-BUILD-CLAIM-SIDE
                 MOVE WS-DL-SIDE TO WS-DL-BEFORE.
           IF WS-DL-ACTION EQUAL "ADD" OR
              WS-DL-ACTION EQUAL "CHG"
                 MOVE IN-CLIENT-REC TO WS-DC-CLAIM
                 PERFORM 5110-BUILD-CLAIM-SIDE
                 MOVE WS-DL-SIDE TO WS-DL-AFTER
                 ADD CL-AMOUNT-CLAIMED TO WS-DELTA-HASH.
           MOVE WS-DC-CLAIM-INT  TO WS-DL-CLAIM-INT.
           MOVE WS-DC-CLAIM-FRAC TO WS-DL-CLAIM-FRAC.
           MOVE SPACES TO OUT-DELTA-REC.
           IF WS-DL-ACTION EQUAL "ADD"
                 STRING "CLM,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-CLAIM-INT     DELIMITED BY SIZE
                        "."                 DELIMITED BY SIZE
                        WS-DL-CLAIM-FRAC    DELIMITED BY SIZE
                        ",,,,,,,,,,,,,"     DELIMITED BY SIZE
                        WS-DL-AFTER         DELIMITED BY "|"
                    INTO OUT-DELTA-REC
                 END-STRING
              ELSE
              IF WS-DL-ACTION EQUAL "CHG"
                 STRING "CLM,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-CLAIM-INT     DELIMITED BY SIZE
                        "."                 DELIMITED BY SIZE
                        WS-DL-CLAIM-FRAC    DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-BEFORE        DELIMITED BY "|"
                        ","                 DELIMITED BY SIZE
                        WS-DL-AFTER         DELIMITED BY "|"
                    INTO OUT-DELTA-REC
                 END-STRING
              ELSE
                 STRING "CLM,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-CLAIM-INT     DELIMITED BY SIZE
                        "."                 DELIMITED BY SIZE
                        WS-DL-CLAIM-FRAC    DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-BEFORE        DELIMITED BY "|"
                        ",,,,,,,,,,,,"      DELIMITED BY SIZE
                    INTO OUT-DELTA-REC
                 END-STRING.
           PERFORM 5800-WRITE-DELTA-REC.
      *
      *  One claim side, its twelve fields at their full width
      * and ended with a bar so the caller can stop there.
      *
       5110-BUILD-CLAIM-SIDE.
           MOVE SPACES TO WS-DL-SIDE.
           STRING WS-DC-CLAIM-INT         DELIMITED BY SIZE
                  "."                     DELIMITED BY SIZE
                  WS-DC-CLAIM-FRAC        DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-CLASS-CODE        DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-REGION            DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-PREV-CLAIMS       DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-PREV-CLAIMS-TOTAL DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-AMOUNT-CLAIMED    DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-PREMIUM           DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-DATE-OF-LOSS      DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-DATE-REPORTED     DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-STATUS            DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-POLICY-NUMBER     DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DC-ADJUSTER-ID       DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
              INTO WS-DL-SIDE
           END-STRING.
      *
      *********************************************************
      *  This paragraph writes one policy change the way 5100
      * writes a claim: policy number, ten fields before, ten
      * after. The after coverage limit goes into the hash.
      *
       5200-WRITE-POLICY-LINE.
           ADD 1 TO WS-POLICIES-SENT.
           IF WS-DL-ACTION NOT EQUAL "ADD"
                 MOVE WS-OI-POLICY-REC TO WS-DP-POLICY
                 PERFORM 5210-BUILD-POLICY-SIDE
                 MOVE WS-DL-SIDE TO WS-DL-BEFORE.
           IF WS-DL-ACTION EQUAL "ADD" OR
              WS-DL-ACTION EQUAL "CHG"
                 MOVE IN-POLICY-REC TO WS-DP-POLICY
                 PERFORM 5210-BUILD-POLICY-SIDE
                 MOVE WS-DL-SIDE TO WS-DL-AFTER
                 ADD PM-COVERAGE-LIMIT TO WS-DELTA-HASH.
           MOVE WS-DP-POLICY-NUMBER TO WS-DL-POLICY-NUMBER.
           MOVE SPACES TO OUT-DELTA-REC.
           IF WS-DL-ACTION EQUAL "ADD"
                 STRING "POL,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-POLICY-NUMBER DELIMITED BY SIZE
                        ",,,,,,,,,,,"       DELIMITED BY SIZE
                        WS-DL-AFTER         DELIMITED BY "|"
                    INTO OUT-DELTA-REC
                 END-STRING
              ELSE
              IF WS-DL-ACTION EQUAL "CHG"
                 STRING "POL,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-POLICY-NUMBER DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-BEFORE        DELIMITED BY "|"
                        ","                 DELIMITED BY SIZE
                        WS-DL-AFTER         DELIMITED BY "|"
                    INTO OUT-DELTA-REC
                 END-STRING
              ELSE
                 STRING "POL,"              DELIMITED BY SIZE
                        WS-DL-ACTION        DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-POLICY-NUMBER DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        WS-DL-BEFORE        DELIMITED BY "|"
                        ",,,,,,,,,,"        DELIMITED BY SIZE
                    INTO OUT-DELTA-REC
                 END-STRING.
           PERFORM 5800-WRITE-DELTA-REC.
      *
       5210-BUILD-POLICY-SIDE.
           MOVE SPACES TO WS-DL-SIDE.
           STRING WS-DP-POLICY-NUMBER     DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-INSURED-NAME      DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-COVERAGE-LIMIT    DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-WRITTEN-PREMIUM   DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-EFFECTIVE-DATE    DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-EXPIRY-DATE       DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-DEDUCTIBLE        DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-BILL-PLAN         DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-BILL-STATUS       DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-DP-CANCEL-DATE       DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
              INTO WS-DL-SIDE
           END-STRING.
      *
      *********************************************************
      *  The money lines: a new payment, a new recovery and a
      * reserve change, each keyed by claim number and sequence
      * (or the operator and time of the reserve change).
      *
       5300-WRITE-PAYMENT-LINE.
           ADD 1 TO WS-PAYMENTS-SENT.
           ADD PAY-AMOUNT TO WS-DELTA-HASH.
           MOVE PAY-CLAIM-NUMBER TO WS-DL-CLAIM-NUMBER.
           MOVE SPACES TO OUT-DELTA-REC.
           STRING "PAY,ADD,"         DELIMITED BY SIZE
                  WS-DL-CLAIM-INT    DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-DL-CLAIM-FRAC   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-SEQ            DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-DATE           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-AMOUNT         DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-SETTLE-FLAG    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-TYPE           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PAY-PAYEE-ID       DELIMITED BY SIZE
              INTO OUT-DELTA-REC
           END-STRING.
           PERFORM 5800-WRITE-DELTA-REC.
      *
       5400-WRITE-RECOVERY-LINE.
           ADD 1 TO WS-RECOVERIES-SENT.
           ADD RCV-AMOUNT TO WS-DELTA-HASH.
           MOVE RCV-CLAIM-NUMBER TO WS-DL-CLAIM-NUMBER.
           MOVE SPACES TO OUT-DELTA-REC.
           STRING "RCV,ADD,"         DELIMITED BY SIZE
                  WS-DL-CLAIM-INT    DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-DL-CLAIM-FRAC   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RCV-SEQ            DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RCV-DATE           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RCV-AMOUNT         DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RCV-SOURCE         DELIMITED BY SIZE
              INTO OUT-DELTA-REC
           END-STRING.
           PERFORM 5800-WRITE-DELTA-REC.
      *
       5500-WRITE-RESERVE-LINE.
           ADD 1 TO WS-RESERVES-SENT.
           ADD RVJ-NEW-AMOUNT TO WS-DELTA-HASH.
           MOVE RVJ-CLAIM-NUMBER TO WS-DL-CLAIM-NUMBER.
           MOVE SPACES TO OUT-DELTA-REC.
           STRING "RSV,CHG,"         DELIMITED BY SIZE
                  WS-DL-CLAIM-INT    DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-DL-CLAIM-FRAC   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RVJ-OPERATOR-ID    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RVJ-DATE           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RVJ-TIME           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RVJ-OLD-AMOUNT     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  RVJ-NEW-AMOUNT     DELIMITED BY SIZE
              INTO OUT-DELTA-REC
           END-STRING.
           PERFORM 5800-WRITE-DELTA-REC.
      *
       5800-WRITE-DELTA-REC.
           WRITE OUT-DELTA-REC.
           IF WS-DELTA-STATUS EQUAL "00"
                 ADD 1 TO WS-DELTA-RECORDS
              ELSE
                 MOVE "N" TO WS-FEED-FLAG.
      *
      *********************************************************
      *  This paragraph writes the control trailer - detail
      * count and hash total - exactly as the actuarial extract
      * closes its file.
      *
       5900-WRITE-TRAILER.
           MOVE WS-DELTA-RECORDS TO WS-DELTA-COUNT-DISP.
           MOVE WS-DELTA-HASH    TO WS-DELTA-HASH-DISP.
           MOVE SPACES TO OUT-DELTA-REC.
           STRING "TRL,"              DELIMITED BY SIZE
                  WS-DELTA-COUNT-DISP DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-DELTA-HASH-DISP  DELIMITED BY SIZE
              INTO OUT-DELTA-REC
           END-STRING.
           WRITE OUT-DELTA-REC.
           IF WS-DELTA-STATUS NOT EQUAL "00"
                 MOVE "N" TO WS-FEED-FLAG.
      *
      *********************************************************
      *  This paragraph moves the high-water mark on to the
      * moment this run began and names the image generation it
      * just wrote. It is reached only when the whole feed went
      * out clean.
      *
       7000-ADVANCE-CONTROL.
           MOVE SPACES TO CONTROL-REC.
           MOVE WS-RUN-STAMP-DATE TO DC-LAST-DATE.
           MOVE WS-RUN-STAMP-TIME TO DC-LAST-TIME.
           MOVE WS-FEED-NUMBER    TO DC-FEED-NUMBER.
           MOVE WS-DELTA-RECORDS  TO DC-RECORD-COUNT.
           MOVE WS-NEW-GEN        TO DC-IMAGE-GEN.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "00"
                 WRITE CONTROL-REC
                 IF WS-CONTROL-STATUS NOT EQUAL "00"
                       MOVE "N" TO WS-FEED-FLAG
                 END-IF
                 CLOSE CONTROL-FILE
              ELSE
                 MOVE "N" TO WS-FEED-FLAG.
           IF NOT WS-FEED-GOOD
                 DISPLAY "CLMDELTA - CLMDCTL.DAT NOT WRITTEN : "
                         WS-CONTROL-STATUS.
      *
      *********************************************************
      *  This paragraph reads the next row of the old image and
      * sets the merge keys: a claim row the claim key, a policy
      * row the policy key with the claims done. With no old
      * image, or past its end, both keys are HIGH-VALUES.
      *
       8000-READ-OLD-IMAGE.
           MOVE SPACES TO WS-OLD-IMAGE.
           IF WS-OLD-GEN EQUAL "A"
                 READ IMAGE-A-FILE INTO WS-OLD-IMAGE
                      AT END MOVE HIGH-VALUES TO WS-OLD-IMAGE
                 END-READ
              ELSE
              IF WS-OLD-GEN EQUAL "B"
                 READ IMAGE-B-FILE INTO WS-OLD-IMAGE
                      AT END MOVE HIGH-VALUES TO WS-OLD-IMAGE
                 END-READ
              ELSE
                 MOVE HIGH-VALUES TO WS-OLD-IMAGE.
           IF WS-OI-CLAIM
                 MOVE WS-OI-CLAIM-KEY TO WS-OLD-CLAIM-KEY
              ELSE
              IF WS-OI-POLICY
                 MOVE HIGH-VALUES      TO WS-OLD-CLAIM-KEY
                 MOVE WS-OI-POLICY-KEY TO WS-OLD-POLICY-KEY
              ELSE
                 MOVE HIGH-VALUES TO WS-OLD-CLAIM-KEY
                 MOVE HIGH-VALUES TO WS-OLD-POLICY-KEY.
      *
       8100-WRITE-NEW-IMAGE.
           IF WS-NEW-GEN EQUAL "A"
                 WRITE IMAGE-A-REC FROM WS-NEW-IMAGE
                 IF WS-IMAGE-A-STATUS NOT EQUAL "00"
                       MOVE "N" TO WS-FEED-FLAG
                 END-IF
              ELSE
                 WRITE IMAGE-B-REC FROM WS-NEW-IMAGE
                 IF WS-IMAGE-B-STATUS NOT EQUAL "00"
                       MOVE "N" TO WS-FEED-FLAG
                 END-IF.
      *
      *********************************************************
      *  This paragraph turns the dd/mm/yy date in WS-SLASH-DATE
      * into a comparable YYYYMMDD in WS-STAMP-DATE.
      *
       8200-BUILD-STAMP-DATE.
           MOVE WS-SL-YY TO WS-CY-YY.
           CALL "DatCentury" USING WS-CENTURY-PAR.
           MOVE WS-CY-YYYY TO WS-SB-YYYY.
           MOVE WS-SL-MM   TO WS-SB-MM.
           MOVE WS-SL-DD   TO WS-SB-DD.
