      * ------------------------------------------------------
      * INTGCHK.CBL            Side file integrity check
      * ------------------------------------------------------
      *    Compile directive:
      *       RUNCOBOL INTGCHK B=2000
      *-------------------------------------------------------
      *
      *  Nightly referential integrity check of every side file
      * hanging off the two masters. On the claim side each
      * record of CLMRSV.DAT, CLMRCV.DAT, CLMDIARY.DAT,
      * CLMCAT.DAT, CLMPEND.DAT, CLMPPND.DAT and CLMLTR.DAT must
      * name a claim on CLIENT.DAT; on the student side each
      * record of ENROLL.DAT, STUDAR.DAT and GPAHIST.DAT must
      * name a student on SECURITY.DAT2. A key missing from the
      * master is looked up on the archive (CLMARCH.DAT or
      * STARCH.DAT): a record whose master was archived is a
      * leftover the archive run should have carried off, one
      * whose master is on neither file is a true orphan.
      * CLMPAY.DAT is not checked here - CLMRECON reconciles it
      * against the master every night already.
      *
      *  The foreign keys are checked as well: each claim's
      * policy number against POLICY.DAT and adjuster against
      * ADJMAST.DAT, each catastrophe link's event code against
      * CATEVENT.DAT and each enrollment's course against
      * COURSE.DAT.
      *
      *  Findings print on INTGCHK.PRT grouped by file, each
      * with its reason code:
      *     R01  MASTER NOT ON FILE OR ARCHIVE (true orphan)
      *     R02  MASTER ARCHIVED - RECORD LEFT BEHIND
      *     R03  POLICY NOT ON POLICY.DAT
      *     R04  ADJUSTER NOT ON ADJMAST.DAT
      *     R05  EVENT NOT ON CATEVENT.DAT
      *     R06  COURSE NOT ON COURSE.DAT
      *
      *  Run with the parameter FIX (the JOBCTL.DAT parameter
      * column, handed over by BATCHRUN on BATCHPRM.DAT) the
      * true orphans - reason R01 only - are moved off their
      * side file onto the quarantine file INTGQUAR.DAT, tagged
      * with the file they came from, the date and the reason,
      * so one can be put back by hand if it turns out to be
      * wanted. Every other finding is left in place for a
      * person to look at. Without the parameter the run only
      * reports. A master file that will not open skips that
      * side's checks and ends the run ABND - otherwise every
      * side record would look orphaned.
      *
      * ----------------- IDENTIFICATION ---------------------
       ID DIVISION.
       PROGRAM-ID. INTGCHK.

      * ----------------- ENVIRONMENT ------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT           CLIENT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CL-CLAIM-NUMBER
            ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                             WITH DUPLICATES
            ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                             WITH DUPLICATES
            FILE STATUS IS   WS-CLIENT-STATUS.

            SELECT           CLAIM-ARCH-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-CLAIM-ARCH-STATUS.

            SELECT           STUDENT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    OS-NUMBER
            ALTERNATE RECORD KEY IS OS-LAST-NAME
                             WITH DUPLICATES
            FILE STATUS IS   WS-STUDENT-STATUS.

            SELECT           STUDENT-ARCH-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-STUDENT-ARCH-STATUS.

            SELECT           POLICY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    PM-POLICY-NUMBER
            FILE STATUS IS   WS-POLICY-STATUS.

            SELECT           ADJUSTER-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AM-ADJUSTER-ID
            FILE STATUS IS   WS-ADJUSTER-STATUS.

            SELECT           CAT-EVENT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-CAT-EVENT-STATUS.

            SELECT           COURSE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CO-COURSE-CODE
            FILE STATUS IS   WS-COURSE-STATUS.

            SELECT           RESERVE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    RSV-CLAIM-NUMBER
            FILE STATUS IS   WS-RESERVE-STATUS.

            SELECT           RECOVERY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    RCV-KEY
            FILE STATUS IS   WS-RECOVERY-STATUS.

            SELECT           DIARY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    DY-KEY
            FILE STATUS IS   WS-DIARY-STATUS.

            SELECT           CAT-LINK-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CT-CLAIM-NUMBER
            FILE STATUS IS   WS-CAT-LINK-STATUS.

            SELECT           PENDING-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    PEND-CLAIM-NUMBER
            FILE STATUS IS   WS-PENDING-STATUS.

            SELECT           PENDING-PAY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    PPAY-KEY
            FILE STATUS IS   WS-PENDING-PAY-STATUS.

            SELECT           LETTER-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-LETTER-STATUS.

            SELECT           LETTER-NEW-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-LETTER-NEW-STATUS.

            SELECT           ENROLL-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    EN-KEY
            FILE STATUS IS   WS-ENROLL-STATUS.

            SELECT           AR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

            SELECT           HISTORY-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-HISTORY-STATUS.

            SELECT           HISTORY-NEW-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-HISTORY-NEW-STATUS.

            SELECT           QUARANTINE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-QUARANTINE-STATUS.

            SELECT           BATCH-PARM-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-BATCH-PARM-STATUS.

            SELECT           INTEGRITY-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-PRINT-STATUS.

      * ----------------- DATA -------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           LABEL RECORD IS STANDARD
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
       FD CLAIM-ARCH-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMARCH.DAT".
       01  CLAIM-ARCH-REC.
           03  CA-ARCHIVE-DATE          PIC X(8).
           03  FILLER                   PIC X.
           03  CA-CLAIM-REC.
               05  CA-CLAIM-NUMBER      PIC 999V9(4).
               05  CA-REST              PIC X(60).
      *
       FD STUDENT-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SECURITY.DAT2".
       01 OS-STUDENT-REC.
           03 OS-NUMBER        PIC 9(6).
           03 OS-LAST-NAME     PIC X(16).
           03 OS-FIRST-NAME    PIC X(12).
           03 OS-CLASS-STAND   PIC XX.
           03 OS-GRADE-PNT-AVG PIC 9V99.
           03 OS-ACADEM-STATUS PIC X.
           03 OS-PHONE-NUMBER  PIC 9(10).
           03 OS-BIRTH-DATE    PIC 9(6).
           03 OS-STREET        PIC X(20).
           03 OS-CITY          PIC X(16).
           03 OS-POSTAL-CODE   PIC X(7).
           03 OS-CRED-HOURS    PIC 9(3).
           03 OS-DEGREE-PROGRAM PIC X(4).
           03 OS-DEGREE-CLEARED PIC X.
      *
       FD STUDENT-ARCH-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "STARCH.DAT".
       01 STUDENT-ARCH-REC.
           03 SA-ARCHIVE-DATE  PIC X(8).
           03 FILLER           PIC X.
           03 SA-NUMBER        PIC 9(6).
           03 SA-REST          PIC X(101).
      *
       FD POLICY-FILE
           LABEL RECORD IS STANDARD
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
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADJMAST.DAT".
       01  IN-ADJUSTER-REC.
           03  AM-ADJUSTER-ID           PIC X(6).
           03  AM-NAME                  PIC X(20).
           03  AM-REGION                PIC X(4).
           03  AM-SPECIALTY-1           PIC 9(6).
           03  AM-SPECIALTY-2           PIC 9(6).
           03  AM-SPECIALTY-3           PIC 9(6).
           03  AM-OPEN-CAP              PIC 9(3).
      *
       FD CAT-EVENT-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEVENT.DAT".
       01  IN-CAT-EVENT-REC.
           03  CE-CODE                  PIC X(4).
           03  FILLER                   PIC X.
           03  CE-NAME                  PIC X(20).
           03  FILLER                   PIC X.
           03  CE-DATE-FROM             PIC 9(6).
           03  FILLER                   PIC X.
           03  CE-DATE-TO               PIC 9(6).
      *
       FD COURSE-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COURSE.DAT".
       01 IN-COURSE-REC.
           03 CO-COURSE-CODE   PIC X(6).
           03 CO-TITLE         PIC X(20).
           03 CO-CRED-HOURS    PIC 9.
           03 CO-PREREQS.
               05 CO-PREREQ OCCURS 4 TIMES.
                   07 CO-PREREQ-CODE PIC X(6).
                   07 CO-PREREQ-MIN  PIC 9V9.
      *
       FD RESERVE-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMRSV.DAT".
       01  IN-RESERVE-REC.
           03  RSV-CLAIM-NUMBER         PIC 999V9(4).
           03  RSV-AMOUNT               PIC 9(7).
      *
       FD RECOVERY-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMRCV.DAT".
       01  IN-RECOVERY-REC.
           03  RCV-KEY.
               05  RCV-CLAIM-NUMBER     PIC 999V9(4).
               05  RCV-SEQ              PIC 999.
           03  RCV-DATE                 PIC 9(6).
           03  RCV-AMOUNT               PIC 9(7).
           03  RCV-SOURCE               PIC X.
      *
       FD DIARY-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMDIARY.DAT".
       01  IN-DIARY-REC.
           03  DY-KEY.
               05  DY-CLAIM-NUMBER      PIC 999V9(4).
               05  DY-SEQ               PIC 999.
           03  DY-DUE-DATE              PIC 9(6).
           03  DY-OPERATOR-ID           PIC X(6).
           03  DY-NOTE                  PIC X(30).
      *
       FD CAT-LINK-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMCAT.DAT".
       01  IN-CAT-LINK-REC.
           03  CT-CLAIM-NUMBER          PIC 999V9(4).
           03  CT-EVENT-CODE            PIC X(4).
      *
       FD PENDING-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMPEND.DAT".
       01  IN-PEND-REC.
           03  PEND-CLAIM-NUMBER        PIC 999V9(4).
           03  PEND-OPERATOR-ID         PIC X(6).
           03  PEND-DATE                PIC X(8).
           03  PEND-TIME                PIC 9(8).
           03  PEND-OLD-AMOUNT          PIC 9(7).
           03  PEND-NEW-REC             PIC X(67).
      *
       FD PENDING-PAY-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMPPND.DAT".
       01  IN-PENDING-PAY-REC.
           03  PPAY-KEY.
               05  PPAY-CLAIM-NUMBER    PIC 999V9(4).
               05  PPAY-SEQ             PIC 999.
           03  PPAY-DATE                PIC 9(6).
           03  PPAY-AMOUNT              PIC 9(7).
           03  PPAY-SETTLE-FLAG         PIC X.
           03  PPAY-OPERATOR-ID         PIC X(6).
           03  PPAY-HELD-DATE           PIC X(8).
           03  PPAY-HELD-TIME           PIC 9(8).
           03  PPAY-GROSS-AMOUNT        PIC 9(7).
           03  PPAY-DEDUCT-AMOUNT       PIC 9(7).
           03  PPAY-PAYEE-ID            PIC 9(6).
           03  PPAY-PAY-TYPE            PIC X.
      *
       FD LETTER-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMLTR.DAT".
       01  LETTER-REGISTER-REC.
           03  LT-CLAIM-NUMBER          PIC 999V9(4).
           03  FILLER                   PIC X.
           03  LT-TYPE                  PIC X.
           03  FILLER                   PIC X.
           03  LT-DATE                  PIC X(8).
      *
       FD LETTER-NEW-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLMLTR.NEW".
       01  LETTER-NEW-REC               PIC X(18).
      *
       FD ENROLL-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ENROLL.DAT".
       01 IN-ENROLL-REC.
           03 EN-KEY.
               05 EN-NUMBER    PIC 9(6).
               05 EN-COURSE    PIC X(6).
           03 EN-TERM          PIC X(6).
           03 EN-STATUS        PIC X.
           03 EN-ENROLL-DATE   PIC 9(8).
           03 EN-STATUS-DATE   PIC 9(8).
           03 EN-SECTION       PIC XX.
      *
       FD AR-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "STUDAR.DAT".
       01 IN-AR-REC.
           03 AR-NUMBER        PIC 9(6).
           03 AR-BALANCE       PIC S9(7).
           03 AR-LAST-BILLED   PIC X(8).
           03 AR-DUN-STAGE     PIC 9.
           03 AR-DUN-DATE      PIC X(8).
           03 AR-HOLD-FLAG     PIC X.
           03 AR-HOLD-DATE     PIC X(8).
      *
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GPAHIST.DAT".
       01 TH-HISTORY-REC.
           03 TH-NUMBER        PIC 9(6).
           03 FILLER           PIC X.
           03 TH-TERM          PIC X(6).
           03 FILLER           PIC X.
           03 TH-COURSE-COUNT  PIC 9.
           03 FILLER           PIC X.
           03 TH-CREDIT-HOURS  PIC 99.
           03 FILLER           PIC X.
           03 TH-TERM-GPA      PIC 9V99.
      *
       FD HISTORY-NEW-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GPAHIST.NEW".
       01 HISTORY-NEW-REC      PIC X(22).
      *
       FD QUARANTINE-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INTGQUAR.DAT".
       01 QUARANTINE-REC.
           03 IQ-SOURCE-FILE   PIC X(13).
           03 FILLER           PIC X.
           03 IQ-DATE          PIC X(8).
           03 FILLER           PIC X.
           03 IQ-REASON        PIC X(3).
           03 FILLER           PIC X.
           03 IQ-RECORD        PIC X(110).
      *
       FD BATCH-PARM-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BATCHPRM.DAT".
       01 BATCH-PARM-REC.
           03 BP-PARM          PIC X(13).
      *
       FD INTEGRITY-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INTGCHK.PRT".
       01 PRT-INTEGRITY-REC.
           03 FILLER              PIC A(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-CLIENT-STATUS        PIC XX VALUE "00".
       01 WS-CLAIM-ARCH-STATUS    PIC XX VALUE "00".
       01 WS-STUDENT-STATUS       PIC XX VALUE "00".
       01 WS-STUDENT-ARCH-STATUS  PIC XX VALUE "00".
       01 WS-POLICY-STATUS        PIC XX VALUE "00".
       01 WS-ADJUSTER-STATUS      PIC XX VALUE "00".
       01 WS-CAT-EVENT-STATUS     PIC XX VALUE "00".
       01 WS-COURSE-STATUS        PIC XX VALUE "00".
       01 WS-RESERVE-STATUS       PIC XX VALUE "00".
       01 WS-RECOVERY-STATUS      PIC XX VALUE "00".
       01 WS-DIARY-STATUS         PIC XX VALUE "00".
       01 WS-CAT-LINK-STATUS      PIC XX VALUE "00".
       01 WS-PENDING-STATUS       PIC XX VALUE "00".
       01 WS-PENDING-PAY-STATUS   PIC XX VALUE "00".
       01 WS-LETTER-STATUS        PIC XX VALUE "00".
       01 WS-LETTER-NEW-STATUS    PIC XX VALUE "00".
       01 WS-ENROLL-STATUS        PIC XX VALUE "00".
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-HISTORY-NEW-STATUS   PIC XX VALUE "00".
       01 WS-QUARANTINE-STATUS    PIC XX VALUE "00".
       01 WS-BATCH-PARM-STATUS    PIC XX VALUE "00".
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
      *
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
       01 WS-ARCH-END-FLAG        PIC X  VALUE " ".
       01 WS-RUN-OK-FLAG          PIC X  VALUE "Y".
           88 WS-RUN-OK               VALUE "Y".
      *
      *  FIX off the batch parameter turns quarantining on; the
      * per-file flag is only set where the side file opened
      * for update (or its rewrite copy opened), so a file that
      * could only be read is reported and left alone.
      *
       01 WS-FIX-MODE-FLAG        PIC X  VALUE "N".
           88 WS-FIX-MODE             VALUE "Y".
       01 WS-FILE-FIX-FLAG        PIC X  VALUE "N".
           88 WS-FILE-FIX             VALUE "Y".
       01 WS-QUARANTINED-FLAG     PIC X  VALUE "N".
           88 WS-QUARANTINED          VALUE "Y".
       01 WS-CLIENT-OPEN-FLAG     PIC X  VALUE "N".
       01 WS-STUDENT-OPEN-FLAG    PIC X  VALUE "N".
       01 WS-POLICY-OPEN-FLAG     PIC X  VALUE "N".
       01 WS-ADJUSTER-OPEN-FLAG   PIC X  VALUE "N".
       01 WS-COURSE-OPEN-FLAG     PIC X  VALUE "N".
      *
      *  The catastrophe event reference, loaded once - the same
      * twenty-event table CATROLL keeps.
      *
       01 WS-CAT-TABLE.
           03 WS-CAT-CODE-TBL     PIC X(4) OCCURS 20 TIMES.
       01 WS-CAT-COUNT            PIC 99 VALUE 0.
       01 WS-CAT-SUB              PIC 99 VALUE 0.
       01 WS-CAT-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-CAT-FOUND            VALUE "Y".
      *
      *  The key under test and the verdict of the master and
      * archive lookups: reason 0 is clean, 1 a true orphan, 2
      * a record left behind by the archive run.
      *
       01 WS-TEST-CLAIM           PIC 999V9(4) VALUE 0.
       01 WS-TEST-STUDENT         PIC 9(6)  VALUE 0.
       01 WS-REASON-NUM           PIC 9     VALUE 0.
       01 WS-ARCHIVED-FLAG        PIC X     VALUE "N".
           88 WS-MASTER-ARCHIVED      VALUE "Y".
      *
       01 WS-REASON-VALUES.
           03 FILLER PIC X(34) VALUE
              "MASTER NOT ON FILE OR ARCHIVE     ".
           03 FILLER PIC X(34) VALUE
              "MASTER ARCHIVED - RECORD LEFT     ".
           03 FILLER PIC X(34) VALUE
              "POLICY NOT ON POLICY.DAT          ".
           03 FILLER PIC X(34) VALUE
              "ADJUSTER NOT ON ADJMAST.DAT       ".
           03 FILLER PIC X(34) VALUE
              "EVENT NOT ON CATEVENT.DAT         ".
           03 FILLER PIC X(34) VALUE
              "COURSE NOT ON COURSE.DAT          ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           03 WS-REASON-TEXT      PIC X(34) OCCURS 6 TIMES.
      *
       01 WS-SIDE-NAME            PIC X(13) VALUE SPACES.
       01 WS-FIND-KEY             PIC X(14) VALUE SPACES.
       01 WS-EDIT-CLAIM           PIC 999.9999.
       01 WS-EDIT-CLAIM-KEY.
           03 WS-ECK-CLAIM        PIC 999.9999.
           03 FILLER              PIC X     VALUE "/".
           03 WS-ECK-SEQ          PIC 999.
       01 WS-EDIT-ENROLL-KEY.
           03 WS-EEK-NUMBER       PIC 9(6).
           03 FILLER              PIC X     VALUE "/".
           03 WS-EEK-COURSE       PIC X(6).
       01 WS-QUAR-RECORD          PIC X(110) VALUE SPACES.
      *
       01 WS-FILE-READ            PIC 9(7)  VALUE 0.
       01 WS-FILE-FINDINGS        PIC 9(7)  VALUE 0.
       01 WS-FILE-QUARANTINED     PIC 9(7)  VALUE 0.
       01 WS-TOTAL-READ           PIC 9(7)  VALUE 0.
       01 WS-TOTAL-FINDINGS       PIC 9(7)  VALUE 0.
       01 WS-TOTAL-QUARANTINED    PIC 9(7)  VALUE 0.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "INTGCHK".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR        PIC XX.
           03 WS-REAL-MONTH       PIC XX.
           03 WS-REAL-DAY         PIC XX.
       01 WS-TEMP-DATE.
           03 WS-TEMP-DAY         PIC XX.
           03 FILLER              PIC X  VALUE  "/".
           03 WS-TEMP-MONTH       PIC XX.
           03 FILLER              PIC X  VALUE  "/".
           03 WS-TEMP-YEAR        PIC XX.
      *
       01 PRT-INTEGRITY-HEADER.
           03 FILLER    PIC X(10) VALUE "INTGCHK   ".
           03 FILLER    PIC X(26) VALUE
              "SIDE FILE INTEGRITY CHECK ".
           03 PRT-HDR-DATE        PIC X(8).
           03 FILLER    PIC X(3)  VALUE SPACES.
           03 PRT-HDR-MODE        PIC X(11).
       01 PRT-FILE-HEADER.
           03 FILLER    PIC X(6)  VALUE "FILE: ".
           03 PRT-FH-NAME         PIC X(13).
       01 PRT-FINDING-LINE.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-FND-KEY         PIC X(14).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-FND-CODE        PIC X(3).
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-FND-TEXT        PIC X(34).
           03 FILLER    PIC X(1)  VALUE SPACES.
           03 PRT-FND-ACTION      PIC X(11).
       01 PRT-FILE-TOTAL-LINE.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 FILLER    PIC X(6)  VALUE "READ: ".
           03 PRT-FT-READ         PIC ZZZZZZ9.
           03 FILLER    PIC X(12) VALUE "  FINDINGS: ".
           03 PRT-FT-FINDINGS     PIC ZZZZZZ9.
           03 FILLER    PIC X(15) VALUE "  QUARANTINED: ".
           03 PRT-FT-QUARANTINED  PIC ZZZZZZ9.
       01 PRT-NOTE-LINE.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 PRT-NOTE-TEXT       PIC X(60).
      *
      * ----------------- PROCEDURE --------------------------
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  This paragraph sets the run mode, opens the masters and
      * reference files, works through the claim side and then
      * the student side, prints the run totals and logs the
      * run. Findings do not fail the run - they are what the
      * run is for - but a master that would not open does.
      *
       0000-MAIN.
           MOVE "Y" TO WS-RUN-OK-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           PERFORM 0100-CHECK-FIX-MODE.
           PERFORM 0200-LOAD-EVENT-TABLE.
           OPEN OUTPUT INTEGRITY-PRINT.
           IF WS-PRINT-STATUS NOT EQUAL "00"
                 DISPLAY "INTGCHK - INTGCHK.PRT WOULD NOT OPEN : "
                         WS-PRINT-STATUS
                 MOVE "N" TO WS-RUN-OK-FLAG
              ELSE
                 PERFORM 0300-PRINT-HEADER
                 PERFORM 0400-OPEN-MASTERS
                 PERFORM 0500-OPEN-QUARANTINE
                 PERFORM 1000-CHECK-CLAIM-SIDE
                 PERFORM 2000-CHECK-STUDENT-SIDE
                 PERFORM 0600-PRINT-RUN-TOTALS
                 PERFORM 0700-CLOSE-MASTERS
                 CLOSE INTEGRITY-PRINT.
           IF WS-RUN-OK
                 MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
              ELSE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END " TO WS-RUNLOG-ACTION.
           MOVE WS-TOTAL-FINDINGS TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           DISPLAY "INTGCHK - RECORDS CHECKED   : " WS-TOTAL-READ.
           DISPLAY "INTGCHK - FINDINGS          : "
                   WS-TOTAL-FINDINGS.
           DISPLAY "INTGCHK - QUARANTINED       : "
                   WS-TOTAL-QUARANTINED.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the batch parameter BATCHRUN left
      * on BATCHPRM.DAT. FIX in the parameter turns the fix
      * mode on; anything else, or no file, only reports.
      *
       0100-CHECK-FIX-MODE.
           MOVE "N" TO WS-FIX-MODE-FLAG.
           OPEN INPUT BATCH-PARM-FILE.
           IF WS-BATCH-PARM-STATUS EQUAL "00"
                 READ BATCH-PARM-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF BP-PARM (1:3) EQUAL "FIX"
                                 MOVE "Y" TO WS-FIX-MODE-FLAG
                           END-IF
                 END-READ
                 CLOSE BATCH-PARM-FILE.
      *
      *********************************************************
      *  This paragraph loads the catastrophe event codes from
      * CATEVENT.DAT. A missing file leaves the table empty, and
      * every link then reports its event as unknown.
      *
       0200-LOAD-EVENT-TABLE.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT CAT-EVENT-FILE.
           IF WS-CAT-EVENT-STATUS EQUAL "00"
                 PERFORM 0210-LOAD-ONE-EVENT
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE CAT-EVENT-FILE.
      *
       0210-LOAD-ONE-EVENT.
           READ CAT-EVENT-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 IF WS-CAT-COUNT LESS 20
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CE-CODE TO WS-CAT-CODE-TBL (WS-CAT-COUNT).
      *
       0300-PRINT-HEADER.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE WS-TEMP-DATE TO PRT-HDR-DATE.
           IF WS-FIX-MODE
                 MOVE "FIX MODE   " TO PRT-HDR-MODE
              ELSE
                 MOVE "REPORT ONLY" TO PRT-HDR-MODE.
           MOVE PRT-INTEGRITY-HEADER TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER PAGE.
      *
      *********************************************************
      *  This paragraph opens the two masters and the reference
      * files the foreign keys are checked against. A master
      * that will not open fails the run; a reference file that
      * will not open only skips its own check, with a note.
      *
       0400-OPEN-MASTERS.
           MOVE "N" TO WS-CLIENT-OPEN-FLAG.
           MOVE "N" TO WS-STUDENT-OPEN-FLAG.
           MOVE "N" TO WS-POLICY-OPEN-FLAG.
           MOVE "N" TO WS-ADJUSTER-OPEN-FLAG.
           MOVE "N" TO WS-COURSE-OPEN-FLAG.
           OPEN INPUT CLIENT-FILE.
           IF WS-CLIENT-STATUS EQUAL "00"
                 MOVE "Y" TO WS-CLIENT-OPEN-FLAG
              ELSE
                 MOVE "N" TO WS-RUN-OK-FLAG
                 MOVE "CLIENT.DAT WOULD NOT OPEN - CLAIM SIDE SKIPPED"
                      TO PRT-NOTE-TEXT
                 PERFORM 8900-PRINT-NOTE.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS EQUAL "00"
                 MOVE "Y" TO WS-STUDENT-OPEN-FLAG
              ELSE
                 MOVE "N" TO WS-RUN-OK-FLAG
                 MOVE
                 "SECURITY.DAT2 WOULD NOT OPEN - STUDENT SIDE SKIPPED"
                      TO PRT-NOTE-TEXT
                 PERFORM 8900-PRINT-NOTE.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS EQUAL "00"
                 MOVE "Y" TO WS-POLICY-OPEN-FLAG
              ELSE
                 MOVE "POLICY.DAT WOULD NOT OPEN - POLICY NOT CHECKED"
                      TO PRT-NOTE-TEXT
                 PERFORM 8900-PRINT-NOTE.
           OPEN INPUT ADJUSTER-FILE.
           IF WS-ADJUSTER-STATUS EQUAL "00"
                 MOVE "Y" TO WS-ADJUSTER-OPEN-FLAG
              ELSE
                 MOVE
                 "ADJMAST.DAT WOULD NOT OPEN - ADJUSTER NOT CHECKED"
                      TO PRT-NOTE-TEXT
                 PERFORM 8900-PRINT-NOTE.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-COURSE-OPEN-FLAG
              ELSE
                 MOVE "COURSE.DAT WOULD NOT OPEN - COURSE NOT CHECKED"
                      TO PRT-NOTE-TEXT
                 PERFORM 8900-PRINT-NOTE.
      *
      *********************************************************
      *  This paragraph opens the quarantine file for adding in
      * fix mode, creating it the first time. If it cannot be
      * opened nothing may be moved, so the run drops back to
      * reporting only.
      *
       0500-OPEN-QUARANTINE.
           IF WS-FIX-MODE
                 OPEN EXTEND QUARANTINE-FILE
                 IF WS-QUARANTINE-STATUS EQUAL "35"
                       OPEN OUTPUT QUARANTINE-FILE
                       CLOSE QUARANTINE-FILE
                       OPEN EXTEND QUARANTINE-FILE
                 END-IF
                 IF WS-QUARANTINE-STATUS NOT EQUAL "00"
                       DISPLAY "INTGCHK - INTGQUAR.DAT WOULD NOT "
                               "OPEN : " WS-QUARANTINE-STATUS
                       MOVE "N" TO WS-FIX-MODE-FLAG
                       MOVE
                       "INTGQUAR.DAT WOULD NOT OPEN - REPORTING ONLY"
                            TO PRT-NOTE-TEXT
                       PERFORM 8900-PRINT-NOTE.
      *
       0600-PRINT-RUN-TOTALS.
           MOVE "RUN TOTAL    " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE WS-TOTAL-READ        TO PRT-FT-READ.
           MOVE WS-TOTAL-FINDINGS    TO PRT-FT-FINDINGS.
           MOVE WS-TOTAL-QUARANTINED TO PRT-FT-QUARANTINED.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE PRT-FILE-TOTAL-LINE TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER 1.
      *
       0700-CLOSE-MASTERS.
           IF WS-CLIENT-OPEN-FLAG EQUAL "Y"
                 CLOSE CLIENT-FILE.
           IF WS-STUDENT-OPEN-FLAG EQUAL "Y"
                 CLOSE STUDENT-FILE.
           IF WS-POLICY-OPEN-FLAG EQUAL "Y"
                 CLOSE POLICY-FILE.
           IF WS-ADJUSTER-OPEN-FLAG EQUAL "Y"
                 CLOSE ADJUSTER-FILE.
           IF WS-COURSE-OPEN-FLAG EQUAL "Y"
                 CLOSE COURSE-FILE.
           IF WS-FIX-MODE
                 CLOSE QUARANTINE-FILE.
      *
      *********************************************************
      *  This paragraph runs the claim side: the claim master's
      * own foreign keys first, then each side file in turn.
      *
       1000-CHECK-CLAIM-SIDE.
           IF WS-CLIENT-OPEN-FLAG EQUAL "Y"
                 PERFORM 1100-CHECK-CLAIM-KEYS
                 PERFORM 1200-CHECK-RESERVES
                 PERFORM 1300-CHECK-RECOVERIES
                 PERFORM 1400-CHECK-DIARY
                 PERFORM 1500-CHECK-CAT-LINKS
                 PERFORM 1600-CHECK-PENDING
                 PERFORM 1700-CHECK-PENDING-PAY
                 PERFORM 1800-CHECK-LETTERS.
      *
      *********************************************************
      *  This paragraph reads CLIENT.DAT front to back checking
      * each claim's policy number (when one is set) against
      * POLICY.DAT and its adjuster (when one is assigned)
      * against ADJMAST.DAT. The master record is never moved -
      * these findings are for a person to correct.
      *
       1100-CHECK-CLAIM-KEYS.
           MOVE "CLIENT.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           PERFORM 1110-CHECK-ONE-CLAIM
                   UNTIL WS-END-FILE-FLAG = "E".
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1110-CHECK-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE CL-CLAIM-NUMBER TO WS-EDIT-CLAIM
                 MOVE WS-EDIT-CLAIM TO WS-FIND-KEY
                 IF WS-POLICY-OPEN-FLAG EQUAL "Y" AND
                    CL-POLICY-NUMBER NOT EQUAL 0
                       MOVE CL-POLICY-NUMBER TO PM-POLICY-NUMBER
                       READ POLICY-FILE
                            INVALID KEY
                                 MOVE 3 TO WS-REASON-NUM
                                 PERFORM 8500-RECORD-FINDING
                       END-READ
                 END-IF
                 IF WS-ADJUSTER-OPEN-FLAG EQUAL "Y" AND
                    CL-ADJUSTER-ID NOT EQUAL SPACES
                       MOVE CL-ADJUSTER-ID TO AM-ADJUSTER-ID
                       READ ADJUSTER-FILE
                            INVALID KEY
                                 MOVE 4 TO WS-REASON-NUM
                                 PERFORM 8500-RECORD-FINDING
                       END-READ
                 END-IF.
      *
      *********************************************************
      *  The side file paragraphs below all run the same way:
      * open the file for update in fix mode (for reading
      * otherwise), read it front to back, look each record's
      * claim up through 8000-TEST-CLAIM, and hand a finding
      * to 8500-RECORD-FINDING - which quarantines a true
      * orphan when it may, after which the record is deleted
      * off the side file. A side file that is not there is
      * noted and passed over.
      *
       1200-CHECK-RESERVES.
           MOVE "CLMRSV.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O RESERVE-FILE
              ELSE
                 OPEN INPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1210-CHECK-ONE-RESERVE
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE RESERVE-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1210-CHECK-ONE-RESERVE.
           READ RESERVE-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE RSV-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE RSV-CLAIM-NUMBER TO WS-EDIT-CLAIM
                       MOVE WS-EDIT-CLAIM TO WS-FIND-KEY
                       MOVE IN-RESERVE-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE RESERVE-FILE RECORD
                       END-IF
                 END-IF.
      *
       1300-CHECK-RECOVERIES.
           MOVE "CLMRCV.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O RECOVERY-FILE
              ELSE
                 OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1310-CHECK-ONE-RECOVERY
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE RECOVERY-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1310-CHECK-ONE-RECOVERY.
           READ RECOVERY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE RCV-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE RCV-CLAIM-NUMBER TO WS-ECK-CLAIM
                       MOVE RCV-SEQ TO WS-ECK-SEQ
                       MOVE WS-EDIT-CLAIM-KEY TO WS-FIND-KEY
                       MOVE IN-RECOVERY-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE RECOVERY-FILE RECORD
                       END-IF
                 END-IF.
      *
       1400-CHECK-DIARY.
           MOVE "CLMDIARY.DAT " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O DIARY-FILE
              ELSE
                 OPEN INPUT DIARY-FILE.
           IF WS-DIARY-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1410-CHECK-ONE-DIARY
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE DIARY-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1410-CHECK-ONE-DIARY.
           READ DIARY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE DY-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE DY-CLAIM-NUMBER TO WS-ECK-CLAIM
                       MOVE DY-SEQ TO WS-ECK-SEQ
                       MOVE WS-EDIT-CLAIM-KEY TO WS-FIND-KEY
                       MOVE IN-DIARY-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE DIARY-FILE RECORD
                       END-IF
                 END-IF.
      *
      *********************************************************
      *  The catastrophe links carry a second key: the event
      * code is checked against the loaded event table before
      * the claim, so a link that is both orphaned and pointing
      * at a dead event reports both before it is moved.
      *
       1500-CHECK-CAT-LINKS.
           MOVE "CLMCAT.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O CAT-LINK-FILE
              ELSE
                 OPEN INPUT CAT-LINK-FILE.
           IF WS-CAT-LINK-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1510-CHECK-ONE-CAT-LINK
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE CAT-LINK-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1510-CHECK-ONE-CAT-LINK.
           READ CAT-LINK-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE CT-CLAIM-NUMBER TO WS-EDIT-CLAIM
                 MOVE WS-EDIT-CLAIM TO WS-FIND-KEY
                 MOVE IN-CAT-LINK-REC TO WS-QUAR-RECORD
                 PERFORM 1520-FIND-EVENT
                 IF NOT WS-CAT-FOUND
                       MOVE 5 TO WS-REASON-NUM
                       PERFORM 8500-RECORD-FINDING
                 END-IF
                 MOVE CT-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE CAT-LINK-FILE RECORD
                       END-IF
                 END-IF.
      *
       1520-FIND-EVENT.
           MOVE "N" TO WS-CAT-FOUND-FLAG.
           PERFORM 1530-TEST-ONE-EVENT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB GREATER WS-CAT-COUNT
                      OR WS-CAT-FOUND.
      *
       1530-TEST-ONE-EVENT.
           IF WS-CAT-CODE-TBL (WS-CAT-SUB) EQUAL CT-EVENT-CODE
                 MOVE "Y" TO WS-CAT-FOUND-FLAG.
      *
       1600-CHECK-PENDING.
           MOVE "CLMPEND.DAT  " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O PENDING-FILE
              ELSE
                 OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1610-CHECK-ONE-PENDING
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE PENDING-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1610-CHECK-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE PEND-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE PEND-CLAIM-NUMBER TO WS-EDIT-CLAIM
                       MOVE WS-EDIT-CLAIM TO WS-FIND-KEY
                       MOVE IN-PEND-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE PENDING-FILE RECORD
                       END-IF
                 END-IF.
      *
       1700-CHECK-PENDING-PAY.
           MOVE "CLMPPND.DAT  " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O PENDING-PAY-FILE
              ELSE
                 OPEN INPUT PENDING-PAY-FILE.
           IF WS-PENDING-PAY-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 1710-CHECK-ONE-PENDING-PAY
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE PENDING-PAY-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1710-CHECK-ONE-PENDING-PAY.
           READ PENDING-PAY-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE PPAY-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE PPAY-CLAIM-NUMBER TO WS-ECK-CLAIM
                       MOVE PPAY-SEQ TO WS-ECK-SEQ
                       MOVE WS-EDIT-CLAIM-KEY TO WS-FIND-KEY
                       MOVE IN-PENDING-PAY-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE PENDING-PAY-FILE RECORD
                       END-IF
                 END-IF.
      *
      *********************************************************
      *  The letters register is line sequential, so in fix
      * mode it is copied to CLMLTR.NEW leaving the orphans
      * out, then copied back over CLMLTR.DAT - the way STUARCH
      * sweeps GPAHIST.DAT. The copy back only happens when
      * something was actually moved.
      *
       1800-CHECK-LETTERS.
           MOVE "CLMLTR.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 IF WS-FIX-MODE
                       OPEN OUTPUT LETTER-NEW-FILE
                       IF WS-LETTER-NEW-STATUS EQUAL "00"
                             MOVE "Y" TO WS-FILE-FIX-FLAG
                       END-IF
                 END-IF
                 PERFORM 1810-CHECK-ONE-LETTER
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE LETTER-FILE
                 IF WS-FILE-FIX
                       CLOSE LETTER-NEW-FILE
                       IF WS-FILE-QUARANTINED GREATER 0
                             PERFORM 1820-COPY-LETTERS-BACK.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       1810-CHECK-ONE-LETTER.
           READ LETTER-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE "N" TO WS-QUARANTINED-FLAG
                 MOVE LT-CLAIM-NUMBER TO WS-TEST-CLAIM
                 PERFORM 8000-TEST-CLAIM
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE LT-CLAIM-NUMBER TO WS-EDIT-CLAIM
                       MOVE WS-EDIT-CLAIM TO WS-FIND-KEY
                       MOVE LETTER-REGISTER-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                 END-IF
                 IF WS-FILE-FIX AND NOT WS-QUARANTINED
                       MOVE LETTER-REGISTER-REC TO LETTER-NEW-REC
                       WRITE LETTER-NEW-REC
                 END-IF.
      *
       1820-COPY-LETTERS-BACK.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT  LETTER-NEW-FILE.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 1830-COPY-ONE-LETTER
                   UNTIL WS-END-FILE-FLAG = "E".
           CLOSE LETTER-NEW-FILE.
           CLOSE LETTER-FILE.
      *
       1830-COPY-ONE-LETTER.
           READ LETTER-NEW-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 MOVE LETTER-NEW-REC TO LETTER-REGISTER-REC
                 WRITE LETTER-REGISTER-REC.
      *
      *********************************************************
      *  This paragraph runs the student side: enrollments (and
      * their courses), receivable balances and the transcript
      * history.
      *
       2000-CHECK-STUDENT-SIDE.
           IF WS-STUDENT-OPEN-FLAG EQUAL "Y"
                 PERFORM 2100-CHECK-ENROLLMENTS
                 PERFORM 2200-CHECK-RECEIVABLES
                 PERFORM 2300-CHECK-HISTORY.
      *
       2100-CHECK-ENROLLMENTS.
           MOVE "ENROLL.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O ENROLL-FILE
              ELSE
                 OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 2110-CHECK-ONE-ENROLLMENT
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE ENROLL-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       2110-CHECK-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE EN-NUMBER TO WS-EEK-NUMBER
                 MOVE EN-COURSE TO WS-EEK-COURSE
                 MOVE WS-EDIT-ENROLL-KEY TO WS-FIND-KEY
                 MOVE IN-ENROLL-REC TO WS-QUAR-RECORD
                 IF WS-COURSE-OPEN-FLAG EQUAL "Y"
                       MOVE EN-COURSE TO CO-COURSE-CODE
                       READ COURSE-FILE
                            INVALID KEY
                                 MOVE 6 TO WS-REASON-NUM
                                 PERFORM 8500-RECORD-FINDING
                       END-READ
                 END-IF
                 MOVE EN-NUMBER TO WS-TEST-STUDENT
                 PERFORM 8100-TEST-STUDENT
                 IF WS-REASON-NUM NOT EQUAL 0
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE ENROLL-FILE RECORD
                       END-IF
                 END-IF.
      *
       2200-CHECK-RECEIVABLES.
           MOVE "STUDAR.DAT   " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           IF WS-FIX-MODE
                 OPEN I-O AR-FILE
              ELSE
                 OPEN INPUT AR-FILE.
           IF WS-AR-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 MOVE WS-FIX-MODE-FLAG TO WS-FILE-FIX-FLAG
                 PERFORM 2210-CHECK-ONE-RECEIVABLE
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE AR-FILE.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       2210-CHECK-ONE-RECEIVABLE.
           READ AR-FILE NEXT RECORD
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE AR-NUMBER TO WS-TEST-STUDENT
                 PERFORM 8100-TEST-STUDENT
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE AR-NUMBER TO WS-FIND-KEY
                       MOVE IN-AR-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                       IF WS-QUARANTINED
                             DELETE AR-FILE RECORD
                       END-IF
                 END-IF.
      *
       2300-CHECK-HISTORY.
           MOVE "GPAHIST.DAT  " TO WS-SIDE-NAME.
           PERFORM 8600-PRINT-FILE-HEADER.
           MOVE "N" TO WS-FILE-FIX-FLAG.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT EQUAL "00"
                 PERFORM 8800-NOTE-NOT-OPENED
              ELSE
                 IF WS-FIX-MODE
                       OPEN OUTPUT HISTORY-NEW-FILE
                       IF WS-HISTORY-NEW-STATUS EQUAL "00"
                             MOVE "Y" TO WS-FILE-FIX-FLAG
                       END-IF
                 END-IF
                 PERFORM 2310-CHECK-ONE-HISTORY
                         UNTIL WS-END-FILE-FLAG = "E"
                 CLOSE HISTORY-FILE
                 IF WS-FILE-FIX
                       CLOSE HISTORY-NEW-FILE
                       IF WS-FILE-QUARANTINED GREATER 0
                             PERFORM 2320-COPY-HISTORY-BACK.
           PERFORM 8700-PRINT-FILE-TOTALS.
      *
       2310-CHECK-ONE-HISTORY.
           READ HISTORY-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 ADD 1 TO WS-FILE-READ
                 MOVE "N" TO WS-QUARANTINED-FLAG
                 MOVE TH-NUMBER TO WS-TEST-STUDENT
                 PERFORM 8100-TEST-STUDENT
                 IF WS-REASON-NUM NOT EQUAL 0
                       MOVE TH-NUMBER TO WS-FIND-KEY
                       MOVE TH-HISTORY-REC TO WS-QUAR-RECORD
                       PERFORM 8500-RECORD-FINDING
                 END-IF
                 IF WS-FILE-FIX AND NOT WS-QUARANTINED
                       MOVE TH-HISTORY-REC TO HISTORY-NEW-REC
                       WRITE HISTORY-NEW-REC
                 END-IF.
      *
       2320-COPY-HISTORY-BACK.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT  HISTORY-NEW-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM 2330-COPY-ONE-HISTORY
                   UNTIL WS-END-FILE-FLAG = "E".
           CLOSE HISTORY-NEW-FILE.
           CLOSE HISTORY-FILE.
      *
       2330-COPY-ONE-HISTORY.
           READ HISTORY-NEW-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG NOT EQUAL "E"
                 MOVE HISTORY-NEW-REC TO TH-HISTORY-REC
                 WRITE TH-HISTORY-REC.
      *
      *********************************************************
      *  This paragraph looks the claim in WS-TEST-CLAIM up on
      * CLIENT.DAT and, when it is not there, on the claim
      * archive front to back (the way CLMRECON does). The
      * reason comes back 0 when the claim is on the master, 2
      * when it was archived and 1 when it is on neither.
      *
       8000-TEST-CLAIM.
           MOVE 0 TO WS-REASON-NUM.
           MOVE WS-TEST-CLAIM TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE
                INVALID KEY MOVE 1 TO WS-REASON-NUM
           END-READ.
           IF WS-REASON-NUM NOT EQUAL 0
                 MOVE "N" TO WS-ARCHIVED-FLAG
                 MOVE " " TO WS-ARCH-END-FLAG
                 OPEN INPUT CLAIM-ARCH-FILE
                 IF WS-CLAIM-ARCH-STATUS EQUAL "00"
                       PERFORM 8010-SEARCH-ONE-CLAIM-ARCH
                               UNTIL WS-MASTER-ARCHIVED
                                  OR WS-ARCH-END-FLAG = "E"
                       CLOSE CLAIM-ARCH-FILE
                 END-IF
                 IF WS-MASTER-ARCHIVED
                       MOVE 2 TO WS-REASON-NUM.
      *
       8010-SEARCH-ONE-CLAIM-ARCH.
           READ CLAIM-ARCH-FILE
                AT END MOVE "E" TO WS-ARCH-END-FLAG
           END-READ.
           IF WS-ARCH-END-FLAG NOT EQUAL "E"
                 IF CA-CLAIM-NUMBER EQUAL WS-TEST-CLAIM
                       MOVE "Y" TO WS-ARCHIVED-FLAG.
      *
      *********************************************************
      *  This paragraph does the same for the student number in
      * WS-TEST-STUDENT against SECURITY.DAT2 and STARCH.DAT.
      *
       8100-TEST-STUDENT.
           MOVE 0 TO WS-REASON-NUM.
           MOVE WS-TEST-STUDENT TO OS-NUMBER.
           READ STUDENT-FILE
                INVALID KEY MOVE 1 TO WS-REASON-NUM
           END-READ.
           IF WS-REASON-NUM NOT EQUAL 0
                 MOVE "N" TO WS-ARCHIVED-FLAG
                 MOVE " " TO WS-ARCH-END-FLAG
                 OPEN INPUT STUDENT-ARCH-FILE
                 IF WS-STUDENT-ARCH-STATUS EQUAL "00"
                       PERFORM 8110-SEARCH-ONE-STUDENT-ARCH
                               UNTIL WS-MASTER-ARCHIVED
                                  OR WS-ARCH-END-FLAG = "E"
                       CLOSE STUDENT-ARCH-FILE
                 END-IF
                 IF WS-MASTER-ARCHIVED
                       MOVE 2 TO WS-REASON-NUM.
      *
       8110-SEARCH-ONE-STUDENT-ARCH.
           READ STUDENT-ARCH-FILE
                AT END MOVE "E" TO WS-ARCH-END-FLAG
           END-READ.
           IF WS-ARCH-END-FLAG NOT EQUAL "E"
                 IF SA-NUMBER EQUAL WS-TEST-STUDENT
                       MOVE "Y" TO WS-ARCHIVED-FLAG.
      *
      *********************************************************
      *  This paragraph counts and prints one finding for the
      * key in WS-FIND-KEY with the reason in WS-REASON-NUM. A
      * true orphan on a file that may be fixed is written to
      * the quarantine file first; WS-QUARANTINED tells the
      * caller to take it off the side file.
      *
       8500-RECORD-FINDING.
           MOVE "N" TO WS-QUARANTINED-FLAG.
           ADD 1 TO WS-FILE-FINDINGS.
           ADD 1 TO WS-TOTAL-FINDINGS.
           MOVE SPACES TO PRT-FINDING-LINE.
           MOVE WS-FIND-KEY TO PRT-FND-KEY.
           MOVE "R0" TO PRT-FND-CODE (1:2).
           MOVE WS-REASON-NUM TO PRT-FND-CODE (3:1).
           MOVE WS-REASON-TEXT (WS-REASON-NUM) TO PRT-FND-TEXT.
           MOVE "REPORTED" TO PRT-FND-ACTION.
           IF WS-FILE-FIX AND WS-REASON-NUM EQUAL 1
                 MOVE SPACES TO QUARANTINE-REC
                 MOVE WS-SIDE-NAME TO IQ-SOURCE-FILE
                 MOVE WS-TEMP-DATE TO IQ-DATE
                 MOVE PRT-FND-CODE TO IQ-REASON
                 MOVE WS-QUAR-RECORD TO IQ-RECORD
                 WRITE QUARANTINE-REC
                 IF WS-QUARANTINE-STATUS EQUAL "00"
                       MOVE "Y" TO WS-QUARANTINED-FLAG
                       MOVE "QUARANTINED" TO PRT-FND-ACTION
                       ADD 1 TO WS-FILE-QUARANTINED
                       ADD 1 TO WS-TOTAL-QUARANTINED
                 END-IF
           END-IF.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE PRT-FINDING-LINE TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER 1.
      *
       8600-PRINT-FILE-HEADER.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-FINDINGS.
           MOVE 0 TO WS-FILE-QUARANTINED.
           MOVE WS-SIDE-NAME TO PRT-FH-NAME.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE PRT-FILE-HEADER TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER 2.
      *
       8700-PRINT-FILE-TOTALS.
           ADD WS-FILE-READ TO WS-TOTAL-READ.
           MOVE WS-FILE-READ        TO PRT-FT-READ.
           MOVE WS-FILE-FINDINGS    TO PRT-FT-FINDINGS.
           MOVE WS-FILE-QUARANTINED TO PRT-FT-QUARANTINED.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE PRT-FILE-TOTAL-LINE TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER 1.
      *
       8800-NOTE-NOT-OPENED.
           MOVE "FILE NOT PRESENT - NOT CHECKED" TO PRT-NOTE-TEXT.
           PERFORM 8900-PRINT-NOTE.
      *
       8900-PRINT-NOTE.
           MOVE SPACES TO PRT-INTEGRITY-REC.
           MOVE PRT-NOTE-LINE TO PRT-INTEGRITY-REC.
           WRITE PRT-INTEGRITY-REC AFTER 1.
