       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJXFER.
      *PROGRAM DISCRIPTION.
      *
      *  Adjuster book-of-business transfer batch, driven by the
      * control file ADJXFER.DAT, one row per adjuster to move:
      *
      *    mode      T  transfer - the adjuster has left; their
      *                 open claims move for good,
      *              C  cover    - the adjuster is away; their
      *                 open claims move for now, and each move
      *                 is remembered on the cover file
      *                 ADJCOVER.DAT,
      *              R  return   - the adjuster is back; every
      *                 claim still with the adjuster who covered
      *                 it goes back to them,
      *    from ID   the departing, absent or returning adjuster,
      *    to ID     the named successor for T or C; left blank,
      *              each claim is placed by ADJASGN's rules -
      *              an adjuster working the claim's region and
      *              under their open-claim cap, a class
      *              specialty match first, then the lightest
      *              load - among adjusters whose credential on
      *              SECURITY.CRD is live,
      *    operator  who asked for the move, for the audit trail.
      *
      *  With each claim go the diary items on CLMDIARY.DAT the
      * old adjuster owns on it. Every move writes an XFER, XCOV
      * or XRET record to INSURE.AUD against the claim, and the
      * register ADJXFER.PRT lists each claim with its old and new
      * adjuster, the claims nobody could take, and any adjuster
      * the run has left over their cap. A control row that does
      * not make sense is printed as rejected and nothing moves
      * for it.
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
           SELECT ADJUSTER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-ADJUSTER-ID
           FILE STATUS IS WS-ADJUSTER-STATUS.
      *
           SELECT CREDENTIAL-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CREDENTIAL-STATUS.
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
           SELECT DIARY-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DY-KEY
           FILE STATUS IS WS-DIARY-STATUS.
      *
           SELECT COVER-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CV-CLAIM-NUMBER
           FILE STATUS IS WS-COVER-STATUS.
      *
           SELECT AUDIT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT XFER-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJXFER.DAT".
       01  IN-CONTROL-REC.
           03  XC-MODE                PIC X.
           03  FILLER                 PIC X.
           03  XC-FROM-ID             PIC X(6).
           03  FILLER                 PIC X.
           03  XC-TO-ID               PIC X(6).
           03  FILLER                 PIC X.
           03  XC-OPERATOR-ID         PIC X(6).
      *
       FD ADJUSTER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJMAST.DAT".
       01  IN-ADJUSTER-REC.
           03  AM-ADJUSTER-ID         PIC X(6).
           03  AM-NAME                PIC X(20).
           03  AM-REGION              PIC X(4).
           03  AM-SPECIALTY-1         PIC 9(6).
           03  AM-SPECIALTY-2         PIC 9(6).
           03  AM-SPECIALTY-3         PIC 9(6).
           03  AM-OPEN-CAP            PIC 9(3).
      *
       FD CREDENTIAL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "SECURITY.CRD".
       01  IN-CREDENTIAL-REC.
           03  CR-OPERATOR-ID         PIC X(6).
           03  CR-PIN                 PIC 9(4).
           03  CR-SECURITY-LEVEL      PIC 9.
           03  CR-STATUS              PIC X.
           03  CR-PIN-DATE            PIC 9(6).
           03  CR-FAIL-COUNT          PIC 99.
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
       FD DIARY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMDIARY.DAT".
       01  IN-DIARY-REC.
           03  DY-KEY.
               05  DY-CLAIM-NUMBER      PIC 999V9(4).
               05  DY-SEQ               PIC 999.
           03  DY-DUE-DATE.
               05  DY-DUE-DD            PIC 99.
               05  DY-DUE-MM            PIC 99.
               05  DY-DUE-YY            PIC 99.
           03  DY-OPERATOR-ID           PIC X(6).
           03  DY-NOTE                  PIC X(30).
      *
       FD COVER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJCOVER.DAT".
       01  IN-COVER-REC.
           03  CV-CLAIM-NUMBER          PIC 999V9(4).
           03  CV-ORIG-ADJUSTER         PIC X(6).
           03  CV-COVER-ADJUSTER        PIC X(6).
           03  CV-START-DATE            PIC 9(6).
           03  CV-STATUS                PIC X.
           03  CV-RETURN-DATE           PIC 9(6).
           03  CV-OPERATOR-ID           PIC X(6).
      *
       FD AUDIT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "INSURE.AUD".
       01  AUDIT-REC.
           03  AUD-OPERATOR-ID        PIC X(6).
           03  FILLER                 PIC X VALUE SPACE.
           03  AUD-DATE               PIC X(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  AUD-TIME               PIC 9(8).
           03  FILLER                 PIC X VALUE SPACE.
           03  AUD-CLAIM-NUMBER       PIC 999V9(4).
           03  FILLER                 PIC X VALUE SPACE.
           03  AUD-ACTION             PIC X(4).
      *
       FD XFER-PRINT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ADJXFER.PRT".
       01  OUT-XFER-REC.
           03  FILLER                 PIC A(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-ADJUSTER-STATUS     PIC XX VALUE "00".
       01 WS-CREDENTIAL-STATUS   PIC XX VALUE "00".
       01 WS-CLIENT-STATUS       PIC XX VALUE "00".
       01 WS-DIARY-STATUS        PIC XX VALUE "00".
       01 WS-DIARY-OPEN-STATUS   PIC XX VALUE "35".
       01 WS-COVER-STATUS        PIC XX VALUE "00".
       01 WS-AUDIT-STATUS        PIC XX VALUE "00".
       01 WS-PRINT-STATUS        PIC XX VALUE "00".
       01 WS-END-FILE-FLAG       PIC X  VALUE " ".
           88 WS-END-OF-FILE         VALUE "S".
       01 WS-DIARY-END-FLAG      PIC X  VALUE " ".
       01 WS-STATUS-TEST         PIC X.
           88 WS-TEST-OPEN           VALUE "O" "o" " ".
       01 WS-COUNTERS.
           03 WS-ADJUSTERS-LOADED PIC 99   VALUE 0.
           03 WS-CONTROL-ROWS     PIC 99   VALUE 0.
           03 WS-ROWS-REJECTED    PIC 99   VALUE 0.
           03 WS-CLAIMS-MOVED     PIC 9(5) VALUE 0.
           03 WS-CLAIMS-UNPLACED  PIC 9(5) VALUE 0.
           03 WS-CLAIMS-RETURNED  PIC 9(5) VALUE 0.
           03 WS-CLAIMS-KEPT      PIC 9(5) VALUE 0.
           03 WS-DIARY-TOTAL      PIC 9(5) VALUE 0.
           03 WS-OVER-CAP-COUNT   PIC 99   VALUE 0.
       01 WS-ROW-COUNTERS.
           03 WS-ROW-MOVED        PIC 9(5) VALUE 0.
           03 WS-ROW-UNPLACED     PIC 9(5) VALUE 0.
           03 WS-ROW-KEPT         PIC 9(5) VALUE 0.
      *
      *  The adjuster master with each adjuster's open load,
      * counted off the claim master before anything moves, and
      * whether their credential is live.
      *
       01 WS-ADJ-TABLE.
           03 WS-ADJ-ENTRY OCCURS 20 TIMES.
               05 WS-ADJ-ID-TBL     PIC X(6).
               05 WS-ADJ-NAME-TBL   PIC X(20).
               05 WS-ADJ-REGION-TBL PIC X(4).
               05 WS-ADJ-SPEC-TBL OCCURS 3 TIMES PIC 9(6).
               05 WS-ADJ-CAP-TBL    PIC 9(3).
               05 WS-ADJ-LOAD-TBL   PIC 9(3).
               05 WS-ADJ-LIVE-TBL   PIC X.
       01 WS-ADJ-SUB             PIC 99 VALUE 0.
       01 WS-SPEC-SUB            PIC 9  VALUE 0.
       01 WS-BEST-SUB            PIC 99 VALUE 0.
       01 WS-BEST-SPECIAL        PIC X  VALUE "N".
       01 WS-CAND-SPECIAL        PIC X  VALUE "N".
       01 WS-FIND-ID             PIC X(6) VALUE SPACES.
       01 WS-FIND-SUB            PIC 99 VALUE 0.
       01 WS-FROM-SUB            PIC 99 VALUE 0.
       01 WS-TO-SUB              PIC 99 VALUE 0.
       01 WS-NEW-SUB             PIC 99 VALUE 0.
      *
      *  The open claims of the adjuster being moved from,
      * gathered off the adjuster ID key before any is moved -
      * each move rewrites that key - then re-read one by one
      * off the claim number, as ADJASGN gathers its unassigned
      * claims.
      *
       01 WS-BOOK-TABLE.
           03 WS-BOOK-CLAIM-TBL OCCURS 999 TIMES PIC 999V9(4).
       01 WS-BOOK-USED           PIC 999 VALUE 0.
       01 WS-BOOK-SUB            PIC 9(4) VALUE 0.
       01 WS-BOOK-HELD-OVER      PIC 9(5) VALUE 0.
       01 WS-CLAIM-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-CLAIM-FOUND         VALUE "Y".
      *
       01 WS-CTL-TABLE.
           03 WS-CTL-ENTRY OCCURS 20 TIMES.
               05 WS-CTL-MODE-TBL     PIC X.
               05 WS-CTL-FROM-TBL     PIC X(6).
               05 WS-CTL-TO-TBL       PIC X(6).
               05 WS-CTL-OPERATOR-TBL PIC X(6).
       01 WS-CTL-SUB             PIC 99 VALUE 0.
       01 WS-CTL-END-FLAG        PIC X  VALUE " ".
      *
      *  The control row in hand.
      *
       01 WS-XFER-MODE           PIC X  VALUE SPACE.
           88 WS-MODE-TRANSFER       VALUE "T".
           88 WS-MODE-COVER          VALUE "C".
           88 WS-MODE-RETURN         VALUE "R".
           88 WS-MODE-VALID          VALUE "T" "C" "R".
       01 WS-XFER-FROM           PIC X(6) VALUE SPACES.
       01 WS-XFER-TO             PIC X(6) VALUE SPACES.
       01 WS-XFER-OPERATOR       PIC X(6) VALUE SPACES.
       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.
      *
       01 WS-OLD-ADJUSTER        PIC X(6) VALUE SPACES.
       01 WS-DIARY-CLAIM         PIC 999V9(4) VALUE 0.
       01 WS-DIARY-FROM          PIC X(6) VALUE SPACES.
       01 WS-DIARY-TO            PIC X(6) VALUE SPACES.
       01 WS-DIARY-MOVED         PIC 9(3) VALUE 0.
       01 WS-AUDIT-TIME          PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACTION        PIC X(4) VALUE SPACES.
       01 WS-TODAY-DDMMYY.
           03 WS-TDY-DD          PIC XX.
           03 WS-TDY-MM          PIC XX.
           03 WS-TDY-YY          PIC XX.
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "ADJXFER".
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
       01 WS-TITLE-1.
           03 FILLER  PIC X(10)  VALUE "ADJXFER   ".
           03 FILLER  PIC X(30)  VALUE
                         "ADJUSTER TRANSFER REGISTER    ".
           03 WS-TITLE-DATE      PIC X(8).
       01 WS-CTL-ECHO-LINE.
           03 CEL-MODE           PIC X(9).
           03 FILLER             PIC X(7)   VALUE " FROM: ".
           03 CEL-FROM           PIC X(6).
           03 FILLER             PIC X(6)   VALUE "  TO: ".
           03 CEL-TO             PIC X(20).
           03 FILLER             PIC X(6)   VALUE "  BY: ".
           03 CEL-OPERATOR       PIC X(6).
       01 WS-CTL-REJECT-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(13)  VALUE "*** REJECTED ".
           03 CRL-REASON         PIC X(40).
       01 WS-XFR-COL-HEADER.
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(12)  VALUE "CLAIM NUMBER".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "RGN ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "OLD   ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(6)   VALUE "NEW   ".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(20)  VALUE "NEW ADJUSTER NAME".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(5)   VALUE "DIARY".
           03 FILLER  PIC X(2)   VALUE SPACES.
           03 FILLER  PIC X(4)   VALUE "LOAD".
       01 WS-XFR-LINE.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 XFL-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 XFL-REGION         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 XFL-OLD            PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 XFL-NEW            PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 XFL-NAME           PIC X(20).
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 XFL-DIARY          PIC ZZ9.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 XFL-LOAD           PIC ZZ9.
       01 WS-XFR-NOTE-LINE.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 XNL-CLAIM-NUMBER   PIC 999V9(4).
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 XNL-REGION         PIC X(4).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 XNL-OLD            PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 XNL-NOTE           PIC X(40).
       01 WS-ROW-TOTAL-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "MOVED : ".
           03 RTL-MOVED          PIC ZZZZ9.
           03 FILLER             PIC X(14)  VALUE "   NOT MOVED: ".
           03 RTL-UNPLACED       PIC ZZZZ9.
           03 FILLER             PIC X(15)  VALUE "   LEFT AS IS: ".
           03 RTL-KEPT           PIC ZZZZ9.
       01 WS-HELD-OVER-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 FILLER             PIC X(4)   VALUE "*** ".
           03 HOL-COUNT          PIC ZZZZ9.
           03 FILLER             PIC X(44)  VALUE
                 " MORE OPEN CLAIMS LEFT AS IS - RUN ROW AGAIN".
       01 WS-OVER-CAP-HEAD.
           03 FILLER  PIC X(40)  VALUE
                         "ADJUSTERS OVER CAP AFTER THE RUN".
       01 WS-OVER-CAP-LINE.
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OCL-ADJUSTER       PIC X(6).
           03 FILLER             PIC X(2)   VALUE SPACES.
           03 OCL-NAME           PIC X(20).
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(17)  VALUE
                         "*** OVER CAP AT ".
           03 OCL-LOAD           PIC ZZ9.
           03 FILLER             PIC X(9)   VALUE "  CAP IS ".
           03 OCL-CAP            PIC ZZ9.
       01 WS-XFR-TOTAL-1.
           03 FILLER             PIC X(28)  VALUE
                         "CONTROL ROWS READ         : ".
           03 XTT-ROWS           PIC ZZZZ9.
       01 WS-XFR-TOTAL-2.
           03 FILLER             PIC X(28)  VALUE
                         "CONTROL ROWS REJECTED     : ".
           03 XTT-REJECTED       PIC ZZZZ9.
       01 WS-XFR-TOTAL-3.
           03 FILLER             PIC X(28)  VALUE
                         "CLAIMS MOVED              : ".
           03 XTT-MOVED          PIC ZZZZ9.
       01 WS-XFR-TOTAL-4.
           03 FILLER             PIC X(28)  VALUE
                         "CLAIMS RETURNED FROM COVER: ".
           03 XTT-RETURNED       PIC ZZZZ9.
       01 WS-XFR-TOTAL-5.
           03 FILLER             PIC X(28)  VALUE
                         "CLAIMS NOT PLACED         : ".
           03 XTT-UNPLACED       PIC ZZZZ9.
       01 WS-XFR-TOTAL-6.
           03 FILLER             PIC X(28)  VALUE
                         "DIARY ITEMS MOVED         : ".
           03 XTT-DIARY          PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to load the adjuster master, their credential
      * status and the control rows, open the claim, diary, cover
      * and audit files, count the current loads, work each
      * control row in turn, flag over-cap adjusters, print the
      * totals and log start/end through the shared RUNLOG
      * routine. No control rows, no adjusters, or a claim,
      * cover, audit or report file that will not open ends the
      * run ABND before anything moves.
      *
       0000-MAIN.
           MOVE ZERO TO WS-COUNTERS.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0100-SET-DATES.
           PERFORM 0150-LOAD-ADJUSTER-TABLE.
           PERFORM 0170-MARK-LIVE-CREDENTIALS.
           PERFORM 0180-LOAD-CONTROL-TABLE.
           OPEN I-O    CLIENT-FILE.
           OPEN I-O    COVER-FILE.
           IF WS-COVER-STATUS EQUAL "35"
                 OPEN OUTPUT COVER-FILE
                 CLOSE COVER-FILE
                 OPEN I-O COVER-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL "35"
                 OPEN OUTPUT AUDIT-FILE
                 CLOSE AUDIT-FILE
                 OPEN EXTEND AUDIT-FILE.
           OPEN I-O    DIARY-FILE.
           MOVE WS-DIARY-STATUS TO WS-DIARY-OPEN-STATUS.
           OPEN OUTPUT XFER-PRINT.
                IF WS-CONTROL-ROWS EQUAL 0          OR
                   WS-ADJUSTERS-LOADED EQUAL 0      OR
                   WS-CLIENT-STATUS NOT EQUAL "00"  OR
                   WS-COVER-STATUS NOT EQUAL "00"   OR
                   WS-AUDIT-STATUS NOT EQUAL "00"   OR
                   WS-PRINT-STATUS NOT EQUAL "00"
                      DISPLAY "ADJXFER - CANNOT START"
                      DISPLAY "CONTROL ROWS LOADED : "
                              WS-CONTROL-ROWS
                      DISPLAY "ADJUSTERS LOADED    : "
                              WS-ADJUSTERS-LOADED
                      DISPLAY "CLIENT-FILE STATUS  : "
                              WS-CLIENT-STATUS
                      DISPLAY "COVER-FILE STATUS   : "
                              WS-COVER-STATUS
                      DISPLAY "AUDIT-FILE STATUS   : "
                              WS-AUDIT-STATUS
                      DISPLAY "XFER-PRINT STATUS   : "
                              WS-PRINT-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      PERFORM 0200-PRINT-TITLE
                      PERFORM 0700-COUNT-LOADS
                      PERFORM 1000-WORK-ONE-CONTROL-ROW
                              VARYING WS-CTL-SUB FROM 1 BY 1
                              UNTIL WS-CTL-SUB GREATER
                                               WS-CONTROL-ROWS
                      PERFORM 4000-FLAG-OVER-CAPS
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "  TO WS-RUNLOG-ACTION.
           COMPUTE WS-RUNLOG-RECORD-COUNT =
                   WS-CLAIMS-MOVED + WS-CLAIMS-RETURNED.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE CLIENT-FILE.
           CLOSE COVER-FILE.
           CLOSE AUDIT-FILE.
           IF WS-DIARY-OPEN-STATUS EQUAL "00"
                 CLOSE DIARY-FILE.
           CLOSE XFER-PRINT.
           DISPLAY "ADJXFER - CLAIMS MOVED     : " WS-CLAIMS-MOVED.
           DISPLAY "ADJXFER - CLAIMS RETURNED  : "
                   WS-CLAIMS-RETURNED.
           DISPLAY "ADJXFER - CLAIMS NOT PLACED: "
                   WS-CLAIMS-UNPLACED.
           GOBACK.
      *
       0100-SET-DATES.
           ACCEPT WS-REAL-DATE FROM DATE.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE WS-REAL-DAY   TO WS-TDY-DD.
           MOVE WS-REAL-MONTH TO WS-TDY-MM.
           MOVE WS-REAL-YEAR  TO WS-TDY-YY.
      *
       0150-LOAD-ADJUSTER-TABLE.
           MOVE 0 TO WS-ADJUSTERS-LOADED.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT ADJUSTER-FILE.
           IF WS-ADJUSTER-STATUS EQUAL "00"
                 PERFORM 0160-LOAD-ONE-ADJUSTER
                         UNTIL WS-END-OF-FILE
                 CLOSE ADJUSTER-FILE.
           MOVE " " TO WS-END-FILE-FLAG.
      *
       0160-LOAD-ONE-ADJUSTER.
           READ ADJUSTER-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF WS-ADJUSTERS-LOADED LESS 20
                       ADD 1 TO WS-ADJUSTERS-LOADED
                       MOVE WS-ADJUSTERS-LOADED TO WS-ADJ-SUB
                       MOVE AM-ADJUSTER-ID TO
                            WS-ADJ-ID-TBL (WS-ADJ-SUB)
                       MOVE AM-NAME TO
                            WS-ADJ-NAME-TBL (WS-ADJ-SUB)
                       MOVE AM-REGION TO
                            WS-ADJ-REGION-TBL (WS-ADJ-SUB)
                       MOVE AM-SPECIALTY-1 TO
                            WS-ADJ-SPEC-TBL (WS-ADJ-SUB 1)
                       MOVE AM-SPECIALTY-2 TO
                            WS-ADJ-SPEC-TBL (WS-ADJ-SUB 2)
                       MOVE AM-SPECIALTY-3 TO
                            WS-ADJ-SPEC-TBL (WS-ADJ-SUB 3)
                       MOVE AM-OPEN-CAP TO
                            WS-ADJ-CAP-TBL (WS-ADJ-SUB)
                       MOVE 0 TO WS-ADJ-LOAD-TBL (WS-ADJ-SUB)
                       MOVE "N" TO WS-ADJ-LIVE-TBL (WS-ADJ-SUB)
                    ELSE
                       MOVE "S" TO WS-END-FILE-FLAG.
      *
      *********************************************************
      *  This paragraph marks live every adjuster whose
      * credential on SECURITY.CRD is not disabled - the same
      * test ADJMAINT puts an adjuster ID through.
      *
       0170-MARK-LIVE-CREDENTIALS.
           MOVE " " TO WS-END-FILE-FLAG.
           OPEN INPUT CREDENTIAL-FILE.
           IF WS-CREDENTIAL-STATUS EQUAL "00"
                 PERFORM 0175-CHECK-ONE-CREDENTIAL
                         UNTIL WS-END-OF-FILE
                 CLOSE CREDENTIAL-FILE.
           MOVE " " TO WS-END-FILE-FLAG.
      *
       0175-CHECK-ONE-CREDENTIAL.
           READ CREDENTIAL-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF CR-STATUS NOT EQUAL "D" AND
                    CR-STATUS NOT EQUAL "d"
                       MOVE CR-OPERATOR-ID TO WS-FIND-ID
                       PERFORM 0400-FIND-ADJUSTER
                       IF WS-FIND-SUB GREATER 0
                             MOVE "Y" TO
                                  WS-ADJ-LIVE-TBL (WS-FIND-SUB).
      *
       0180-LOAD-CONTROL-TABLE.
           MOVE 0 TO WS-CONTROL-ROWS.
           MOVE " " TO WS-CTL-END-FLAG.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL "00"
                 PERFORM 0190-LOAD-ONE-CONTROL-ROW
                         UNTIL WS-CTL-END-FLAG = "E"
                 CLOSE CONTROL-FILE.
      *
       0190-LOAD-ONE-CONTROL-ROW.
           READ CONTROL-FILE
                AT END MOVE "E" TO WS-CTL-END-FLAG
           END-READ.
           IF WS-CTL-END-FLAG NOT EQUAL "E"
                 IF WS-CONTROL-ROWS LESS 20
                       ADD 1 TO WS-CONTROL-ROWS
                       MOVE XC-MODE TO
                            WS-CTL-MODE-TBL (WS-CONTROL-ROWS)
                       MOVE XC-FROM-ID TO
                            WS-CTL-FROM-TBL (WS-CONTROL-ROWS)
                       MOVE XC-TO-ID TO
                            WS-CTL-TO-TBL (WS-CONTROL-ROWS)
                       MOVE XC-OPERATOR-ID TO
                            WS-CTL-OPERATOR-TBL (WS-CONTROL-ROWS)
                    ELSE
                       MOVE "E" TO WS-CTL-END-FLAG.
      *
       0200-PRINT-TITLE.
           MOVE WS-TEMP-DATE TO WS-TITLE-DATE.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-TITLE-1 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER PAGE.
      *
       0300-PRINT-TOTALS.
           MOVE WS-CONTROL-ROWS    TO XTT-ROWS.
           MOVE WS-ROWS-REJECTED   TO XTT-REJECTED.
           MOVE WS-CLAIMS-MOVED    TO XTT-MOVED.
           MOVE WS-CLAIMS-RETURNED TO XTT-RETURNED.
           MOVE WS-CLAIMS-UNPLACED TO XTT-UNPLACED.
           MOVE WS-DIARY-TOTAL     TO XTT-DIARY.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-1 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 3.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-2 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-3 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-4 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-5 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-TOTAL-6 TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph finds the adjuster in WS-FIND-ID on the
      * table, giving the entry in WS-FIND-SUB or 0 when the ID
      * is not on the master.
      *
       0400-FIND-ADJUSTER.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM 0410-MATCH-ONE-ADJUSTER
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED
                      OR WS-FIND-SUB GREATER 0.
      *
       0410-MATCH-ONE-ADJUSTER.
           IF WS-ADJ-ID-TBL (WS-ADJ-SUB) EQUAL WS-FIND-ID
                 MOVE WS-ADJ-SUB TO WS-FIND-SUB.
      *
      *********************************************************
      *  This paragraph appends one AUDIT-REC to INSURE.AUD for
      * the claim in the record area, in the shape INSURE's
      * 1055-WRITE-AUDIT-REC writes, with the control row's
      * operator and the action in WS-AUDIT-ACTION.
      *
       0500-WRITE-AUDIT-REC.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-XFER-OPERATOR  TO AUD-OPERATOR-ID.
           MOVE WS-TEMP-DATE      TO AUD-DATE.
           MOVE WS-AUDIT-TIME     TO AUD-TIME.
           MOVE CL-CLAIM-NUMBER   TO AUD-CLAIM-NUMBER.
           MOVE WS-AUDIT-ACTION   TO AUD-ACTION.
           WRITE AUDIT-REC.
      *
      *********************************************************
      *  This paragraph hands the diary items on WS-DIARY-CLAIM
      * owned by WS-DIARY-FROM over to WS-DIARY-TO, counting
      * them in WS-DIARY-MOVED. Items others diarised on the
      * claim stay theirs.
      *
       0600-MOVE-DIARY-ITEMS.
           MOVE 0 TO WS-DIARY-MOVED.
           IF WS-DIARY-OPEN-STATUS EQUAL "00"
                 MOVE " " TO WS-DIARY-END-FLAG
                 MOVE WS-DIARY-CLAIM TO DY-CLAIM-NUMBER
                 MOVE 0 TO DY-SEQ
                 START DIARY-FILE KEY IS NOT LESS THAN DY-KEY
                       INVALID KEY MOVE "S" TO WS-DIARY-END-FLAG
                 END-START
                 PERFORM 0610-MOVE-ONE-DIARY-ITEM
                         UNTIL WS-DIARY-END-FLAG EQUAL "S".
           ADD WS-DIARY-MOVED TO WS-DIARY-TOTAL.
      *
       0610-MOVE-ONE-DIARY-ITEM.
           READ DIARY-FILE NEXT RECORD
                AT END MOVE "S" TO WS-DIARY-END-FLAG
           END-READ.
           IF WS-DIARY-END-FLAG NOT EQUAL "S"
                 IF DY-CLAIM-NUMBER NOT EQUAL WS-DIARY-CLAIM
                       MOVE "S" TO WS-DIARY-END-FLAG
                    ELSE
                       IF DY-OPERATOR-ID EQUAL WS-DIARY-FROM
                             MOVE WS-DIARY-TO TO DY-OPERATOR-ID
                             REWRITE IN-DIARY-REC
                             ADD 1 TO WS-DIARY-MOVED.
      *
      *********************************************************
      *  This paragraph counts every open claim into its
      * adjuster's current load - the rule ADJASGN and the W
      * workload report apply.
      *
       0700-COUNT-LOADS.
           MOVE " " TO WS-END-FILE-FLAG.
           PERFORM 0710-COUNT-ONE-LOAD
                   UNTIL WS-END-OF-FILE.
      *
       0710-COUNT-ONE-LOAD.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 MOVE CL-STATUS TO WS-STATUS-TEST
                 IF WS-TEST-OPEN AND
                    CL-ADJUSTER-ID NOT EQUAL SPACES
                       MOVE CL-ADJUSTER-ID TO WS-FIND-ID
                       PERFORM 0400-FIND-ADJUSTER
                       IF WS-FIND-SUB GREATER 0
                             ADD 1 TO WS-ADJ-LOAD-TBL (WS-FIND-SUB).
      *
      *********************************************************
      *  This paragraph works one control row: it is echoed on
      * the register, checked, and either rejected or carried
      * out - a return off the cover file, a transfer or cover
      * off the claim master.
      *
       1000-WORK-ONE-CONTROL-ROW.
           MOVE WS-CTL-MODE-TBL (WS-CTL-SUB)     TO WS-XFER-MODE.
           MOVE WS-CTL-FROM-TBL (WS-CTL-SUB)     TO WS-XFER-FROM.
           MOVE WS-CTL-TO-TBL (WS-CTL-SUB)       TO WS-XFER-TO.
           MOVE WS-CTL-OPERATOR-TBL (WS-CTL-SUB) TO WS-XFER-OPERATOR.
           IF WS-XFER-OPERATOR EQUAL SPACES
                 MOVE "ADJXFR" TO WS-XFER-OPERATOR.
           MOVE ZERO TO WS-ROW-COUNTERS.
           PERFORM 1010-ECHO-CONTROL-ROW.
           PERFORM 1020-CHECK-CONTROL-ROW.
           IF WS-REJECT-REASON NOT EQUAL SPACES
                 ADD 1 TO WS-ROWS-REJECTED
                 MOVE WS-REJECT-REASON TO CRL-REASON
                 MOVE SPACES TO OUT-XFER-REC
                 MOVE WS-CTL-REJECT-LINE TO OUT-XFER-REC
                 WRITE OUT-XFER-REC AFTER 1
              ELSE
                 MOVE SPACES TO OUT-XFER-REC
                 MOVE WS-XFR-COL-HEADER TO OUT-XFER-REC
                 WRITE OUT-XFER-REC AFTER 2
                 IF WS-MODE-RETURN
                       PERFORM 3000-RETURN-FROM-COVER
                    ELSE
                       PERFORM 2000-MOVE-BOOK
                 END-IF
                 MOVE WS-ROW-MOVED    TO RTL-MOVED
                 MOVE WS-ROW-UNPLACED TO RTL-UNPLACED
                 MOVE WS-ROW-KEPT     TO RTL-KEPT
                 MOVE SPACES TO OUT-XFER-REC
                 MOVE WS-ROW-TOTAL-LINE TO OUT-XFER-REC
                 WRITE OUT-XFER-REC AFTER 2.
      *
       1010-ECHO-CONTROL-ROW.
           IF WS-MODE-TRANSFER
                 MOVE "TRANSFER " TO CEL-MODE
              ELSE
              IF WS-MODE-COVER
                    MOVE "COVER    " TO CEL-MODE
                 ELSE
                 IF WS-MODE-RETURN
                       MOVE "RETURN   " TO CEL-MODE
                    ELSE
                       MOVE "MODE ?   " TO CEL-MODE.
           MOVE WS-XFER-FROM TO CEL-FROM.
           IF WS-MODE-RETURN
                 MOVE "COVERING ADJUSTERS" TO CEL-TO
              ELSE
              IF WS-XFER-TO EQUAL SPACES
                    MOVE "SPREAD BY ADJASGN" TO CEL-TO
                 ELSE
                    MOVE WS-XFER-TO TO CEL-TO.
           MOVE WS-XFER-OPERATOR TO CEL-OPERATOR.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-CTL-ECHO-LINE TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 3.
      *
      *********************************************************
      *  This paragraph checks the control row in hand, leaving
      * WS-REJECT-REASON blank when it can be carried out. A
      * returning adjuster must have a live credential again; a
      * named successor must be on the master, live, and not
      * the adjuster being moved from.
      *
       1020-CHECK-CONTROL-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-TO-SUB.
           MOVE WS-XFER-FROM TO WS-FIND-ID.
           PERFORM 0400-FIND-ADJUSTER.
           MOVE WS-FIND-SUB TO WS-FROM-SUB.
           IF NOT WS-MODE-VALID
                 MOVE "MODE MUST BE T, C OR R" TO WS-REJECT-REASON
              ELSE
              IF WS-XFER-FROM EQUAL SPACES
                    MOVE "NO ADJUSTER TO MOVE FROM"
                         TO WS-REJECT-REASON
                 ELSE
                 IF WS-MODE-RETURN
                       IF WS-FROM-SUB EQUAL 0
                             MOVE "ADJUSTER NOT ON ADJUSTER MASTER"
                                  TO WS-REJECT-REASON
                          ELSE
                          IF WS-ADJ-LIVE-TBL (WS-FROM-SUB)
                             NOT EQUAL "Y"
                                MOVE "ADJUSTER CREDENTIAL NOT LIVE"
                                     TO WS-REJECT-REASON
                          END-IF
                       END-IF
                    ELSE
                    IF WS-XFER-TO NOT EQUAL SPACES
                          PERFORM 1030-CHECK-SUCCESSOR.
      *
       1030-CHECK-SUCCESSOR.
           MOVE WS-XFER-TO TO WS-FIND-ID.
           PERFORM 0400-FIND-ADJUSTER.
           MOVE WS-FIND-SUB TO WS-TO-SUB.
           IF WS-XFER-TO EQUAL WS-XFER-FROM
                 MOVE "SUCCESSOR IS THE SAME ADJUSTER"
                      TO WS-REJECT-REASON
              ELSE
              IF WS-TO-SUB EQUAL 0
                    MOVE "SUCCESSOR NOT ON ADJUSTER MASTER"
                         TO WS-REJECT-REASON
                 ELSE
                 IF WS-ADJ-LIVE-TBL (WS-TO-SUB) NOT EQUAL "Y"
                       MOVE "SUCCESSOR CREDENTIAL NOT LIVE"
                            TO WS-REJECT-REASON.
      *
      *********************************************************
      *  This paragraph moves the departing or absent adjuster's
      * open claims: they are gathered off the adjuster ID key,
      * then each is re-read off its claim number and moved. A
      * book bigger than the table moves what the table holds;
      * the rest stay with the adjuster, counted as left as is,
      * for the row to be run again.
      *
       2000-MOVE-BOOK.
           MOVE 0 TO WS-BOOK-USED.
           MOVE 0 TO WS-BOOK-HELD-OVER.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE WS-XFER-FROM TO CL-ADJUSTER-ID.
           START CLIENT-FILE KEY IS EQUAL TO CL-ADJUSTER-ID
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 2005-GATHER-ONE-CLAIM
                   UNTIL WS-END-OF-FILE.
           PERFORM 2010-MOVE-ONE-CLAIM
                   VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB GREATER WS-BOOK-USED.
           IF WS-BOOK-HELD-OVER GREATER 0
                 ADD WS-BOOK-HELD-OVER TO WS-ROW-KEPT
                 ADD WS-BOOK-HELD-OVER TO WS-CLAIMS-KEPT
                 MOVE WS-BOOK-HELD-OVER TO HOL-COUNT
                 MOVE SPACES TO OUT-XFER-REC
                 MOVE WS-HELD-OVER-LINE TO OUT-XFER-REC
                 WRITE OUT-XFER-REC AFTER 1.
      *
       2005-GATHER-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF CL-ADJUSTER-ID NOT EQUAL WS-XFER-FROM
                       MOVE "S" TO WS-END-FILE-FLAG
                    ELSE
                       MOVE CL-STATUS TO WS-STATUS-TEST
                       IF WS-TEST-OPEN
                             IF WS-BOOK-USED LESS 999
                                   ADD 1 TO WS-BOOK-USED
                                   MOVE CL-CLAIM-NUMBER TO
                                        WS-BOOK-CLAIM-TBL
                                                   (WS-BOOK-USED)
                                ELSE
                                   ADD 1 TO WS-BOOK-HELD-OVER
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
       2010-MOVE-ONE-CLAIM.
           MOVE WS-BOOK-CLAIM-TBL (WS-BOOK-SUB) TO CL-CLAIM-NUMBER.
           MOVE "Y" TO WS-CLAIM-FOUND-FLAG.
           READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                INVALID KEY MOVE "N" TO WS-CLAIM-FOUND-FLAG
           END-READ.
           IF WS-CLAIM-FOUND
                 MOVE CL-STATUS TO WS-STATUS-TEST
                 IF WS-TEST-OPEN AND
                    CL-ADJUSTER-ID EQUAL WS-XFER-FROM
                       IF WS-TO-SUB GREATER 0
                             MOVE WS-TO-SUB TO WS-NEW-SUB
                          ELSE
                             PERFORM 2020-PICK-ADJUSTER
                             MOVE WS-BEST-SUB TO WS-NEW-SUB
                       END-IF
                       IF WS-NEW-SUB GREATER 0
                             PERFORM 2040-APPLY-MOVE
                          ELSE
                             ADD 1 TO WS-ROW-UNPLACED
                             ADD 1 TO WS-CLAIMS-UNPLACED
                             MOVE "*** NO ADJUSTER AVAILABLE"
                                  TO XNL-NOTE
                             PERFORM 2060-PRINT-NOTE-LINE
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph picks the adjuster for the claim in the
      * record area by ADJASGN's rules - same region, under cap,
      * a class specialty match beating a non-match, then the
      * lightest load - from the live adjusters other than the
      * one being moved from.
      *
       2020-PICK-ADJUSTER.
           MOVE 0 TO WS-BEST-SUB.
           MOVE "N" TO WS-BEST-SPECIAL.
           PERFORM 2030-JUDGE-ONE-CANDIDATE
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
      *
       2030-JUDGE-ONE-CANDIDATE.
           IF WS-ADJ-REGION-TBL (WS-ADJ-SUB) EQUAL CL-REGION   AND
              WS-ADJ-LOAD-TBL (WS-ADJ-SUB) LESS
              WS-ADJ-CAP-TBL (WS-ADJ-SUB)                      AND
              WS-ADJ-LIVE-TBL (WS-ADJ-SUB) EQUAL "Y"           AND
              WS-ADJ-ID-TBL (WS-ADJ-SUB) NOT EQUAL WS-XFER-FROM
                 MOVE "N" TO WS-CAND-SPECIAL
                 PERFORM 2035-CHECK-ONE-SPECIALTY
                         VARYING WS-SPEC-SUB FROM 1 BY 1
                         UNTIL WS-SPEC-SUB GREATER 3
                 IF WS-BEST-SUB EQUAL 0
                       MOVE WS-ADJ-SUB TO WS-BEST-SUB
                       MOVE WS-CAND-SPECIAL TO WS-BEST-SPECIAL
                    ELSE
                    IF WS-CAND-SPECIAL = "Y" AND
                       WS-BEST-SPECIAL = "N"
                          MOVE WS-ADJ-SUB TO WS-BEST-SUB
                          MOVE "Y" TO WS-BEST-SPECIAL
                       ELSE
                       IF WS-CAND-SPECIAL = WS-BEST-SPECIAL AND
                          WS-ADJ-LOAD-TBL (WS-ADJ-SUB) LESS
                          WS-ADJ-LOAD-TBL (WS-BEST-SUB)
                             MOVE WS-ADJ-SUB TO WS-BEST-SUB
                       END-IF
                    END-IF
                 END-IF
           END-IF.
      *
       2035-CHECK-ONE-SPECIALTY.
           IF WS-ADJ-SPEC-TBL (WS-ADJ-SUB WS-SPEC-SUB)
              EQUAL CL-CLASS-CODE AND
              CL-CLASS-CODE NOT EQUAL ZERO
                 MOVE "Y" TO WS-CAND-SPECIAL.
      *
      *********************************************************
      *  This paragraph moves the claim in the record area to the
      * adjuster at WS-NEW-SUB: the claim is rewritten, the
      * loads shifted, the diary items handed over, the cover
      * file brought up to date, the move audited and listed.
      *
       2040-APPLY-MOVE.
           MOVE CL-ADJUSTER-ID TO WS-OLD-ADJUSTER.
           MOVE WS-ADJ-ID-TBL (WS-NEW-SUB) TO CL-ADJUSTER-ID.
           REWRITE IN-CLIENT-REC.
           IF WS-FROM-SUB GREATER 0 AND
              WS-ADJ-LOAD-TBL (WS-FROM-SUB) GREATER 0
                 SUBTRACT 1 FROM WS-ADJ-LOAD-TBL (WS-FROM-SUB).
           ADD 1 TO WS-ADJ-LOAD-TBL (WS-NEW-SUB).
           ADD 1 TO WS-ROW-MOVED.
           ADD 1 TO WS-CLAIMS-MOVED.
           MOVE CL-CLAIM-NUMBER TO WS-DIARY-CLAIM.
           MOVE WS-OLD-ADJUSTER TO WS-DIARY-FROM.
           MOVE CL-ADJUSTER-ID  TO WS-DIARY-TO.
           PERFORM 0600-MOVE-DIARY-ITEMS.
           PERFORM 2050-NOTE-COVER.
           IF WS-MODE-COVER
                 MOVE "XCOV" TO WS-AUDIT-ACTION
              ELSE
                 MOVE "XFER" TO WS-AUDIT-ACTION.
           PERFORM 0500-WRITE-AUDIT-REC.
           MOVE WS-NEW-SUB TO WS-ADJ-SUB.
           PERFORM 2070-PRINT-MOVE-LINE.
      *
      *********************************************************
      *  This paragraph keeps the cover file in step with a move.
      * A claim already under cover keeps its original adjuster
      * and takes the new one as its cover, so the original's
      * return still finds it; a claim moved under cover for the
      * first time is added.
      *
       2050-NOTE-COVER.
           MOVE CL-CLAIM-NUMBER TO CV-CLAIM-NUMBER.
           READ COVER-FILE
                INVALID KEY
                   MOVE "N" TO CV-STATUS
           END-READ.
           IF WS-COVER-STATUS EQUAL "00" AND
              CV-STATUS EQUAL "A"
                 MOVE CL-ADJUSTER-ID TO CV-COVER-ADJUSTER
                 REWRITE IN-COVER-REC
              ELSE
              IF WS-MODE-COVER
                    IF WS-COVER-STATUS EQUAL "00"
                          PERFORM 2055-BUILD-COVER-REC
                          REWRITE IN-COVER-REC
                       ELSE
                          PERFORM 2055-BUILD-COVER-REC
                          WRITE IN-COVER-REC
                    END-IF
              END-IF
           END-IF.
      *
       2055-BUILD-COVER-REC.
           MOVE SPACES TO IN-COVER-REC.
           MOVE CL-CLAIM-NUMBER  TO CV-CLAIM-NUMBER.
           MOVE WS-OLD-ADJUSTER  TO CV-ORIG-ADJUSTER.
           MOVE CL-ADJUSTER-ID   TO CV-COVER-ADJUSTER.
           MOVE WS-TODAY-DDMMYY  TO CV-START-DATE.
           MOVE "A"              TO CV-STATUS.
           MOVE 0                TO CV-RETURN-DATE.
           MOVE WS-XFER-OPERATOR TO CV-OPERATOR-ID.
      *
       2060-PRINT-NOTE-LINE.
           MOVE CL-CLAIM-NUMBER TO XNL-CLAIM-NUMBER.
           MOVE CL-REGION       TO XNL-REGION.
           MOVE CL-ADJUSTER-ID  TO XNL-OLD.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-NOTE-LINE TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
      *
       2070-PRINT-MOVE-LINE.
           MOVE CL-CLAIM-NUMBER TO XFL-CLAIM-NUMBER.
           MOVE CL-REGION       TO XFL-REGION.
           MOVE WS-OLD-ADJUSTER TO XFL-OLD.
           MOVE CL-ADJUSTER-ID  TO XFL-NEW.
           MOVE WS-ADJ-NAME-TBL (WS-ADJ-SUB) TO XFL-NAME.
           MOVE WS-DIARY-MOVED  TO XFL-DIARY.
           MOVE WS-ADJ-LOAD-TBL (WS-ADJ-SUB) TO XFL-LOAD.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-XFR-LINE TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph brings a returning adjuster's claims back
      * off the cover file. A claim still open and still with
      * the adjuster who covered it goes back, diary and all; one
      * since closed or reassigned by hand is left where it is
      * and listed. Either way the cover is ended.
      *
       3000-RETURN-FROM-COVER.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE ZERO TO CV-CLAIM-NUMBER.
           START COVER-FILE KEY IS NOT LESS THAN CV-CLAIM-NUMBER
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 3010-CHECK-ONE-COVER
                   UNTIL WS-END-OF-FILE.
      *
       3010-CHECK-ONE-COVER.
           READ COVER-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF CV-STATUS EQUAL "A" AND
                    CV-ORIG-ADJUSTER EQUAL WS-XFER-FROM
                       PERFORM 3020-RETURN-ONE-CLAIM
                       MOVE "R" TO CV-STATUS
                       MOVE WS-TODAY-DDMMYY TO CV-RETURN-DATE
                       REWRITE IN-COVER-REC
                 END-IF
           END-IF.
      *
       3020-RETURN-ONE-CLAIM.
           MOVE CV-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
           READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                INVALID KEY
                   MOVE "C" TO CL-STATUS
                   MOVE SPACES TO CL-REGION
                   MOVE CV-COVER-ADJUSTER TO CL-ADJUSTER-ID
           END-READ.
           MOVE CL-STATUS TO WS-STATUS-TEST.
           IF NOT WS-TEST-OPEN
                 ADD 1 TO WS-ROW-KEPT
                 ADD 1 TO WS-CLAIMS-KEPT
                 MOVE "CLAIM CLOSED OR GONE - LEFT AS IS" TO XNL-NOTE
                 PERFORM 2060-PRINT-NOTE-LINE
              ELSE
              IF CL-ADJUSTER-ID NOT EQUAL CV-COVER-ADJUSTER
                    ADD 1 TO WS-ROW-KEPT
                    ADD 1 TO WS-CLAIMS-KEPT
                    MOVE "REASSIGNED SINCE COVER - LEFT AS IS"
                         TO XNL-NOTE
                    PERFORM 2060-PRINT-NOTE-LINE
                 ELSE
                    PERFORM 3030-APPLY-RETURN.
      *
       3030-APPLY-RETURN.
           MOVE CL-ADJUSTER-ID TO WS-OLD-ADJUSTER.
           MOVE CL-ADJUSTER-ID TO WS-FIND-ID.
           PERFORM 0400-FIND-ADJUSTER.
           IF WS-FIND-SUB GREATER 0 AND
              WS-ADJ-LOAD-TBL (WS-FIND-SUB) GREATER 0
                 SUBTRACT 1 FROM WS-ADJ-LOAD-TBL (WS-FIND-SUB).
           MOVE CV-ORIG-ADJUSTER TO CL-ADJUSTER-ID.
           REWRITE IN-CLIENT-REC.
           ADD 1 TO WS-ADJ-LOAD-TBL (WS-FROM-SUB).
           ADD 1 TO WS-ROW-MOVED.
           ADD 1 TO WS-CLAIMS-RETURNED.
           MOVE CL-CLAIM-NUMBER TO WS-DIARY-CLAIM.
           MOVE WS-OLD-ADJUSTER TO WS-DIARY-FROM.
           MOVE CL-ADJUSTER-ID  TO WS-DIARY-TO.
           PERFORM 0600-MOVE-DIARY-ITEMS.
           MOVE "XRET" TO WS-AUDIT-ACTION.
           PERFORM 0500-WRITE-AUDIT-REC.
           MOVE WS-FROM-SUB TO WS-ADJ-SUB.
           PERFORM 2070-PRINT-MOVE-LINE.
      *
      *********************************************************
      *  This paragraph flags every adjuster whose load stands
      * over their cap once the moves are done - a named
      * successor takes the whole book whatever their cap.
      *
       4000-FLAG-OVER-CAPS.
           MOVE SPACES TO OUT-XFER-REC.
           MOVE WS-OVER-CAP-HEAD TO OUT-XFER-REC.
           WRITE OUT-XFER-REC AFTER 3.
           PERFORM 4010-FLAG-ONE-ADJUSTER
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB GREATER WS-ADJUSTERS-LOADED.
      *
       4010-FLAG-ONE-ADJUSTER.
           IF WS-ADJ-LOAD-TBL (WS-ADJ-SUB) GREATER
              WS-ADJ-CAP-TBL (WS-ADJ-SUB)
                 ADD 1 TO WS-OVER-CAP-COUNT
                 MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB)   TO OCL-ADJUSTER
                 MOVE WS-ADJ-NAME-TBL (WS-ADJ-SUB) TO OCL-NAME
                 MOVE WS-ADJ-LOAD-TBL (WS-ADJ-SUB) TO OCL-LOAD
                 MOVE WS-ADJ-CAP-TBL (WS-ADJ-SUB)  TO OCL-CAP
                 MOVE SPACES TO OUT-XFER-REC
                 MOVE WS-OVER-CAP-LINE TO OUT-XFER-REC
                 WRITE OUT-XFER-REC AFTER 1.
