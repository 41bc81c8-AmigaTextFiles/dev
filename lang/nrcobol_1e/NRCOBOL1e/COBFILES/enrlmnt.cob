      * student must be on SECURITY.DAT2 and the course on the
      * COURSE.DAT master CRSMAINT keeps.
      *
      *  A student under a financial hold on STUDAR.DAT - placed
      * by the ARDUNN dunning run once their account is far
      * enough overdue - is refused any new enrollment, a retake
      * included, until the bursar releases the hold through
      * ARPOST. Withdrawals are never held up.
      *
      *  A withdrawal no longer deletes the enrollment: the row
      * stays on ENROLL.DAT marked W with the date, so the
      * student's history shows the course was dropped, and
      * nothing that reads the term's enrollments counts it. A
      * course dropped after TUITBILL has billed it earns back
      * the share of its credit-hour charge (hours times the
      * FEESCHED.DAT rate) the term calendar TERMCAL.DAT allows
      * for the days since the term started, worked out through
      * the shared DatDiff routine. The refund is credited to
      * the student's balance on STUDAR.DAT, applied to what is
      * owed oldest first the way ARPOST applies a payment, and
      * logged on REFUND.DAT for the REFNDRPT register. With no
      * calendar kept for the term the refund is left to the
      * bursar.
      *
      *  A course is taught each term in sections, kept on
      * SECTION.DAT through CRSMAINT with the seat capacity and
      * the meeting days and times. Enrollment is into a
      * section: it is refused when the student already has a
      * section of another course meeting at the same time on
      * one of the same days, and when the section is full the
      * student is offered a place on its waitlist WAITLIST.DAT,
      * numbered in request order. When a student drops a
      * sectioned course the seat passes to the first student
      * still waiting - enrolled automatically unless under a
      * financial hold, already in the course or clashing, in
      * which case their place is passed over and the next one
      * tried - and a notice for the student is added to
      * WAITNOTE.PRT. A course with no sections kept for the
      * term still enrolls without one, as it always has.
      *
      *  A course's prerequisites, kept on COURSE.DAT through
      * CRSMAINT, must each show on the student's course grade
      * history CRSHIST.DAT (posted by GPAUPDT) at no less than
      * the minimum grade, their best attempt counting. Short
      * of that the enrollment is refused, unless a level-4
      * operator overrides it - the override written to the
      * SECURITY.AUD trail as a PREQ action against the student.
      *
      *  Functions: E enroll a student in a course, W withdraw
      * them from it, R print a section roster for a course
      * (ENRLROST.PRT) section by section with the seats each
      * has left, G generate the TERMGRAD.DAT skeleton from the
      * actual enrollments - student, course count and each
      * course's code and credit hours with the grade points
      * left zero for the registry to fill - so GRADEDIT stops
      * rejecting typing errors that never needed to exist. The
      * term code comes from GPATERM.DAT the way GPAUPDT reads
      * it, falling back to the run date's YYYYMM.
      *
      *  Where instructors key their grades through GRDENTRY,
      * GRDCLOSE builds TERMGRAD.DAT with the grades in place of
      * the skeleton.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
      *DATE-WRITTEN.
                             WITH DUPLICATES
            FILE STATUS IS   WS-SECURE-STATUS.

            SELECT           AR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    AR-NUMBER
            FILE STATUS IS   WS-AR-STATUS.

            SELECT           CHARGE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CH-KEY
            FILE STATUS IS   WS-CHARGE-STATUS.

            SELECT           CALENDAR-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    TC-TERM
            FILE STATUS IS   WS-CALENDAR-STATUS.

            SELECT           FEE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-FEE-STATUS.

            SELECT           REFUND-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-REFUND-STATUS.

            SELECT           SECTION-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    SC-KEY
            FILE STATUS IS   WS-SECTION-STATUS.

            SELECT           WAITLIST-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    WL-KEY
            FILE STATUS IS   WS-WAIT-STATUS.

            SELECT           NOTICE-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-NOTICE-STATUS.

            SELECT           COURSE-GRADE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CG-KEY
            FILE STATUS IS   WS-COURSE-GRADE-STATUS.

            SELECT           AUDIT-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-AUDIT-STATUS.

            SELECT           ROSTER-PRINT
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
               05 EN-NUMBER    PIC 9(6).
               05 EN-COURSE    PIC X(6).
           03 EN-TERM          PIC X(6).
           03 EN-STATUS        PIC X.
               88 EN-WITHDRAWN       VALUE "W".
           03 EN-ENROLL-DATE   PIC 9(8).
           03 EN-STATUS-DATE   PIC 9(8).
           03 EN-SECTION       PIC XX.
      *
       FD COURSE-FILE
            LABEL RECORD IS STANDARD
           03 CO-COURSE-CODE   PIC X(6).
           03 CO-TITLE         PIC X(20).
           03 CO-CRED-HOURS    PIC 9.
           03 CO-PREREQS.
               05 CO-PREREQ OCCURS 4 TIMES.
                   07 CO-PREREQ-CODE PIC X(6).
                   07 CO-PREREQ-MIN  PIC 9V9.
      *
       FD SECURE-FILE
            LABEL RECORD IS STANDARD
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
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
               88 AR-ON-HOLD         VALUE "H".
           03 AR-HOLD-DATE     PIC X(8).
      *
       FD CHARGE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "STUCHG.DAT".
       01 IN-CHARGE-REC.
           03 CH-KEY.
               05 CH-NUMBER    PIC 9(6).
               05 CH-SEQUENCE  PIC 9(3).
           03 CH-TERM          PIC X(6).
           03 CH-TYPE          PIC X.
           03 CH-BILL-DATE.
               05 CH-BILL-YYYY PIC 9(4).
               05 CH-BILL-MM   PIC 99.
               05 CH-BILL-DD   PIC 99.
           03 CH-DUE-DATE.
               05 CH-DUE-YYYY  PIC 9(4).
               05 CH-DUE-MM    PIC 99.
               05 CH-DUE-DD    PIC 99.
           03 CH-AMOUNT        PIC 9(7).
           03 CH-PAID          PIC 9(7).
      *
       FD CALENDAR-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TERMCAL.DAT".
       01 IN-CALENDAR-REC.
           03 TC-TERM          PIC X(6).
           03 TC-START-DATE.
               05 TC-START-YYYY PIC 9(4).
               05 TC-START-MM  PIC 99.
               05 TC-START-DD  PIC 99.
           03 TC-BREAKPOINTS.
               05 TC-BREAKPOINT OCCURS 4 TIMES.
                   07 TC-BREAK-DAYS PIC 9(3).
                   07 TC-BREAK-PCT  PIC 9(3).
      *
       FD FEE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "FEESCHED.DAT".
       01 IN-FEE-REC.
           03 FE-RATE-PER-HOUR PIC 9(5).
           03 FILLER           PIC X.
           03 FE-FLAT-FEE      PIC 9(5).
      *
       FD REFUND-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REFUND.DAT".
       01 REFUND-REC.
           03 RF-NUMBER           PIC 9(6).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-COURSE           PIC X(6).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-TERM             PIC X(6).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-DATE             PIC 9(8).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-DAYS             PIC 9(4).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-PERCENT          PIC 9(3).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-CHARGE           PIC 9(7).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-AMOUNT           PIC 9(7).
           03 FILLER              PIC X VALUE SPACE.
           03 RF-OPERATOR-ID      PIC X(6).
      *
       FD SECTION-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SECTION.DAT".
       01 IN-SECTION-REC.
           03 SC-KEY.
               05 SC-COURSE    PIC X(6).
               05 SC-TERM      PIC X(6).
               05 SC-SECTION   PIC XX.
           03 SC-CAPACITY      PIC 9(3).
           03 SC-ENROLLED      PIC 9(3).
           03 SC-DAYS          PIC X(6).
           03 SC-START-TIME    PIC 9(4).
           03 SC-END-TIME      PIC 9(4).
           03 SC-ROOM          PIC X(6).
           03 SC-NEXT-WAIT     PIC 9(3).
      *
       FD WAITLIST-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "WAITLIST.DAT".
       01 IN-WAIT-REC.
           03 WL-KEY.
               05 WL-COURSE    PIC X(6).
               05 WL-TERM      PIC X(6).
               05 WL-SECTION   PIC XX.
               05 WL-SEQUENCE  PIC 9(3).
           03 WL-NUMBER        PIC 9(6).
           03 WL-STATUS        PIC X.
               88 WL-WAITING         VALUE " ".
               88 WL-PLACED          VALUE "E".
               88 WL-PASSED-OVER     VALUE "X".
           03 WL-REQUEST-DATE  PIC 9(8).
           03 WL-STATUS-DATE   PIC 9(8).
      *
       FD NOTICE-PRINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "WAITNOTE.PRT".
       01 PRT-NOTICE-REC.
           03 FILLER           PIC A(80).
      *
       FD COURSE-GRADE-FILE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CRSHIST.DAT".
       01 CG-GRADE-REC.
           03 CG-KEY.
               05 CG-NUMBER    PIC 9(6).
               05 CG-COURSE    PIC X(6).
               05 CG-TERM      PIC X(6).
           03 CG-CREDIT-HOURS  PIC 9.
           03 CG-GRADE-POINTS  PIC 9V9.
           03 CG-POSTED-DATE   PIC X(8).
      *
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SECURITY.AUD".
       01 AUDIT-REC.
           03 AUD-OPERATOR-ID     PIC X(6).
           03 FILLER              PIC X VALUE SPACE.
           03 AUD-DATE            PIC X(8).
           03 FILLER              PIC X VALUE SPACE.
           03 AUD-TIME            PIC 9(8).
           03 FILLER              PIC X VALUE SPACE.
           03 AUD-ST-NUMBER       PIC 9(6).
           03 FILLER              PIC X VALUE SPACE.
           03 AUD-ACTION          PIC X(4).
      *
       FD ROSTER-PRINT
           LABEL RECORD IS STANDARD
           03 TG-NUMBER         PIC 9(6).
           03 TG-COURSE-COUNT   PIC 9.
           03 TG-COURSE         OCCURS 8 TIMES.
               05 TG-COURSE-CODE   PIC X(6).
               05 TG-CREDIT-HOURS  PIC 9.
               05 TG-GRADE-POINTS  PIC 9V9.
      *
       01 WS-PRINT-STATUS         PIC XX VALUE "00".
       01 WS-GRADES-STATUS        PIC XX VALUE "00".
       01 WS-TERM-PARM-STATUS     PIC XX VALUE "00".
       01 WS-AR-STATUS            PIC XX VALUE "00".
       01 WS-AR-OPEN-FLAG         PIC X  VALUE "N".
           88 WS-AR-OPEN              VALUE "Y".
       01 WS-CHARGE-STATUS        PIC XX VALUE "00".
       01 WS-CHARGE-OPEN-FLAG     PIC X  VALUE "N".
           88 WS-CHARGE-OPEN          VALUE "Y".
       01 WS-CALENDAR-STATUS      PIC XX VALUE "00".
       01 WS-CALENDAR-OPEN-FLAG   PIC X  VALUE "N".
           88 WS-CALENDAR-OPEN        VALUE "Y".
       01 WS-FEE-STATUS           PIC XX VALUE "00".
       01 WS-FEE-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-FEE-FOUND            VALUE "Y".
       01 WS-REFUND-STATUS        PIC XX VALUE "00".
       01 WS-SECTION-STATUS       PIC XX VALUE "00".
       01 WS-WAIT-STATUS          PIC XX VALUE "00".
       01 WS-NOTICE-STATUS        PIC XX VALUE "00".
       01 WS-COURSE-GRADE-STATUS  PIC XX VALUE "00".
       01 WS-GRADE-OPEN-FLAG      PIC X  VALUE "N".
           88 WS-GRADE-OPEN           VALUE "Y".
       01 WS-AUDIT-STATUS         PIC XX VALUE "00".
       01 WS-AUDIT-TIME           PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACTION         PIC X(4) VALUE SPACES.
       01 WS-CHG-END-FLAG         PIC X  VALUE " ".
       01 WS-STOP-RUN-FLAG        PIC X  VALUE " ".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
           88 WS-END-OF-FILE          VALUE "S".
       01 WS-SENIOR-LEVEL-NEEDED  PIC 9  VALUE 2.
       01 WS-OVERRIDE-LEVEL-NEEDED PIC 9 VALUE 4.
       01 WS-ENROLLED-COUNT       PIC 9(5) VALUE 0.
       01 WS-ROSTER-COUNT         PIC 999 VALUE 0.
       01 WS-SKELETON-COUNT       PIC 9(5) VALUE 0.
           88 WS-STUDENT-OK           VALUE "Y".
       01 WS-COURSE-OK-FLAG       PIC X VALUE "N".
           88 WS-COURSE-OK            VALUE "Y".
       01 WS-FINANCIAL-HOLD-FLAG  PIC X VALUE "N".
           88 WS-FINANCIAL-HOLD       VALUE "Y".
      *
      *  Section enrollment: the section keyed and its meeting
      * pattern, the student and course being placed (the one
      * keyed, or the first off a waitlist when a seat frees),
      * and the course whose section a clash was found with.
      *
       01 WS-PICK-SECTION         PIC XX   VALUE SPACES.
       01 WS-SECTION-OK-FLAG      PIC X VALUE "N".
           88 WS-SECTION-OK           VALUE "Y".
       01 WS-SECTION-FULL-FLAG    PIC X VALUE "N".
           88 WS-SECTION-FULL         VALUE "Y".
       01 WS-SECTIONED-FLAG       PIC X VALUE "N".
           88 WS-COURSE-SECTIONED     VALUE "Y".
       01 WS-ALREADY-FLAG         PIC X VALUE "N".
           88 WS-ALREADY-ENROLLED     VALUE "Y".
       01 WS-CLASH-FLAG           PIC X VALUE "N".
           88 WS-TIME-CLASH           VALUE "Y".
       01 WS-DAY-SHARED-FLAG      PIC X VALUE "N".
           88 WS-DAY-SHARED           VALUE "Y".
       01 WS-REVIVED-FLAG         PIC X VALUE "N".
           88 WS-REVIVED              VALUE "Y".
       01 WS-WAITING-FLAG         PIC X VALUE "N".
           88 WS-ALREADY-WAITING      VALUE "Y".
       01 WS-PLACED-FLAG          PIC X VALUE "N".
           88 WS-SEAT-FILLED          VALUE "Y".
       01 WS-CLASH-END-FLAG       PIC X VALUE " ".
       01 WS-WAIT-END-FLAG        PIC X VALUE " ".
       01 WS-SECT-END-FLAG        PIC X VALUE " ".
       01 WS-PLACE-NUMBER         PIC 9(6) VALUE 0.
       01 WS-PLACE-COURSE         PIC X(6) VALUE SPACES.
       01 WS-PLACE-SECTION        PIC XX   VALUE SPACES.
       01 WS-CLASH-COURSE         PIC X(6) VALUE SPACES.
       01 WS-CAND-START-TIME      PIC 9(4) VALUE 0.
       01 WS-CAND-END-TIME        PIC 9(4) VALUE 0.
       01 WS-CAND-DAYS            PIC X(6) VALUE SPACES.
       01 WS-CAND-DAY-TBL REDEFINES WS-CAND-DAYS.
           03 WS-CAND-DAY         PIC X OCCURS 6 TIMES.
       01 WS-OTHER-DAYS           PIC X(6) VALUE SPACES.
       01 WS-OTHER-DAY-TBL REDEFINES WS-OTHER-DAYS.
           03 WS-OTHER-DAY        PIC X OCCURS 6 TIMES.
       01 WS-DAY-SUB              PIC 9 VALUE 0.
       01 WS-WAIT-AHEAD           PIC 999 VALUE 0.
       01 WS-PASSED-COUNT         PIC 999 VALUE 0.
       01 WS-PASS-REASON          PIC X(30) VALUE SPACES.
       01 WS-CLASH-REASON.
           03 FILLER              PIC X(17) VALUE "TIMES CLASH WITH ".
           03 WS-CLASH-REASON-COURSE PIC X(6).
       01 WS-ENROLL-OK-FLAG       PIC X VALUE "N".
           88 WS-ENROLL-OK            VALUE "Y".
      *
      *  Prerequisites of the course being enrolled, copied off
      * its master record, and the one found short.
      *
       01 WS-PREREQS.
           03 WS-PREREQ           OCCURS 4 TIMES.
               05 WS-PREREQ-CODE  PIC X(6).
               05 WS-PREREQ-MIN   PIC 9V9.
       01 WS-PRQ-SUB              PIC 9 VALUE 0.
       01 WS-PREREQ-MET-FLAG      PIC X VALUE "Y".
           88 WS-PREREQ-MET           VALUE "Y".
       01 WS-PRQ-TAKEN-FLAG       PIC X VALUE "N".
           88 WS-PRQ-TAKEN            VALUE "Y".
       01 WS-PRQ-END-FLAG         PIC X VALUE " ".
       01 WS-BEST-GRADE           PIC 9V9 VALUE 0.
       01 WS-SHORT-PREREQ         PIC X(6) VALUE SPACES.
       01 WS-SHORT-MIN            PIC 9V9 VALUE 0.
      *
      *  Roster by section: the section being printed, its
      * enrolled and waiting counts and the seats it has left.
      *
       01 WS-ROS-SECTION          PIC XX   VALUE SPACES.
       01 WS-ROS-CAPACITY         PIC 9(3) VALUE 0.
       01 WS-SECTION-COUNT        PIC 999  VALUE 0.
       01 WS-SEATS-LEFT           PIC 999  VALUE 0.
       01 WS-GROUP-PRINTED-FLAG   PIC X VALUE "N".
           88 WS-GROUP-PRINTED        VALUE "Y".
      *
      *  Refund of a dropped course: the term and enrollment
      * date of the row dropped, whether the term bill took the
      * course in, the days since the term started and the
      * share of the course's charge the calendar gives back.
      *
       01 WS-RATE-PER-HOUR        PIC 9(5) VALUE 0.
       01 WS-DROP-TERM            PIC X(6) VALUE SPACES.
       01 WS-DROP-ENROLL-DATE     PIC 9(8) VALUE 0.
       01 WS-CHG-BILL-YMD         PIC 9(8) VALUE 0.
       01 WS-BILLED-FLAG          PIC X VALUE "N".
           88 WS-BILLED               VALUE "Y".
       01 WS-CALENDAR-FOUND-FLAG  PIC X VALUE "N".
           88 WS-CALENDAR-FOUND       VALUE "Y".
       01 WS-PCT-SET-FLAG         PIC X VALUE "N".
           88 WS-PCT-SET              VALUE "Y".
       01 WS-BRK-SUB              PIC 9 VALUE 0.
       01 WS-DROP-DAYS            PIC 9(4) VALUE 0.
       01 WS-REFUND-PCT           PIC 9(3) VALUE 0.
       01 WS-COURSE-CHARGE        PIC 9(7) VALUE 0.
       01 WS-REFUND-AMOUNT        PIC 9(7) VALUE 0.
       01 WS-OPEN-CHARGES         PIC S9(7) VALUE 0.
       01 WS-CHARGE-OPEN-AMT      PIC 9(7) VALUE 0.
       01 WS-BROUGHT-FORWARD      PIC S9(7) VALUE 0.
       01 WS-PAY-LEFT             PIC 9(7) VALUE 0.
       01 WS-DIFF-PAR.
           03 WS-DF-DD1           PIC 9(2).
           03 WS-DF-MM1           PIC 9(2).
           03 WS-DF-YYYY1         PIC 9(4).
           03 WS-DF-DD2           PIC 9(2).
           03 WS-DF-MM2           PIC 9(2).
           03 WS-DF-YYYY2         PIC 9(4).
           03 WS-DF-DAYS          PIC S9(7).
           03 WS-DF-FC            PIC 9.
      *
      *  The term being worked, from GPATERM.DAT the way GPAUPDT
      * reads it, YYYYMM of the run date when the registry has
       01 WS-TERM-BUILD.
           03 WS-TERM-YYYY        PIC 9(4).
           03 WS-TERM-MM          PIC 99.
       01 WS-TODAY-YMD.
           03 WS-TODAY-YYYY       PIC 9(4).
           03 WS-TODAY-MM         PIC 99.
           03 WS-TODAY-DD         PIC 99.
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
      *
      *  Skeleton build: one student's enrollments collected off
      * the key order before their TERMGRAD.DAT row writes.
       01 WS-SKEL-COURSES         PIC 9    VALUE 0.
       01 WS-SKEL-HOURS-TBL.
           03 WS-SKEL-HOURS OCCURS 8 TIMES PIC 9.
       01 WS-SKEL-CODE-TBL.
           03 WS-SKEL-CODE  OCCURS 8 TIMES PIC X(6).
       01 WS-SKEL-SUB             PIC 9 VALUE 0.
      *
       01 WS-LOGIN-PAR.
           03 FILLER    PIC X(2)  VALUE SPACES.
           03 FILLER    PIC X(6)  VALUE "TERM: ".
           03 PRT-ROS-TERM        PIC X(6).
       01 PRT-ROSTER-SECTION.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "SECTION ".
           03 PRT-ROS-SECTION    PIC XX.
           03 FILLER             PIC X(8)  VALUE "  MEETS ".
           03 PRT-ROS-DAYS       PIC X(6).
           03 FILLER             PIC X     VALUE SPACE.
           03 PRT-ROS-START      PIC 9(4).
           03 FILLER             PIC X     VALUE "-".
           03 PRT-ROS-END        PIC 9(4).
           03 FILLER             PIC X(7)  VALUE "  ROOM ".
           03 PRT-ROS-ROOM       PIC X(6).
           03 FILLER             PIC X(12) VALUE "  CAPACITY ".
           03 PRT-ROS-CAPACITY   PIC ZZ9.
       01 PRT-ROSTER-NO-SECTION.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(27) VALUE
              "ENROLLED WITHOUT A SECTION".
       01 PRT-ROSTER-SEATS.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(11) VALUE "ENROLLED : ".
           03 PRT-ROS-SECT-COUNT PIC ZZ9.
           03 FILLER             PIC X(21) VALUE
              "   SEATS REMAINING : ".
           03 PRT-ROS-SEATS-LEFT PIC ZZ9.
           03 FILLER             PIC X(13) VALUE "   WAITING : ".
           03 PRT-ROS-WAITING    PIC ZZ9.
       01 PRT-ROSTER-LINE.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 PRT-ROS-NUMBER     PIC 9(6).
           03 FILLER             PIC X(18) VALUE
              "TOTAL ENROLLED : ".
           03 PRT-ROS-COUNT      PIC ZZ9.
      *
      *
       01 PRT-NOTICE-HEADER.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 PRT-NOTE-DATE      PIC X(8).
           03 FILLER             PIC X(3)  VALUE SPACES.
           03 FILLER             PIC X(24) VALUE
              "COURSE WAITLIST NOTICE".
       01 PRT-NOTICE-NAME.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 PRT-NOTE-NUMBER    PIC 9(6).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PRT-NOTE-FIRST     PIC X(12).
           03 FILLER             PIC X     VALUE SPACE.
           03 PRT-NOTE-LAST      PIC X(16).
       01 PRT-NOTICE-STREET.
           03 FILLER             PIC X(16) VALUE SPACES.
           03 PRT-NOTE-STREET    PIC X(20).
       01 PRT-NOTICE-CITY.
           03 FILLER             PIC X(16) VALUE SPACES.
           03 PRT-NOTE-CITY      PIC X(16).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 PRT-NOTE-POSTAL    PIC X(7).
       01 PRT-NOTICE-PLACED.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "A SEAT HAS COME FREE. YOU ARE NOW ".
           03 FILLER             PIC X(12) VALUE "ENROLLED IN ".
           03 PRT-NOTE-COURSE    PIC X(6).
           03 FILLER             PIC X(9)  VALUE " SECTION ".
           03 PRT-NOTE-SECTION   PIC XX.
       01 PRT-NOTICE-MEETS.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 PRT-NOTE-TITLE     PIC X(20).
           03 FILLER             PIC X(7)  VALUE "  TERM ".
           03 PRT-NOTE-TERM      PIC X(6).
           03 FILLER             PIC X(8)  VALUE "  MEETS ".
           03 PRT-NOTE-DAYS      PIC X(6).
           03 FILLER             PIC X     VALUE SPACE.
           03 PRT-NOTE-START     PIC 9(4).
           03 FILLER             PIC X     VALUE "-".
           03 PRT-NOTE-END       PIC 9(4).
           03 FILLER             PIC X     VALUE SPACE.
           03 PRT-NOTE-ROOM      PIC X(6).
       01 PRT-NOTICE-PASSED.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(24) VALUE
              "A SEAT CAME FREE IN ".
           03 PRT-NOTE-PASS-COURSE PIC X(6).
           03 FILLER             PIC X(9)  VALUE " SECTION ".
           03 PRT-NOTE-PASS-SECTION PIC XX.
           03 FILLER             PIC X(24) VALUE
              " BUT YOUR WAITLIST PLACE".
       01 PRT-NOTICE-REASON.
           03 FILLER             PIC X(8)  VALUE SPACES.
           03 FILLER             PIC X(24) VALUE
              "WAS PASSED OVER - ".
           03 PRT-NOTE-REASON    PIC X(30).
      *
       01 WS-RESPONCE             PIC X  VALUE SPACE.
           88 WS-RESPONCE-E       VALUE "E" "e".
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE "COURSE CODE    : ".
           03 LINE 5  COLUMN 22    PIC X(6) TO WS-PICK-COURSE AUTO.
       01 SECTION-PICK-PROMPT.
           03 LINE 6  COLUMN 1     BLANK LINE.
           03 LINE 6  COLUMN 5     VALUE "SECTION        : ".
           03 LINE 6  COLUMN 22    PIC XX TO WS-PICK-SECTION AUTO.
       01 COURSE-PICK-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE "COURSE CODE    : ".
           03 LINE 7  COLUMN 1     BLANK LINE.
           03 LINE 7  COLUMN 5     VALUE
              "RE-ENROLLED FOR THE CURRENT TERM".
       01 FINANCIAL-HOLD-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "FINANCIAL HOLD - SEE THE BURSAR BEFORE ENROLLING".
       01 SECTION-NEEDED-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "THAT COURSE IS TAUGHT IN SECTIONS - KEY ONE".
       01 SECTION-NOT-FOUND-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "NO SUCH SECTION OF THAT COURSE THIS TERM".
       01 TIME-CLASH-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "MEETING TIMES CLASH WITH THE SECTION OF ".
           03 LINE 7  COLUMN 45    HIGHLIGHT PIC X(6)
              FROM WS-CLASH-COURSE.
       01 SECTION-FULL-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "SECTION FULL - ALL SEATS TAKEN".
       01 WAITLIST-PROMPT.
           03 LINE 8  COLUMN 1     BLANK LINE.
           03 LINE 8  COLUMN 5     VALUE
              "PLACE THE STUDENT ON ITS WAITLIST? (Y/N) > ".
           03 LINE 8  COLUMN 48    PIC X TO WS-RESPONCE AUTO.
       01 WAITLISTED-MSG.
           03 LINE 9  COLUMN 5     VALUE
              "ON THE WAITLIST - PLACE ".
           03 LINE 9  COLUMN 29    PIC ZZ9 FROM WS-WAIT-AHEAD.
       01 ALREADY-WAITING-MSG.
           03 LINE 9  COLUMN 5     HIGHLIGHT VALUE
              "STUDENT IS ALREADY WAITING FOR THAT SECTION".
       01 WAITLIST-CLOSED-MSG.
           03 LINE 9  COLUMN 5     HIGHLIGHT VALUE
              "WAITLIST FOR THAT SECTION IS CLOSED".
       01 SEAT-FILLED-MSG.
           03 LINE 9  COLUMN 5     VALUE
              "SEAT GIVEN TO WAITLISTED STUDENT ".
           03 LINE 9  COLUMN 38    PIC 9(6) FROM WS-PLACE-NUMBER.
           03 LINE 9  COLUMN 45    VALUE "- NOTICE ON WAITNOTE.PRT".
       01 PASSED-OVER-MSG.
           03 LINE 10 COLUMN 5     VALUE
              "WAITLIST PLACES PASSED OVER : ".
           03 LINE 10 COLUMN 35    PIC ZZ9 FROM WS-PASSED-COUNT.
       01 PREREQ-NOT-MET-MSG.
           03 LINE 10 COLUMN 1     BLANK LINE.
           03 LINE 10 COLUMN 5     HIGHLIGHT VALUE
              "PREREQUISITE NOT MET : ".
           03 LINE 10 COLUMN 28    HIGHLIGHT PIC X(6)
              FROM WS-SHORT-PREREQ.
           03 LINE 10 COLUMN 35    HIGHLIGHT VALUE "MINIMUM GRADE ".
           03 LINE 10 COLUMN 49    HIGHLIGHT PIC 9.9
              FROM WS-SHORT-MIN.
       01 PREREQ-OVERRIDE-PROMPT.
           03 LINE 11 COLUMN 1     BLANK LINE.
           03 LINE 11 COLUMN 5     VALUE
              "OVERRIDE THE PREREQUISITE? (Y/N) > ".
           03 LINE 11 COLUMN 40    PIC X TO WS-RESPONCE AUTO.
       01 NOT-ENROLLED-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "STUDENT IS NOT ENROLLED IN THAT COURSE".
       01 WITHDRAWN-MSG.
           03 LINE 7  COLUMN 1     BLANK LINE.
           03 LINE 7  COLUMN 5     VALUE "WITHDRAWN".
       01 ALREADY-WITHDRAWN-MSG.
           03 LINE 7  COLUMN 5     HIGHLIGHT VALUE
              "STUDENT HAS ALREADY WITHDRAWN FROM THAT COURSE".
       01 NOT-BILLED-MSG.
           03 LINE 8  COLUMN 5     VALUE
              "COURSE NOT YET BILLED - NO REFUND DUE".
       01 NO-CALENDAR-MSG.
           03 LINE 8  COLUMN 5     HIGHLIGHT VALUE
              "NO TERM CALENDAR - REFUND LEFT TO THE BURSAR".
       01 PAST-SCHEDULE-MSG.
           03 LINE 8  COLUMN 5     VALUE
              "PAST THE REFUND SCHEDULE - NO REFUND DUE".
       01 REFUND-MSG.
           03 LINE 8  COLUMN 5     VALUE "REFUND CREDITED : ".
           03 LINE 8  COLUMN 23    PIC Z,ZZZ,ZZ9
              FROM WS-REFUND-AMOUNT.
           03 LINE 8  COLUMN 34    VALUE "AT".
           03 LINE 8  COLUMN 37    PIC ZZ9 FROM WS-REFUND-PCT.
           03 LINE 8  COLUMN 40    VALUE "% OF".
           03 LINE 8  COLUMN 45    PIC Z,ZZZ,ZZ9
              FROM WS-COURSE-CHARGE.
       01 ROSTER-DONE-MSG.
           03 LINE 7  COLUMN 1     BLANK LINE.
           03 LINE 7  COLUMN 5     VALUE
           PERFORM 0200-OPEN-ENROLL-FILE.
           OPEN INPUT COURSE-FILE.
           OPEN INPUT SECURE-FILE.
           PERFORM 0300-OPEN-REFUND-FILES.
           PERFORM 0400-OPEN-SECTION-FILES.
           PERFORM 0500-OPEN-PREREQ-FILES.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                 IF WS-ENROLL-STATUS  NOT EQUAL "00" OR
                    WS-SECURE-STATUS  NOT EQUAL "00" OR
                    WS-SECTION-STATUS NOT EQUAL "00" OR
                    WS-WAIT-STATUS    NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
           CLOSE ENROLL-FILE.
           CLOSE COURSE-FILE.
           CLOSE SECURE-FILE.
           IF WS-AR-OPEN
                 CLOSE AR-FILE.
           IF WS-CHARGE-OPEN
                 CLOSE CHARGE-FILE.
           IF WS-CALENDAR-OPEN
                 CLOSE CALENDAR-FILE.
           CLOSE REFUND-FILE.
           CLOSE SECTION-FILE.
           CLOSE WAITLIST-FILE.
           CLOSE NOTICE-PRINT.
           IF WS-GRADE-OPEN
                 CLOSE COURSE-GRADE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
           MOVE WS-CY-YYYY    TO WS-TERM-YYYY.
           MOVE WS-REAL-MONTH TO WS-TERM-MM.
           MOVE WS-TERM-BUILD TO WS-TERM-CODE.
           MOVE WS-CY-YYYY    TO WS-TODAY-YYYY.
           MOVE WS-REAL-MONTH TO WS-TODAY-MM.
           MOVE WS-REAL-DAY   TO WS-TODAY-DD.
           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-PARM-STATUS EQUAL "00"
                 READ TERM-PARM-FILE
      *
      ****************************************************
      *
      *  This paragraph opens what a refund needs. None of it
      * stops enrollment: with no balance, charge ledger, fee
      * schedule or calendar on file a drop simply earns no
      * computed refund. The refund log is created on first use.
      *
       0300-OPEN-REFUND-FILES.
           OPEN I-O AR-FILE.
           IF WS-AR-STATUS EQUAL "00"
                 MOVE "Y" TO WS-AR-OPEN-FLAG.
           OPEN I-O CHARGE-FILE.
           IF WS-CHARGE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-CHARGE-OPEN-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS EQUAL "00"
                 MOVE "Y" TO WS-CALENDAR-OPEN-FLAG.
           MOVE "N" TO WS-FEE-FOUND-FLAG.
           OPEN INPUT FEE-FILE.
           IF WS-FEE-STATUS EQUAL "00"
                 READ FEE-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF FE-RATE-PER-HOUR NUMERIC
                                 MOVE FE-RATE-PER-HOUR
                                      TO WS-RATE-PER-HOUR
                                 MOVE "Y" TO WS-FEE-FOUND-FLAG
                           END-IF
                 END-READ
                 CLOSE FEE-FILE.
           OPEN EXTEND REFUND-FILE.
           IF WS-REFUND-STATUS EQUAL "35"
                 OPEN OUTPUT REFUND-FILE
                 CLOSE REFUND-FILE
                 OPEN EXTEND REFUND-FILE.
      *
      ****************************************************
      *
      *  This paragraph opens the section master and the
      * waitlist for update and the notice print for adding to,
      * creating each on first use.
      *
       0400-OPEN-SECTION-FILES.
           OPEN I-O SECTION-FILE.
           IF WS-SECTION-STATUS EQUAL "35"
                 OPEN OUTPUT SECTION-FILE
                 CLOSE SECTION-FILE
                 OPEN I-O SECTION-FILE.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAIT-STATUS EQUAL "35"
                 OPEN OUTPUT WAITLIST-FILE
                 CLOSE WAITLIST-FILE
                 OPEN I-O WAITLIST-FILE.
           OPEN EXTEND NOTICE-PRINT.
           IF WS-NOTICE-STATUS EQUAL "35"
                 OPEN OUTPUT NOTICE-PRINT
                 CLOSE NOTICE-PRINT
                 OPEN EXTEND NOTICE-PRINT.
      *
      *  The course grade history is read only; before GPAUPDT
      * has posted any there is nothing on it to meet a
      * prerequisite. The audit trail is created on first use.
      *
       0500-OPEN-PREREQ-FILES.
           OPEN INPUT COURSE-GRADE-FILE.
           IF WS-COURSE-GRADE-STATUS EQUAL "00"
                 MOVE "Y" TO WS-GRADE-OPEN-FLAG.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL "35"
                 OPEN OUTPUT AUDIT-FILE
                 CLOSE AUDIT-FILE
                 OPEN EXTEND AUDIT-FILE.
      *
      ****************************************************
      *
      *  This paragraph provides the user with an option on how
      * to continue.
      *  Expected responce to MENU ;E to ENROLL a student
      *
      ****************************************************
      *
      *  This paragraph enrolls one student in one section of
      * a course for the current term, after checking both
      * really exist. A row left over from an earlier term (a
      * retake), or one the student withdrew from, rewrites as
      * a fresh current term enrollment; only a live row
      * already carrying the current term refuses as a
      * duplicate. A student under a financial hold is refused
      * outright, as is a section clashing with one the student
      * already has; a full section offers its waitlist.
      *
       2000-ENROLL-STUDENT.
           PERFORM 2100-ASK-STUDENT-AND-COURSE.
           MOVE "N" TO WS-FINANCIAL-HOLD-FLAG.
           MOVE "N" TO WS-SECTION-OK-FLAG.
           MOVE "N" TO WS-ALREADY-FLAG.
           MOVE "N" TO WS-CLASH-FLAG.
           MOVE "N" TO WS-ENROLL-OK-FLAG.
           IF WS-STUDENT-OK AND WS-COURSE-OK
                 PERFORM 2150-CHECK-FINANCIAL-HOLD.
           IF WS-STUDENT-OK AND WS-COURSE-OK AND
              NOT WS-FINANCIAL-HOLD
                 MOVE SPACES TO WS-PICK-SECTION
                 ACCEPT SECTION-PICK-PROMPT
                 PERFORM 2200-CHECK-SECTION.
           IF WS-SECTION-OK
                 MOVE "Y" TO WS-ENROLL-OK-FLAG
                 MOVE WS-PICK-NUMBER  TO WS-PLACE-NUMBER
                 MOVE WS-PICK-COURSE  TO WS-PLACE-COURSE
                 MOVE WS-PICK-SECTION TO WS-PLACE-SECTION
                 PERFORM 2300-CHECK-ALREADY-ENROLLED
                 IF WS-ALREADY-ENROLLED
                       DISPLAY ALREADY-ENROLLED-MSG
                       MOVE "N" TO WS-ENROLL-OK-FLAG.
           IF WS-ENROLL-OK
                 PERFORM 2700-CHECK-PREREQS
                 IF NOT WS-PREREQ-MET
                       PERFORM 2750-OFFER-OVERRIDE
                       IF NOT WS-PREREQ-MET
                             MOVE "N" TO WS-ENROLL-OK-FLAG.
           IF WS-ENROLL-OK
                 PERFORM 2400-CHECK-TIME-CLASH
                 IF WS-TIME-CLASH
                       DISPLAY TIME-CLASH-MSG
                       MOVE "N" TO WS-ENROLL-OK-FLAG.
           IF WS-ENROLL-OK
                 IF WS-SECTION-FULL
                       PERFORM 2600-OFFER-WAITLIST
                    ELSE
                       PERFORM 2500-PLACE-ENROLLMENT
                       IF WS-REVIVED
                             DISPLAY REENROLLED-MSG
                          ELSE
                             DISPLAY ENROLLED-MSG.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
                            DISPLAY COURSE-NOT-FOUND-MSG
                      NOT INVALID KEY
                            MOVE "Y" TO WS-COURSE-OK-FLAG
                            MOVE CO-PREREQS TO WS-PREREQS
                 END-READ.
      *
      *  A student never billed has no balance record and so no
      * hold; nor does anyone while STUDAR.DAT does not yet
      * exist.
      *
       2150-CHECK-FINANCIAL-HOLD.
           IF WS-AR-OPEN
                 MOVE WS-PICK-NUMBER TO AR-NUMBER
                 READ AR-FILE RECORD KEY IS AR-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            IF AR-ON-HOLD
                                  MOVE "Y" TO WS-FINANCIAL-HOLD-FLAG
                                  DISPLAY FINANCIAL-HOLD-MSG
                            END-IF
                 END-READ.
      *
      ****************************************************
      *
      *  This paragraph finds the section keyed for the current
      * term and takes its meeting pattern as the one to check
      * for clashes. A blank section is only accepted for a
      * course with no sections kept for the term.
      *
       2200-CHECK-SECTION.
           MOVE "N"    TO WS-SECTION-FULL-FLAG.
           MOVE SPACES TO WS-CAND-DAYS.
           MOVE 0      TO WS-CAND-START-TIME.
           MOVE 0      TO WS-CAND-END-TIME.
           IF WS-PICK-SECTION EQUAL SPACES
                 PERFORM 2210-CHECK-COURSE-SECTIONED
                 IF WS-COURSE-SECTIONED
                       DISPLAY SECTION-NEEDED-MSG
                    ELSE
                       MOVE "Y" TO WS-SECTION-OK-FLAG
                 END-IF
              ELSE
                 MOVE WS-PICK-COURSE  TO SC-COURSE
                 MOVE WS-TERM-CODE    TO SC-TERM
                 MOVE WS-PICK-SECTION TO SC-SECTION
                 READ SECTION-FILE RECORD KEY IS SC-KEY
                      INVALID KEY
                            DISPLAY SECTION-NOT-FOUND-MSG
                      NOT INVALID KEY
                            MOVE "Y" TO WS-SECTION-OK-FLAG
                            MOVE SC-DAYS       TO WS-CAND-DAYS
                            MOVE SC-START-TIME TO WS-CAND-START-TIME
                            MOVE SC-END-TIME   TO WS-CAND-END-TIME
                            IF SC-ENROLLED NOT LESS SC-CAPACITY
                                  MOVE "Y" TO WS-SECTION-FULL-FLAG
                            END-IF
                 END-READ.
      *
       2210-CHECK-COURSE-SECTIONED.
           MOVE "N" TO WS-SECTIONED-FLAG.
           MOVE WS-PICK-COURSE TO SC-COURSE.
           MOVE WS-TERM-CODE   TO SC-TERM.
           MOVE SPACES         TO SC-SECTION.
           START SECTION-FILE KEY IS NOT LESS THAN SC-KEY
                 INVALID KEY
                       CONTINUE
                 NOT INVALID KEY
                       READ SECTION-FILE NEXT RECORD
                            AT END
                                  CONTINUE
                            NOT AT END
                                  IF SC-COURSE EQUAL WS-PICK-COURSE
                                     AND SC-TERM EQUAL WS-TERM-CODE
                                        MOVE "Y" TO WS-SECTIONED-FLAG
                                  END-IF
                       END-READ
           END-START.
      *
      *  Whether the student being placed already has a live
      * enrollment in the course this term.
      *
       2300-CHECK-ALREADY-ENROLLED.
           MOVE "N" TO WS-ALREADY-FLAG.
           MOVE WS-PLACE-NUMBER TO EN-NUMBER.
           MOVE WS-PLACE-COURSE TO EN-COURSE.
           READ ENROLL-FILE RECORD KEY IS EN-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      IF EN-TERM EQUAL WS-TERM-CODE AND
                         NOT EN-WITHDRAWN
                            MOVE "Y" TO WS-ALREADY-FLAG
                      END-IF
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph checks the section being taken against
      * every other section the student is in this term: two
      * sections clash when they meet on a common day and one
      * starts before the other ends. A course taken without a
      * section has no meeting pattern to clash.
      *
       2400-CHECK-TIME-CLASH.
           MOVE "N"    TO WS-CLASH-FLAG.
           MOVE SPACES TO WS-CLASH-COURSE.
           MOVE " "    TO WS-CLASH-END-FLAG.
           IF WS-CAND-DAYS EQUAL SPACES
                 MOVE "S" TO WS-CLASH-END-FLAG
              ELSE
                 MOVE WS-PLACE-NUMBER TO EN-NUMBER
                 MOVE SPACES          TO EN-COURSE
                 START ENROLL-FILE KEY IS NOT LESS THAN EN-KEY
                       INVALID KEY MOVE "S" TO WS-CLASH-END-FLAG
                 END-START.
           PERFORM 2410-CLASH-ONE-ENROLLMENT
                   UNTIL WS-CLASH-END-FLAG = "S".
      *
       2410-CLASH-ONE-ENROLLMENT.
           READ ENROLL-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CLASH-END-FLAG
           END-READ.
           IF WS-CLASH-END-FLAG NOT EQUAL "S"
              IF EN-NUMBER NOT EQUAL WS-PLACE-NUMBER
                 MOVE "S" TO WS-CLASH-END-FLAG
              ELSE
              IF EN-COURSE NOT EQUAL WS-PLACE-COURSE AND
                 EN-TERM EQUAL WS-TERM-CODE AND
                 NOT EN-WITHDRAWN AND
                 EN-SECTION NOT EQUAL SPACES
                    MOVE EN-COURSE    TO SC-COURSE
                    MOVE WS-TERM-CODE TO SC-TERM
                    MOVE EN-SECTION   TO SC-SECTION
                    READ SECTION-FILE RECORD KEY IS SC-KEY
                         INVALID KEY
                               CONTINUE
                         NOT INVALID KEY
                               PERFORM 2420-COMPARE-SECTIONS
                    END-READ.
      *
       2420-COMPARE-SECTIONS.
           MOVE "N"     TO WS-DAY-SHARED-FLAG.
           MOVE SC-DAYS TO WS-OTHER-DAYS.
           PERFORM 2430-COMPARE-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB GREATER 6.
           IF WS-DAY-SHARED AND
              SC-START-TIME LESS WS-CAND-END-TIME AND
              WS-CAND-START-TIME LESS SC-END-TIME
                 MOVE "Y"       TO WS-CLASH-FLAG
                 MOVE EN-COURSE TO WS-CLASH-COURSE
                 MOVE "S"       TO WS-CLASH-END-FLAG.
      *
       2430-COMPARE-ONE-DAY.
           IF WS-CAND-DAY (WS-DAY-SUB)  NOT EQUAL SPACE AND
              WS-OTHER-DAY (WS-DAY-SUB) NOT EQUAL SPACE
                 MOVE "Y" TO WS-DAY-SHARED-FLAG.
      *
      ****************************************************
      *
      *  This paragraph writes (or revives) the enrollment of
      * the student being placed and takes a seat in the
      * section.
      *
       2500-PLACE-ENROLLMENT.
           MOVE "N" TO WS-REVIVED-FLAG.
           MOVE WS-PLACE-NUMBER TO EN-NUMBER.
           MOVE WS-PLACE-COURSE TO EN-COURSE.
           READ ENROLL-FILE RECORD KEY IS EN-KEY
                INVALID KEY
                      PERFORM 2510-FILL-ENROLLMENT
                      WRITE IN-ENROLL-REC
                NOT INVALID KEY
                      MOVE "Y" TO WS-REVIVED-FLAG
                      PERFORM 2510-FILL-ENROLLMENT
                      REWRITE IN-ENROLL-REC
           END-READ.
           ADD 1 TO WS-ENROLLED-COUNT.
           IF WS-PLACE-SECTION NOT EQUAL SPACES
                 MOVE WS-PLACE-COURSE  TO SC-COURSE
                 MOVE WS-TERM-CODE     TO SC-TERM
                 MOVE WS-PLACE-SECTION TO SC-SECTION
                 READ SECTION-FILE RECORD KEY IS SC-KEY
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            ADD 1 TO SC-ENROLLED
                            REWRITE IN-SECTION-REC
                 END-READ.
      *
       2510-FILL-ENROLLMENT.
           MOVE WS-PLACE-NUMBER  TO EN-NUMBER.
           MOVE WS-PLACE-COURSE  TO EN-COURSE.
           MOVE WS-TERM-CODE     TO EN-TERM.
           MOVE SPACE            TO EN-STATUS.
           MOVE WS-TODAY-NUM     TO EN-ENROLL-DATE.
           MOVE 0                TO EN-STATUS-DATE.
           MOVE WS-PLACE-SECTION TO EN-SECTION.
      *
      ****************************************************
      *
      *  This paragraph offers a full section's waitlist. The
      * request takes the section's next waitlist number, so
      * places are kept in the order asked for; the place shown
      * counts those still waiting ahead.
      *
       2600-OFFER-WAITLIST.
           DISPLAY SECTION-FULL-MSG.
           MOVE SPACE TO WS-RESPONCE.
           ACCEPT WAITLIST-PROMPT.
           IF WS-RESPONCE-Y
                 PERFORM 2610-COUNT-WAITING
                 IF WS-ALREADY-WAITING
                       DISPLAY ALREADY-WAITING-MSG
                    ELSE
                       PERFORM 2630-ADD-TO-WAITLIST
                 END-IF
           END-IF.
      *
       2610-COUNT-WAITING.
           MOVE 0   TO WS-WAIT-AHEAD.
           MOVE "N" TO WS-WAITING-FLAG.
           PERFORM 2640-START-SECTION-WAITLIST.
           PERFORM 2620-COUNT-ONE-WAITING
                   UNTIL WS-WAIT-END-FLAG = "S".
      *
       2620-COUNT-ONE-WAITING.
           PERFORM 2650-READ-SECTION-WAITLIST.
           IF WS-WAIT-END-FLAG NOT EQUAL "S"
                 IF WL-WAITING
                       ADD 1 TO WS-WAIT-AHEAD
                       IF WL-NUMBER EQUAL WS-PLACE-NUMBER
                             MOVE "Y" TO WS-WAITING-FLAG.
      *
       2630-ADD-TO-WAITLIST.
           MOVE WS-PLACE-COURSE  TO SC-COURSE.
           MOVE WS-TERM-CODE     TO SC-TERM.
           MOVE WS-PLACE-SECTION TO SC-SECTION.
           READ SECTION-FILE RECORD KEY IS SC-KEY
                INVALID KEY
                      CONTINUE
           END-READ.
           IF SC-NEXT-WAIT NOT LESS 999
                 DISPLAY WAITLIST-CLOSED-MSG
              ELSE
                 ADD 1 TO SC-NEXT-WAIT
                 REWRITE IN-SECTION-REC
                 MOVE SPACES           TO IN-WAIT-REC
                 MOVE WS-PLACE-COURSE  TO WL-COURSE
                 MOVE WS-TERM-CODE     TO WL-TERM
                 MOVE WS-PLACE-SECTION TO WL-SECTION
                 MOVE SC-NEXT-WAIT     TO WL-SEQUENCE
                 MOVE WS-PLACE-NUMBER  TO WL-NUMBER
                 MOVE WS-TODAY-NUM     TO WL-REQUEST-DATE
                 MOVE 0                TO WL-STATUS-DATE
                 WRITE IN-WAIT-REC
                 ADD 1 TO WS-WAIT-AHEAD
                 DISPLAY WAITLISTED-MSG.
      *
       2640-START-SECTION-WAITLIST.
           MOVE " "              TO WS-WAIT-END-FLAG.
           MOVE WS-PLACE-COURSE  TO WL-COURSE.
           MOVE WS-TERM-CODE     TO WL-TERM.
           MOVE WS-PLACE-SECTION TO WL-SECTION.
           MOVE 0                TO WL-SEQUENCE.
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                 INVALID KEY MOVE "S" TO WS-WAIT-END-FLAG
           END-START.
      *
       2650-READ-SECTION-WAITLIST.
           READ WAITLIST-FILE NEXT RECORD
                AT END MOVE "S" TO WS-WAIT-END-FLAG
           END-READ.
           IF WS-WAIT-END-FLAG NOT EQUAL "S"
                 IF WL-COURSE  NOT EQUAL WS-PLACE-COURSE OR
                    WL-TERM    NOT EQUAL WS-TERM-CODE OR
                    WL-SECTION NOT EQUAL WS-PLACE-SECTION
                       MOVE "S" TO WS-WAIT-END-FLAG.
      *
      ****************************************************
      *
      *  This paragraph checks the course's prerequisites in
      * turn against the student's course grade history,
      * stopping at the first one short: never taken, or taken
      * with no attempt reaching the minimum grade.
      *
       2700-CHECK-PREREQS.
           MOVE "Y"    TO WS-PREREQ-MET-FLAG.
           MOVE SPACES TO WS-SHORT-PREREQ.
           MOVE 0      TO WS-SHORT-MIN.
           PERFORM 2710-CHECK-ONE-PREREQ
                   VARYING WS-PRQ-SUB FROM 1 BY 1
                   UNTIL WS-PRQ-SUB GREATER 4
                      OR NOT WS-PREREQ-MET.
      *
       2710-CHECK-ONE-PREREQ.
           IF WS-PREREQ-CODE (WS-PRQ-SUB) NOT EQUAL SPACES AND
              WS-PREREQ-CODE (WS-PRQ-SUB) NOT EQUAL LOW-VALUES
                 MOVE "N" TO WS-PRQ-TAKEN-FLAG
                 MOVE 0   TO WS-BEST-GRADE
                 MOVE " " TO WS-PRQ-END-FLAG
                 IF WS-GRADE-OPEN
                       MOVE WS-PLACE-NUMBER TO CG-NUMBER
                       MOVE WS-PREREQ-CODE (WS-PRQ-SUB) TO CG-COURSE
                       MOVE SPACES          TO CG-TERM
                       START COURSE-GRADE-FILE
                             KEY IS NOT LESS THAN CG-KEY
                             INVALID KEY MOVE "S" TO WS-PRQ-END-FLAG
                       END-START
                    ELSE
                       MOVE "S" TO WS-PRQ-END-FLAG
                 END-IF
                 PERFORM 2720-SCAN-ONE-ATTEMPT
                         UNTIL WS-PRQ-END-FLAG = "S"
                 IF WS-PREREQ-MIN (WS-PRQ-SUB) NOT NUMERIC
                       MOVE 0 TO WS-PREREQ-MIN (WS-PRQ-SUB)
                 END-IF
                 IF NOT WS-PRQ-TAKEN OR
                    WS-BEST-GRADE LESS WS-PREREQ-MIN (WS-PRQ-SUB)
                       MOVE "N" TO WS-PREREQ-MET-FLAG
                       MOVE WS-PREREQ-CODE (WS-PRQ-SUB)
                            TO WS-SHORT-PREREQ
                       MOVE WS-PREREQ-MIN (WS-PRQ-SUB)
                            TO WS-SHORT-MIN
                 END-IF
           END-IF.
      *
       2720-SCAN-ONE-ATTEMPT.
           READ COURSE-GRADE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PRQ-END-FLAG
           END-READ.
           IF WS-PRQ-END-FLAG NOT EQUAL "S"
              IF CG-NUMBER NOT EQUAL WS-PLACE-NUMBER OR
                 CG-COURSE NOT EQUAL WS-PREREQ-CODE (WS-PRQ-SUB)
                    MOVE "S" TO WS-PRQ-END-FLAG
              ELSE
                 MOVE "Y" TO WS-PRQ-TAKEN-FLAG
                 IF CG-GRADE-POINTS GREATER WS-BEST-GRADE
                       MOVE CG-GRADE-POINTS TO WS-BEST-GRADE.
      *
      ****************************************************
      *
      *  This paragraph shows the prerequisite found short and,
      * for a level-4 operator only, offers to override it. An
      * override taken is written to the audit trail.
      *
       2750-OFFER-OVERRIDE.
           DISPLAY PREREQ-NOT-MET-MSG.
           IF WS-SECURITY-LEVEL NOT LESS WS-OVERRIDE-LEVEL-NEEDED
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT PREREQ-OVERRIDE-PROMPT
                 IF WS-RESPONCE-Y
                       MOVE "Y"    TO WS-PREREQ-MET-FLAG
                       MOVE "PREQ" TO WS-AUDIT-ACTION
                       PERFORM 2760-WRITE-AUDIT-REC.
      *
      *  One audit record, the same shape SECURITY's screens
      * write.
      *
       2760-WRITE-AUDIT-REC.
           ACCEPT WS-REAL-DATE  FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE WS-TEMP-DATE    TO AUD-DATE.
           MOVE WS-AUDIT-TIME   TO AUD-TIME.
           MOVE WS-PLACE-NUMBER TO AUD-ST-NUMBER.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           WRITE AUDIT-REC.
      *
      ****************************************************
      *
                INVALID KEY
                      DISPLAY NOT-ENROLLED-MSG
                NOT INVALID KEY
                      IF EN-WITHDRAWN
                            DISPLAY ALREADY-WITHDRAWN-MSG
                         ELSE
                            PERFORM 3100-WITHDRAW-ENROLLMENT
                      END-IF
           END-READ.
           DISPLAY NEW-PAGE.
           ACCEPT ANY-KEY.
      *
      ****************************************************
      *
      *  This paragraph marks the enrollment withdrawn with the
      * date and, for a course of the current term, works out
      * and credits the refund the term calendar allows and
      * gives up the seat in the section.
      *
       3100-WITHDRAW-ENROLLMENT.
           MOVE EN-TERM        TO WS-DROP-TERM.
           MOVE EN-SECTION     TO WS-PLACE-SECTION.
           MOVE EN-ENROLL-DATE TO WS-DROP-ENROLL-DATE.
           MOVE "W"            TO EN-STATUS.
           MOVE WS-TODAY-NUM   TO EN-STATUS-DATE.
           REWRITE IN-ENROLL-REC.
           DISPLAY WITHDRAWN-MSG.
           IF WS-DROP-TERM EQUAL WS-TERM-CODE
                 PERFORM 3200-COMPUTE-REFUND
                 IF WS-REFUND-AMOUNT GREATER 0
                       PERFORM 3400-POST-REFUND
                 END-IF
                 IF WS-PLACE-SECTION NOT EQUAL SPACES
                       PERFORM 3500-RELEASE-SEAT
                 END-IF
           END-IF.
      *
      ****************************************************
      *
      *  This paragraph works out the refund on the course just
      * dropped. Only a course the term bill took in earns one:
      * the student has a balance record and a term charge on
      * the ledger billed no earlier than the day they enrolled
      * (a row enrolled before the ledger kept enrollment dates
      * counts as billed once the term is). The refund is the
      * calendar's share of the course's credit hours at the
      * fee schedule rate.
      *
       3200-COMPUTE-REFUND.
           MOVE 0   TO WS-REFUND-AMOUNT.
           MOVE 0   TO WS-REFUND-PCT.
           MOVE 0   TO WS-COURSE-CHARGE.
           MOVE 0   TO WS-DROP-DAYS.
           MOVE "N" TO WS-BILLED-FLAG.
           IF WS-AR-OPEN AND WS-CHARGE-OPEN AND WS-FEE-FOUND
                 PERFORM 3250-FIND-TERM-BILL.
           IF NOT WS-BILLED
                 DISPLAY NOT-BILLED-MSG
              ELSE
                 MOVE WS-PICK-COURSE TO CO-COURSE-CODE
                 READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            COMPUTE WS-COURSE-CHARGE =
                                    CO-CRED-HOURS * WS-RATE-PER-HOUR
                 END-READ
                 PERFORM 3300-FIND-REFUND-PERCENT
                 IF NOT WS-CALENDAR-FOUND
                       DISPLAY NO-CALENDAR-MSG
                    ELSE
                       COMPUTE WS-REFUND-AMOUNT ROUNDED =
                               WS-COURSE-CHARGE * WS-REFUND-PCT / 100
                       IF WS-REFUND-AMOUNT GREATER 0
                             DISPLAY REFUND-MSG
                          ELSE
                             DISPLAY PAST-SCHEDULE-MSG
                       END-IF
                 END-IF
           END-IF.
      *
       3250-FIND-TERM-BILL.
           MOVE WS-PICK-NUMBER TO AR-NUMBER.
           READ AR-FILE RECORD KEY IS AR-NUMBER
                INVALID KEY
                      MOVE "S" TO WS-CHG-END-FLAG
                NOT INVALID KEY
                      PERFORM 3410-START-STUDENT-CHARGES
           END-READ.
           PERFORM 3260-CHECK-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
      *
       3260-CHECK-ONE-CHARGE.
           PERFORM 3415-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 MOVE CH-BILL-DATE TO WS-CHG-BILL-YMD
                 IF CH-TERM EQUAL WS-DROP-TERM AND
                    CH-TYPE EQUAL "T" AND
                    WS-CHG-BILL-YMD NOT LESS WS-DROP-ENROLL-DATE
                       MOVE "Y" TO WS-BILLED-FLAG
                       MOVE "S" TO WS-CHG-END-FLAG.
      *
      ****************************************************
      *
      *  This paragraph finds the refund share off the term
      * calendar: in full before the term starts, otherwise the
      * first breakpoint the days since the start (DatDiff) do
      * not pass, nothing once past them all.
      *
       3300-FIND-REFUND-PERCENT.
           MOVE "N" TO WS-CALENDAR-FOUND-FLAG.
           IF WS-CALENDAR-OPEN
                 MOVE WS-DROP-TERM TO TC-TERM
                 READ CALENDAR-FILE RECORD KEY IS TC-TERM
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE "Y" TO WS-CALENDAR-FOUND-FLAG
                 END-READ.
           IF WS-CALENDAR-FOUND
                 IF WS-TODAY-YMD LESS TC-START-DATE
                       MOVE 100 TO WS-REFUND-PCT
                    ELSE
                       MOVE TC-START-DD   TO WS-DF-DD1
                       MOVE TC-START-MM   TO WS-DF-MM1
                       MOVE TC-START-YYYY TO WS-DF-YYYY1
                       MOVE WS-TODAY-DD   TO WS-DF-DD2
                       MOVE WS-TODAY-MM   TO WS-DF-MM2
                       MOVE WS-TODAY-YYYY TO WS-DF-YYYY2
                       CALL "DatDiff" USING WS-DIFF-PAR
                       MOVE WS-DF-DAYS TO WS-DROP-DAYS
                       MOVE "N" TO WS-PCT-SET-FLAG
                       PERFORM 3310-TRY-ONE-BREAKPOINT
                               VARYING WS-BRK-SUB FROM 1 BY 1
                               UNTIL WS-BRK-SUB GREATER 4
                 END-IF
           END-IF.
      *
       3310-TRY-ONE-BREAKPOINT.
           IF NOT WS-PCT-SET AND
              TC-BREAK-DAYS (WS-BRK-SUB) GREATER 0 AND
              WS-DROP-DAYS NOT GREATER TC-BREAK-DAYS (WS-BRK-SUB)
                 MOVE TC-BREAK-PCT (WS-BRK-SUB) TO WS-REFUND-PCT
                 MOVE "Y" TO WS-PCT-SET-FLAG.
      *
      ****************************************************
      *
      *  This paragraph credits the refund to the balance read
      * in 3250, spreading it over what is owed oldest first as
      * ARPOST spreads a payment - the part of the balance older
      * than the charge ledger, then each open charge in ledger
      * order; anything left stands as a credit for REFNDRPT's
      * refund-due list. The refund is logged for the register.
      *
       3400-POST-REFUND.
           MOVE 0 TO WS-OPEN-CHARGES.
           PERFORM 3410-START-STUDENT-CHARGES.
           PERFORM 3420-SUM-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
           MOVE WS-REFUND-AMOUNT TO WS-PAY-LEFT.
           COMPUTE WS-BROUGHT-FORWARD =
                   AR-BALANCE - WS-OPEN-CHARGES.
           IF WS-BROUGHT-FORWARD GREATER 0
                 IF WS-BROUGHT-FORWARD NOT LESS WS-PAY-LEFT
                       MOVE 0 TO WS-PAY-LEFT
                    ELSE
                       SUBTRACT WS-BROUGHT-FORWARD FROM WS-PAY-LEFT
                 END-IF
           END-IF.
           IF WS-PAY-LEFT GREATER 0
                 PERFORM 3410-START-STUDENT-CHARGES
                 PERFORM 3430-PAY-ONE-CHARGE
                          UNTIL WS-CHG-END-FLAG = "S".
           SUBTRACT WS-REFUND-AMOUNT FROM AR-BALANCE.
           REWRITE IN-AR-REC.
           MOVE SPACES TO REFUND-REC.
           MOVE WS-PICK-NUMBER   TO RF-NUMBER.
           MOVE WS-PICK-COURSE   TO RF-COURSE.
           MOVE WS-DROP-TERM     TO RF-TERM.
           MOVE WS-TODAY-NUM     TO RF-DATE.
           MOVE WS-DROP-DAYS     TO RF-DAYS.
           MOVE WS-REFUND-PCT    TO RF-PERCENT.
           MOVE WS-COURSE-CHARGE TO RF-CHARGE.
           MOVE WS-REFUND-AMOUNT TO RF-AMOUNT.
           MOVE WS-OPERATOR-ID   TO RF-OPERATOR-ID.
           WRITE REFUND-REC.
      *
       3410-START-STUDENT-CHARGES.
           MOVE " " TO WS-CHG-END-FLAG.
           MOVE WS-PICK-NUMBER TO CH-NUMBER.
           MOVE 0 TO CH-SEQUENCE.
           START CHARGE-FILE KEY IS NOT LESS THAN CH-KEY
                 INVALID KEY MOVE "S" TO WS-CHG-END-FLAG
           END-START.
      *
       3415-READ-STUDENT-CHARGE.
           READ CHARGE-FILE NEXT RECORD
                AT END MOVE "S" TO WS-CHG-END-FLAG
           END-READ.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-NUMBER NOT EQUAL WS-PICK-NUMBER
                       MOVE "S" TO WS-CHG-END-FLAG.
      *
       3420-SUM-ONE-CHARGE.
           PERFORM 3415-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-OPEN-CHARGES = WS-OPEN-CHARGES
                               + CH-AMOUNT - CH-PAID.
      *
       3430-PAY-ONE-CHARGE.
           PERFORM 3415-READ-STUDENT-CHARGE.
           IF WS-CHG-END-FLAG NOT EQUAL "S"
                 IF CH-AMOUNT GREATER CH-PAID
                       COMPUTE WS-CHARGE-OPEN-AMT =
                               CH-AMOUNT - CH-PAID
                       IF WS-CHARGE-OPEN-AMT NOT LESS WS-PAY-LEFT
                             ADD WS-PAY-LEFT TO CH-PAID
                             MOVE 0 TO WS-PAY-LEFT
                          ELSE
                             MOVE CH-AMOUNT TO CH-PAID
                             SUBTRACT WS-CHARGE-OPEN-AMT
                                 FROM WS-PAY-LEFT
                       END-IF
                       REWRITE IN-CHARGE-REC
                       IF WS-PAY-LEFT EQUAL 0
                             MOVE "S" TO WS-CHG-END-FLAG.
      *
      ****************************************************
      *
      *  This paragraph gives up the dropped student's seat and
      * offers it down the section's waitlist in request order.
      *
       3500-RELEASE-SEAT.
           MOVE WS-PICK-COURSE   TO WS-PLACE-COURSE.
           MOVE WS-PICK-COURSE   TO SC-COURSE.
           MOVE WS-TERM-CODE     TO SC-TERM.
           MOVE WS-PLACE-SECTION TO SC-SECTION.
           READ SECTION-FILE RECORD KEY IS SC-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      IF SC-ENROLLED GREATER 0
                            SUBTRACT 1 FROM SC-ENROLLED
                            REWRITE IN-SECTION-REC
                      END-IF
                      MOVE SC-DAYS       TO WS-CAND-DAYS
                      MOVE SC-START-TIME TO WS-CAND-START-TIME
                      MOVE SC-END-TIME   TO WS-CAND-END-TIME
                      PERFORM 3600-FILL-FROM-WAITLIST
           END-READ.
      *
      ****************************************************
      *
      *  This paragraph works down the section's waitlist from
      * the earliest request. The first student still waiting
      * who is not under a financial hold, not already in the
      * course by another section and not clashing with their
      * other sections takes the seat; anyone found unable to
      * is passed over. Each is sent a notice.
      *
       3600-FILL-FROM-WAITLIST.
           MOVE "N" TO WS-PLACED-FLAG.
           MOVE 0   TO WS-PASSED-COUNT.
           PERFORM 2640-START-SECTION-WAITLIST.
           PERFORM 3610-TRY-ONE-WAITING
                   UNTIL WS-WAIT-END-FLAG = "S".
           IF WS-SEAT-FILLED
                 DISPLAY SEAT-FILLED-MSG.
           IF WS-PASSED-COUNT GREATER 0
                 DISPLAY PASSED-OVER-MSG.
      *
       3610-TRY-ONE-WAITING.
           PERFORM 2650-READ-SECTION-WAITLIST.
           IF WS-WAIT-END-FLAG NOT EQUAL "S"
                 IF WL-WAITING
                       PERFORM 3620-TRY-PLACE-WAITING.
      *
       3620-TRY-PLACE-WAITING.
           MOVE WL-NUMBER TO WS-PLACE-NUMBER.
           MOVE SPACES    TO WS-PASS-REASON.
           IF WS-AR-OPEN
                 MOVE WS-PLACE-NUMBER TO AR-NUMBER
                 READ AR-FILE RECORD KEY IS AR-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            IF AR-ON-HOLD
                                  MOVE "FINANCIAL HOLD"
                                       TO WS-PASS-REASON
                            END-IF
                 END-READ.
           IF WS-PASS-REASON EQUAL SPACES
                 PERFORM 2300-CHECK-ALREADY-ENROLLED
                 IF WS-ALREADY-ENROLLED
                       MOVE "ALREADY IN THE COURSE"
                            TO WS-PASS-REASON
                 END-IF
           END-IF.
           IF WS-PASS-REASON EQUAL SPACES
                 PERFORM 2400-CHECK-TIME-CLASH
                 IF WS-TIME-CLASH
                       MOVE WS-CLASH-COURSE TO WS-CLASH-REASON-COURSE
                       MOVE WS-CLASH-REASON TO WS-PASS-REASON
                 END-IF
           END-IF.
           IF WS-PASS-REASON EQUAL SPACES
                 PERFORM 2500-PLACE-ENROLLMENT
                 MOVE "E" TO WL-STATUS
                 MOVE "Y" TO WS-PLACED-FLAG
                 MOVE "S" TO WS-WAIT-END-FLAG
              ELSE
                 MOVE "X" TO WL-STATUS
                 ADD 1 TO WS-PASSED-COUNT.
           MOVE WS-TODAY-NUM TO WL-STATUS-DATE.
           REWRITE IN-WAIT-REC.
           PERFORM 3700-WRITE-NOTICE.
      *
      ****************************************************
      *
      *  This paragraph adds the student's notice to
      * WAITNOTE.PRT: their name and address off SECURITY.DAT2
      * and either the section they now have a seat in, with
      * its meeting times, or why their place was passed over.
      *
       3700-WRITE-NOTICE.
           MOVE SPACES TO PRT-NOTE-FIRST.
           MOVE SPACES TO PRT-NOTE-LAST.
           MOVE SPACES TO PRT-NOTE-STREET.
           MOVE SPACES TO PRT-NOTE-CITY.
           MOVE SPACES TO PRT-NOTE-POSTAL.
           MOVE WS-PLACE-NUMBER TO ST-NUMBER.
           READ SECURE-FILE RECORD KEY IS ST-NUMBER
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE ST-FIRST-NAME  TO PRT-NOTE-FIRST
                      MOVE ST-LAST-NAME   TO PRT-NOTE-LAST
                      MOVE ST-STREET      TO PRT-NOTE-STREET
                      MOVE ST-CITY        TO PRT-NOTE-CITY
                      MOVE ST-POSTAL-CODE TO PRT-NOTE-POSTAL
           END-READ.
           MOVE WS-TEMP-DATE    TO PRT-NOTE-DATE.
           MOVE WS-PLACE-NUMBER TO PRT-NOTE-NUMBER.
           MOVE PRT-NOTICE-HEADER TO PRT-NOTICE-REC.
           WRITE PRT-NOTICE-REC AFTER 3.
           MOVE PRT-NOTICE-NAME TO PRT-NOTICE-REC.
           WRITE PRT-NOTICE-REC AFTER 2.
           MOVE PRT-NOTICE-STREET TO PRT-NOTICE-REC.
           WRITE PRT-NOTICE-REC AFTER 1.
           MOVE PRT-NOTICE-CITY TO PRT-NOTICE-REC.
           WRITE PRT-NOTICE-REC AFTER 1.
           IF WL-PLACED
                 MOVE WS-PLACE-COURSE  TO PRT-NOTE-COURSE
                 MOVE WS-PLACE-SECTION TO PRT-NOTE-SECTION
                 MOVE PRT-NOTICE-PLACED TO PRT-NOTICE-REC
                 WRITE PRT-NOTICE-REC AFTER 2
                 MOVE SPACES TO PRT-NOTE-TITLE
                 MOVE WS-PLACE-COURSE TO CO-COURSE-CODE
                 READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            MOVE CO-TITLE TO PRT-NOTE-TITLE
                 END-READ
                 MOVE WS-TERM-CODE TO PRT-NOTE-TERM
                 MOVE WS-CAND-DAYS       TO PRT-NOTE-DAYS
                 MOVE WS-CAND-START-TIME TO PRT-NOTE-START
                 MOVE WS-CAND-END-TIME   TO PRT-NOTE-END
                 MOVE SC-ROOM            TO PRT-NOTE-ROOM
                 MOVE PRT-NOTICE-MEETS TO PRT-NOTICE-REC
                 WRITE PRT-NOTICE-REC AFTER 1
              ELSE
                 MOVE WS-PLACE-COURSE  TO PRT-NOTE-PASS-COURSE
                 MOVE WS-PLACE-SECTION TO PRT-NOTE-PASS-SECTION
                 MOVE PRT-NOTICE-PASSED TO PRT-NOTICE-REC
                 WRITE PRT-NOTICE-REC AFTER 2
                 MOVE WS-PASS-REASON TO PRT-NOTE-REASON
                 MOVE PRT-NOTICE-REASON TO PRT-NOTICE-REC
                 WRITE PRT-NOTICE-REC AFTER 1.
      *
      ****************************************************
      *
      *  This paragraph prints the roster for a keyed course
      * section by section for the current term: each section's
      * meeting times and capacity, its students with their
      * names off SECURITY.DAT2, and the seats it has left and
      * how many are waiting. Anyone enrolled without a section
      * (a course not taught in sections) prints after, and
      * the course total last.
      *
       4000-PRINT-SECTION-ROSTER.
           MOVE SPACES TO WS-PICK-COURSE.
              MOVE WS-TERM-CODE   TO PRT-ROS-TERM
              MOVE PRT-ROSTER-HEADER TO PRT-ROSTER-REC
              WRITE PRT-ROSTER-REC AFTER 3
              MOVE " "            TO WS-SECT-END-FLAG
              MOVE WS-PICK-COURSE TO SC-COURSE
              MOVE WS-TERM-CODE   TO SC-TERM
              MOVE SPACES         TO SC-SECTION
              START SECTION-FILE KEY IS NOT LESS THAN SC-KEY
                    INVALID KEY MOVE "S" TO WS-SECT-END-FLAG
              END-START
              PERFORM 4300-ROSTER-ONE-SECTION
                      UNTIL WS-SECT-END-FLAG = "S"
              MOVE SPACES TO WS-ROS-SECTION
              MOVE "N"    TO WS-GROUP-PRINTED-FLAG
              PERFORM 4400-ROSTER-SECTION-STUDENTS
              MOVE WS-ROSTER-COUNT TO PRT-ROS-COUNT
              MOVE SPACES TO PRT-ROSTER-REC
              MOVE PRT-ROSTER-TOTAL TO PRT-ROSTER-REC
           END-READ.
           IF NOT WS-END-OF-FILE
                 IF EN-COURSE EQUAL WS-PICK-COURSE AND
                    EN-TERM EQUAL WS-TERM-CODE AND
                    EN-SECTION EQUAL WS-ROS-SECTION AND
                    NOT EN-WITHDRAWN
                       IF NOT WS-GROUP-PRINTED
                             MOVE PRT-ROSTER-NO-SECTION
                                  TO PRT-ROSTER-REC
                             WRITE PRT-ROSTER-REC AFTER 2
                             MOVE "Y" TO WS-GROUP-PRINTED-FLAG
                       END-IF
                       ADD 1 TO WS-ROSTER-COUNT
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO PRT-ROSTER-REC
                       MOVE EN-NUMBER TO PRT-ROS-NUMBER
                       MOVE SPACES TO PRT-ROS-LAST-NAME
                 END-IF
           END-IF.
      *
      *  One section of the course: its heading, its students,
      * and the seats left counted from the live enrollments.
      *
       4300-ROSTER-ONE-SECTION.
           READ SECTION-FILE NEXT RECORD
                AT END MOVE "S" TO WS-SECT-END-FLAG
           END-READ.
           IF WS-SECT-END-FLAG NOT EQUAL "S"
              IF SC-COURSE NOT EQUAL WS-PICK-COURSE OR
                 SC-TERM NOT EQUAL WS-TERM-CODE
                    MOVE "S" TO WS-SECT-END-FLAG
              ELSE
                 MOVE SC-SECTION    TO WS-ROS-SECTION
                 MOVE SC-CAPACITY   TO WS-ROS-CAPACITY
                 MOVE SPACES        TO PRT-ROSTER-REC
                 MOVE SC-SECTION    TO PRT-ROS-SECTION
                 MOVE SC-DAYS       TO PRT-ROS-DAYS
                 MOVE SC-START-TIME TO PRT-ROS-START
                 MOVE SC-END-TIME   TO PRT-ROS-END
                 MOVE SC-ROOM       TO PRT-ROS-ROOM
                 MOVE SC-CAPACITY   TO PRT-ROS-CAPACITY
                 MOVE PRT-ROSTER-SECTION TO PRT-ROSTER-REC
                 WRITE PRT-ROSTER-REC AFTER 2
                 MOVE "Y" TO WS-GROUP-PRINTED-FLAG
                 PERFORM 4400-ROSTER-SECTION-STUDENTS
                 IF WS-SECTION-COUNT LESS WS-ROS-CAPACITY
                       COMPUTE WS-SEATS-LEFT =
                               WS-ROS-CAPACITY - WS-SECTION-COUNT
                    ELSE
                       MOVE 0 TO WS-SEATS-LEFT
                 END-IF
                 MOVE WS-PICK-COURSE TO WS-PLACE-COURSE
                 MOVE WS-ROS-SECTION TO WS-PLACE-SECTION
                 MOVE 0 TO WS-PLACE-NUMBER
                 PERFORM 2610-COUNT-WAITING
                 MOVE WS-SECTION-COUNT TO PRT-ROS-SECT-COUNT
                 MOVE WS-SEATS-LEFT    TO PRT-ROS-SEATS-LEFT
                 MOVE WS-WAIT-AHEAD    TO PRT-ROS-WAITING
                 MOVE PRT-ROSTER-SEATS TO PRT-ROSTER-REC
                 WRITE PRT-ROSTER-REC AFTER 1.
      *
       4400-ROSTER-SECTION-STUDENTS.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE 0 TO EN-NUMBER.
           MOVE SPACES TO EN-COURSE.
           START ENROLL-FILE KEY IS GREATER THAN EN-KEY
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
           PERFORM 4200-ROSTER-ONE-ENROLLMENT
                   UNTIL WS-END-OF-FILE.
      *
      ****************************************************
      *
      *  This paragraph generates the TERMGRAD.DAT skeleton from
                    MOVE EN-NUMBER TO WS-SKEL-STUDENT
                    MOVE 0 TO WS-SKEL-COURSES
                    MOVE ZEROS TO WS-SKEL-HOURS-TBL
                    MOVE SPACES TO WS-SKEL-CODE-TBL
              END-IF
              IF EN-TERM NOT EQUAL WS-TERM-CODE OR EN-WITHDRAWN
      *  A leftover row from an earlier term, or a course the
      * student withdrew from, is not part of this term's
      * grades.
                    CONTINUE
                 ELSE
              IF WS-SKEL-COURSES LESS 8
                    ADD 1 TO WS-SKEL-COURSES
                    MOVE 0 TO WS-SKEL-HOURS (WS-SKEL-COURSES)
                    MOVE EN-COURSE TO WS-SKEL-CODE (WS-SKEL-COURSES)
                    MOVE EN-COURSE TO CO-COURSE-CODE
                    READ COURSE-FILE RECORD KEY IS CO-COURSE-CODE
                         INVALID KEY
           PERFORM VARYING WS-SKEL-SUB FROM 1 BY 1
                   UNTIL WS-SKEL-SUB GREATER 8
                IF WS-SKEL-SUB NOT GREATER WS-SKEL-COURSES
                      MOVE WS-SKEL-CODE (WS-SKEL-SUB) TO
                           TG-COURSE-CODE (WS-SKEL-SUB)
                      MOVE WS-SKEL-HOURS (WS-SKEL-SUB) TO
                           TG-CREDIT-HOURS (WS-SKEL-SUB)
                   ELSE
                      MOVE SPACES TO TG-COURSE-CODE (WS-SKEL-SUB)
                      MOVE 0 TO TG-CREDIT-HOURS (WS-SKEL-SUB)
                END-IF
                MOVE 0 TO TG-GRADE-POINTS (WS-SKEL-SUB)
