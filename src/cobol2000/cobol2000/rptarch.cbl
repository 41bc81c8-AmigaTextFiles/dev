           03 FILLER PIC X(8)  VALUE "ENRLMNT ".
           03 FILLER PIC X(12) VALUE "STUSTMT.PRT ".
           03 FILLER PIC X(8)  VALUE "TUITBILL".
           03 FILLER PIC X(12) VALUE "CHKVOID.PRT ".
           03 FILLER PIC X(8)  VALUE "CHKDISB ".
           03 FILLER PIC X(12) VALUE "CHKRECON.PRT".
           03 FILLER PIC X(8)  VALUE "CHKRECON".
           03 FILLER PIC X(12) VALUE "GLJRNL.PRT  ".
           03 FILLER PIC X(8)  VALUE "GLJRNL  ".
           03 FILLER PIC X(12) VALUE "PREMINV.PRT ".
           03 FILLER PIC X(8)  VALUE "PREMBILL".
           03 FILLER PIC X(12) VALUE "PREMBILL.PRT".
           03 FILLER PIC X(8)  VALUE "PREMBILL".
           03 FILLER PIC X(12) VALUE "PREMNTC.PRT ".
           03 FILLER PIC X(8)  VALUE "PREMDUE ".
           03 FILLER PIC X(12) VALUE "PREMCANC.PRT".
           03 FILLER PIC X(8)  VALUE "PREMDUE ".
           03 FILLER PIC X(12) VALUE "PAY1099.PRT ".
           03 FILLER PIC X(8)  VALUE "PAY1099 ".
           03 FILLER PIC X(12) VALUE "LITINV.PRT  ".
           03 FILLER PIC X(8)  VALUE "LITINV  ".
           03 FILLER PIC X(12) VALUE "CLMIBNR.PRT ".
           03 FILLER PIC X(8)  VALUE "CLMIBNR ".
           03 FILLER PIC X(12) VALUE "SIURPT.PRT  ".
           03 FILLER PIC X(8)  VALUE "SIURPT  ".
           03 FILLER PIC X(12) VALUE "ADJSCORE.PRT".
           03 FILLER PIC X(8)  VALUE "ADJSCORE".
           03 FILLER PIC X(12) VALUE "ADJXFER.PRT ".
           03 FILLER PIC X(8)  VALUE "ADJXFER ".
           03 FILLER PIC X(12) VALUE "EARNPREM.PRT".
           03 FILLER PIC X(8)  VALUE "EARNPREM".
           03 FILLER PIC X(12) VALUE "UPRRPT.PRT  ".
           03 FILLER PIC X(8)  VALUE "EARNPREM".
           03 FILLER PIC X(12) VALUE "ARAGING.PRT ".
           03 FILLER PIC X(8)  VALUE "ARAGING ".
           03 FILLER PIC X(12) VALUE "ARDUNREG.PRT".
           03 FILLER PIC X(8)  VALUE "ARDUNN  ".
           03 FILLER PIC X(12) VALUE "AWDDISB.PRT ".
           03 FILLER PIC X(8)  VALUE "AWDDISB ".
           03 FILLER PIC X(12) VALUE "AWDEXCP.PRT ".
           03 FILLER PIC X(8)  VALUE "AWDELIG ".
           03 FILLER PIC X(12) VALUE "REFNDREG.PRT".
           03 FILLER PIC X(8)  VALUE "REFNDRPT".
           03 FILLER PIC X(12) VALUE "REFNDDUE.PRT".
           03 FILLER PIC X(8)  VALUE "REFNDRPT".
           03 FILLER PIC X(12) VALUE "WAITNOTE.PRT".
           03 FILLER PIC X(8)  VALUE "ENRLMNT ".
           03 FILLER PIC X(12) VALUE "DEGAUDIT.PRT".
           03 FILLER PIC X(8)  VALUE "DEGAUDIT".
           03 FILLER PIC X(12) VALUE "DEGCAND.PRT ".
           03 FILLER PIC X(8)  VALUE "DEGAUDIT".
           03 FILLER PIC X(12) VALUE "GRDMISS.PRT ".
           03 FILLER PIC X(8)  VALUE "GRDCLOSE".
           03 FILLER PIC X(12) VALUE "CLHCHG.PRT  ".
           03 FILLER PIC X(8)  VALUE "CLHSTAT ".
           03 FILLER PIC X(12) VALUE "ACCTCLS.PRT ".
           03 FILLER PIC X(8)  VALUE "PERCLOSE".
           03 FILLER PIC X(12) VALUE "INTGCHK.PRT ".
           03 FILLER PIC X(8)  VALUE "INTGCHK ".
           03 FILLER PIC X(12) VALUE "LRGLOSS.PRT ".
           03 FILLER PIC X(8)  VALUE "LRGLOSS ".
           03 FILLER PIC X(12) VALUE "LRGLRE.PRT  ".
           03 FILLER PIC X(8)  VALUE "LRGLOSS ".
       01 WS-REPORT-TABLE REDEFINES WS-REPORT-VALUES.
           03 WS-RPT-ENTRY OCCURS 59 TIMES.
               05 WS-RPT-NAME     PIC X(12).
               05 WS-RPT-PROGRAM  PIC X(8).
       01 WS-RPT-SUB              PIC 99 VALUE 0.
           PERFORM 1000-CAPTURE-ONE-REPORT
                      THRU 1090-CAPTURE-EXIT
                   VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB GREATER 59.
           MOVE "END "               TO WS-RUNLOG-ACTION.
           MOVE WS-REPORTS-CAPTURED  TO WS-RUNLOG-RECORD-COUNT.
           MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
