      * the programs that used to hardcode them: INSURE's
      * approval threshold and high-risk claim count, OPRLOGIN's
      * failed-PIN lockout count and PIN age limit, CLMARCH's
      * retention days, RATEXCP's tolerance percentage,
      * ACADSTND's GPA cutoffs, CHKRECON's stale-check days,
      * PREMBILL's lead and PREMDUE's grace days, PAY1099's tax
      * year and reporting minimum, CLMIBNR's projection
      * method and period grain, POLRENEW's experience years
      * and loss-ratio ceiling, and the student receivable
      * terms - TUITBILL's payment due days and ARDUNN's
      * dunning interval and financial-hold days and minimum
      * amount, and the security level below which SECURITY and
      * PAYMAINT mask a birth date, phone number, street address
      * or payee tax id, and LRGLOSS's large-loss threshold and
      * the jump percentage that rates a fresh large-loss
      * notice. Each program reads the file at
      * startup and falls back to its old built-in figure when
      * the file or the name is missing, so a threshold change
      * stops being a program change.
           03 FILLER PIC X(16)    VALUE "GPA-PROBATION   ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 4.
           03 FILLER PIC X(16)    VALUE "STALE-CHECK-DAYS".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 9999.
           03 FILLER PIC X(16)    VALUE "PREM-LEAD-DAYS  ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 365.
           03 FILLER PIC X(16)    VALUE "PREM-GRACE-DAYS ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 365.
           03 FILLER PIC X(16)    VALUE "1099-TAX-YEAR   ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 2099.
           03 FILLER PIC X(16)    VALUE "1099-MIN-AMOUNT ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 9999999.
           03 FILLER PIC X(16)    VALUE "IBNR-METHOD     ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 3.
           03 FILLER PIC X(16)    VALUE "IBNR-BY-YEAR    ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC X(16)    VALUE "EXPER-YEARS     ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 10.
           03 FILLER PIC X(16)    VALUE "RENEW-LR-CEILING".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 999.
           03 FILLER PIC X(16)    VALUE "AR-DUE-DAYS     ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 365.
           03 FILLER PIC X(16)    VALUE "AR-DUNNING-DAYS ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 365.
           03 FILLER PIC X(16)    VALUE "AR-HOLD-DAYS    ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 999.
           03 FILLER PIC X(16)    VALUE "AR-HOLD-MIN     ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 9999999.
           03 FILLER PIC X(16)    VALUE "CH-FULL-HOURS   ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 99.
           03 FILLER PIC X(16)    VALUE "CH-3Q-HOURS     ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 99.
           03 FILLER PIC X(16)    VALUE "CH-HALF-HOURS   ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 99.
           03 FILLER PIC X(16)    VALUE "CH-SCHOOL-CODE  ".
           03 FILLER PIC 9(9)V99  VALUE 0.
           03 FILLER PIC 9(9)V99  VALUE 99999999.
           03 FILLER PIC X(16)    VALUE "PII-BIRTH-LEVEL ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 4.
           03 FILLER PIC X(16)    VALUE "PII-PHONE-LEVEL ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 4.
           03 FILLER PIC X(16)    VALUE "PII-STREET-LEVEL".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 4.
           03 FILLER PIC X(16)    VALUE "PII-TAXID-LEVEL ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 4.
           03 FILLER PIC X(16)    VALUE "LARGE-LOSS-AMT  ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 999999999.
           03 FILLER PIC X(16)    VALUE "LARGE-LOSS-PCT  ".
           03 FILLER PIC 9(9)V99  VALUE 1.
           03 FILLER PIC 9(9)V99  VALUE 999.
       01 WS-LIMIT-TABLE REDEFINES WS-LIMIT-VALUES.
           03 WS-LIMIT-ENTRY OCCURS 31 TIMES.
               05 WS-LIM-NAME     PIC X(16).
               05 WS-LIM-MIN      PIC 9(9)V99.
               05 WS-LIM-MAX      PIC 9(9)V99.
       01 WS-LIM-SUB              PIC 99 VALUE 0.
       01 WS-LIM-FOUND-SUB        PIC 99 VALUE 0.
      *
      *  The whole parameter file, loaded and written back the
      * way CREDADM works SECURITY.CRD.
      *
       01 WS-PARM-TABLE.
           03 WS-PARM-ENTRY OCCURS 40 TIMES.
               05 WS-PRM-NAME     PIC X(16).
               05 WS-PRM-VALUE    PIC 9(9)V99.
       01 WS-PARM-COUNT           PIC 99 VALUE 0.
                   MOVE "E" TO WS-PARM-END-FLAG
           END-READ.
           IF WS-PARM-END-FLAG NOT EQUAL "E"
                 IF WS-PARM-COUNT LESS 40
                       ADD 1 TO WS-PARM-COUNT
                       MOVE PB-NAME TO
                            WS-PRM-NAME (WS-PARM-COUNT)
       2010-FIND-LIMIT-ENTRY.
           MOVE 0 TO WS-LIM-FOUND-SUB.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB GREATER 31
                IF WS-LIM-NAME (WS-LIM-SUB) EQUAL WS-PICK-NAME
                      MOVE WS-LIM-SUB TO WS-LIM-FOUND-SUB
                      EXIT PERFORM
