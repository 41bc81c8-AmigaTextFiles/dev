       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYMAINT.
      *PROGRAM DISCRIPTION.
      *
      *  Screen maintenance for the payee master PAYEE.DAT. A
      * claim payment no longer has to be made out to the
      * insured: INSURE's payment entry takes a payee ID per
      * payment (zero still means the insured) and CHKDISB
      * prints the payee's name and remit-to address on the
      * check and the remittance. The master carries the name,
      * address, the kind of payee, the taxpayer ID and whether
      * payments to the payee are 1099 reportable - PAY1099
      * totals those at year end. A payee marked inactive can
      * no longer be keyed on a new payment; checks already
      * queued to it still print. Where the money goes is a
      * senior function, held back from junior operators the
      * way ADJMAINT is. Below the level BUSPARM.DAT sets for it
      * the taxpayer ID on file shows only its last four
      * characters and cannot be changed; an operator who sees
      * it in full leaves a UNMK line on INSURE.AUD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AUDIT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *  INSURE's audit trail. A UNMK line carries the payee ID
      * in the claim number's place.
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
           03  AUD-PAYEE-KEY REDEFINES AUD-CLAIM-NUMBER.
               05  AUD-PAYEE-ID       PIC 9(6).
               05  FILLER             PIC X.
           03  FILLER                 PIC X VALUE SPACE.
           03  AUD-ACTION             PIC X(4).
      *
       WORKING-STORAGE SECTION.
       01 WS-PAYEE-STATUS        PIC XX VALUE "00".
       01 WS-BUSPARM-STATUS      PIC XX VALUE "00".
       01 WS-BUSPARM-END-FLAG    PIC X  VALUE " ".
       01 WS-AUDIT-STATUS        PIC XX VALUE "00".
       01 WS-AUDIT-TIME          PIC 9(8) VALUE 0.
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
      *  The security level an operator needs to see and change a
      * payee's taxpayer ID in full, read at startup from the
      * named-parameter file BUSPARM.DAT that PARMADM maintains;
      * a missing file or name leaves the built-in default.
      *
       01 WS-PII-TAXID-LEVEL     PIC 9  VALUE 4.
       01 WS-TAX-ID-MASK-FLAG    PIC X  VALUE "N".
           88 WS-TAX-ID-MASKED       VALUE "Y".
       01 WS-TAX-ID-SHOW         PIC X(11) VALUE SPACES.
       01 WS-TAX-ID-SUB          PIC 99 VALUE 0.
       01 WS-TAX-ID-END          PIC 99 VALUE 0.
       01 WS-STOP-RUN-FLAG       PIC X  VALUE " ".
       01 WS-SENIOR-LEVEL-NEEDED PIC 9  VALUE 3.
       01 WS-MAINTAINED-COUNT    PIC 9(5) VALUE 0.
       01 WS-PAYEE-FOUND-FLAG    PIC X  VALUE "N".
           88 WS-PAYEE-FOUND         VALUE "Y".
       01 WS-ENTRY-OK-FLAG       PIC X  VALUE "Y".
           88 WS-ENTRY-OK            VALUE "Y".
       01 WS-ENTRY-MSG           PIC X(60) VALUE SPACES.
      *
      *  Payee types: B body shop, C contractor, A attorney,
      * L lienholder, M medical provider, O other. The taxpayer
      * ID is an EIN (E) or a social security number (S); a
      * reportable payee must have one.
      *
       01 WS-PAYEE-REC.
           03 WS-PY-PAYEE-ID        PIC 9(6).
           03 WS-PY-NAME            PIC X(30).
           03 WS-PY-ADDR-1          PIC X(30).
           03 WS-PY-ADDR-2          PIC X(30).
           03 WS-PY-CITY            PIC X(20).
           03 WS-PY-STATE           PIC XX.
           03 WS-PY-ZIP             PIC X(10).
           03 WS-PY-PAYEE-TYPE      PIC X.
               88 WS-PY-TYPE-VALID      VALUE "B" "C" "A" "L"
                                              "M" "O".
           03 WS-PY-TAX-ID          PIC X(11).
           03 WS-PY-TIN-TYPE        PIC X.
               88 WS-PY-TIN-VALID       VALUE "E" "S".
           03 WS-PY-1099-FLAG       PIC X.
               88 WS-PY-1099-VALID      VALUE "Y" "N".
               88 WS-PY-REPORTABLE      VALUE "Y".
           03 WS-PY-STATUS          PIC X.
               88 WS-PY-STATUS-VALID    VALUE "A" "I".
      *
       01 WS-LOGIN-PAR.
           03 WS-OPERATOR-ID           PIC X(6) VALUE SPACES.
           03 WS-OPERATOR-PIN          PIC 9(4) VALUE 0.
           03 WS-SECURITY-LEVEL        PIC 9    VALUE 0.
           03 WS-CREDENTIAL-FOUND-FLAG PIC X    VALUE "N".
               88 WS-CREDENTIAL-FOUND         VALUE "Y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "PAYMAINT".
           03 WS-RUNLOG-ACTION        PIC X(4) VALUE SPACES.
           03 WS-RUNLOG-RECORD-COUNT  PIC 9(7) VALUE 0.
           03 WS-RUNLOG-TERM-STATUS   PIC X(4) VALUE SPACES.
      *
       01 WS-RESPONCE            PIC X.
           88 WS-RESPONCE-Y             VALUE "Y" "y".
      *
       SCREEN SECTION.
       01 BLANK-SCREEN.
           03 BLANK SCREEN.
       01 OPERATOR-LOGIN-PROMPT.
           03 LINE 23 COLUMN 5   VALUE "OPERATOR ID > ".
           03 LINE 23 COLUMN 19  PIC X(6) TO WS-OPERATOR-ID AUTO.
           03 LINE 24 COLUMN 5   VALUE "PIN         > ".
           03 LINE 24 COLUMN 19  PIC 9(4) TO WS-OPERATOR-PIN
              AUTO SECURE.
       01 WRONG-CODE.
           03 LINE 24 COLUMN 5   HIGHLIGHT VALUE
            "INCORRECT OPERATOR ID OR PIN - ACCESS REFUSED".
       01 LEVEL-REFUSED-MSG.
           03 LINE 24 COLUMN 5   HIGHLIGHT VALUE
            "PAYEE MAINTENANCE NOT PERMITTED AT YOUR LEVEL".
       01 PROG-FINISH.
           03 LINE 24 COLUMN 8       VALUE "TASK COMPLETE".
       01 PAYEE-ID-PROMPT.
           03 LINE 4  COLUMN 1     BLANK LINE.
           03 LINE 4  COLUMN 5     VALUE
              "ENTER PAYEE ID (0 TO STOP) : ".
           03 LINE 4  COLUMN 34    PIC 9(6)
              TO WS-PY-PAYEE-ID AUTO.
       01 PAYEE-ENTRY-SCREEN.
           03 PAYEE-DETAIL-SCREEN.
               05 LINE 6  COLUMN 5     VALUE "PAYEE NAME".
               05 LINE 6  COLUMN 29    VALUE ": ".
               05 LINE 6  COLUMN 30    PIC X(30) USING WS-PY-NAME.
               05 LINE 7  COLUMN 5     VALUE "REMIT-TO ADDRESS".
               05 LINE 7  COLUMN 29    VALUE ": ".
               05 LINE 7  COLUMN 30    PIC X(30) USING WS-PY-ADDR-1.
               05 LINE 8  COLUMN 29    VALUE ": ".
               05 LINE 8  COLUMN 30    PIC X(30) USING WS-PY-ADDR-2.
               05 LINE 9  COLUMN 5     VALUE "CITY / STATE / ZIP".
               05 LINE 9  COLUMN 29    VALUE ": ".
               05 LINE 9  COLUMN 30    PIC X(20) USING WS-PY-CITY.
               05 LINE 9  COLUMN 51    PIC XX    USING WS-PY-STATE.
               05 LINE 9  COLUMN 54    PIC X(10) USING WS-PY-ZIP.
               05 LINE 10 COLUMN 5     VALUE "TYPE (B/C/A/L/M/O)".
               05 LINE 10 COLUMN 29    VALUE ": ".
               05 LINE 10 COLUMN 30    PIC X USING WS-PY-PAYEE-TYPE.
               05 LINE 10 COLUMN 40    VALUE
                  "BODY SHOP CONTRACTOR ATTORNEY LIEN MED OTHER".
               05 LINE 11 COLUMN 5     VALUE "TAX ID / TYPE (E/S)".
               05 LINE 11 COLUMN 29    VALUE ": ".
               05 LINE 11 COLUMN 43    PIC X USING WS-PY-TIN-TYPE.
               05 LINE 12 COLUMN 5     VALUE "1099 (Y/N) STATUS(A/I)".
               05 LINE 12 COLUMN 29    VALUE ": ".
               05 LINE 12 COLUMN 30    PIC X USING WS-PY-1099-FLAG.
               05 LINE 12 COLUMN 43    PIC X USING WS-PY-STATUS.
           03 LINE 11 COLUMN 30    PIC X(11) USING WS-PY-TAX-ID.
       01 PAYEE-TAX-ID-MASKED.
           03 LINE 11 COLUMN 30    PIC X(11) FROM WS-TAX-ID-SHOW.
       01 PAYEE-NEW-MSG.
           03 LINE 5  COLUMN 1     BLANK LINE.
           03 LINE 5  COLUMN 5     VALUE
              "NEW PAYEE - KEY IN THE DETAILS".
       01 PAYEE-ENTRY-ERROR.
           03 LINE 13 COLUMN 1     BLANK LINE.
           03 LINE 13 COLUMN 5     HIGHLIGHT PIC X(60)
              FROM WS-ENTRY-MSG.
       01 PAYEE-SAVE-PROMPT.
           03 LINE 14 COLUMN 1     BLANK LINE.
           03 LINE 14 COLUMN 5     VALUE
              "SAVE THIS PAYEE? (Y/N) > ".
           03 LINE 14 COLUMN 30    PIC X TO WS-RESPONCE AUTO.
       01 PAYEE-SAVED-MSG.
           03 LINE 16 COLUMN 1     BLANK LINE.
           03 LINE 16 COLUMN 5     VALUE "PAYEE RECORD SAVED".
       01 NEW-PAGE.
           03 LINE 25 COLUMN 3   VALUE "PRESS ANY KEY TO CONTINUE".
       01 ANY-KEY.
           03 LINE 25 COLUMN 29  PIC X TO WS-RESPONCE AUTO.
       01 ERROR-MESSAGES.
           03 LINE 21 COLUMN 8   VALUE "FILE WOULD NOT OPEN :".
           03 LINE 22 COLUMN 8   VALUE "STATUS ERROR CODE   :".
           03 LINE 22 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-PAYEE-STATUS.
           03 LINE 23 COLUMN 8   VALUE "AUDIT STATUS CODE   :".
           03 LINE 23 COLUMN 29  HIGHLIGHT PIC XX
              FROM WS-AUDIT-STATUS.
      *
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to open the payee master for update (creating
      * it empty on the very first run), sign the operator on
      * through the shared OPRLOGIN routine, hold the function
      * back from junior operators, and drive one payee per pass
      * until payee ID zero is keyed. Start and end log through
      * the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-STOP-RUN-FLAG.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0050-READ-BUS-PARMS.
           PERFORM 0200-OPEN-PAYEE-FILE.
           PERFORM 0210-OPEN-AUDIT-FILE.
           DISPLAY BLANK-SCREEN.
           DISPLAY OPERATOR-LOGIN-PROMPT.
           ACCEPT  OPERATOR-LOGIN-PROMPT.
           CALL "OPRLOGIN" USING WS-LOGIN-PAR.
           IF NOT WS-CREDENTIAL-FOUND
                 DISPLAY WRONG-CODE
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
              IF WS-SECURITY-LEVEL LESS WS-SENIOR-LEVEL-NEEDED
                    DISPLAY LEVEL-REFUSED-MSG
                    MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                 ELSE
                 IF WS-PAYEE-STATUS NOT EQUAL "00" OR
                    WS-AUDIT-STATUS NOT EQUAL "00"
                       DISPLAY ERROR-MESSAGES
                       MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
                    ELSE
                       PERFORM 1000-MAINTAIN-ONE-PAYEE
                               UNTIL WS-STOP-RUN-FLAG = "S"
                       MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "              TO WS-RUNLOG-ACTION.
           MOVE WS-MAINTAINED-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           CLOSE PAYEE-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY PROG-FINISH.
           GOBACK.
      *
      *********************************************************
      *  This paragraph reads the named business parameters off
      * BUSPARM.DAT - the security level that sees a payee's
      * taxpayer ID in full; a missing file or name leaves the
      * built-in default.
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
              IF PB-NAME EQUAL "PII-TAXID-LEVEL "
                    MOVE PB-VALUE TO WS-PII-TAXID-LEVEL
                 END-IF.
      *
       0200-OPEN-PAYEE-FILE.
           OPEN I-O PAYEE-FILE.
           IF WS-PAYEE-STATUS EQUAL "35"
                 OPEN OUTPUT PAYEE-FILE
                 CLOSE PAYEE-FILE
                 OPEN I-O PAYEE-FILE.
      *
       0210-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL "35"
                 OPEN OUTPUT AUDIT-FILE
                 CLOSE AUDIT-FILE
                 OPEN EXTEND AUDIT-FILE.
      *
      *********************************************************
      *  This paragraph maintains one payee per pass: an existing
      * payee is shown for correction, a new ID starts blank as
      * an active, non-reportable payee. Keying payee ID zero
      * returns to sign-off.
      *
       1000-MAINTAIN-ONE-PAYEE.
           MOVE SPACES TO WS-PAYEE-REC.
           MOVE ZERO TO WS-PY-PAYEE-ID.
           DISPLAY BLANK-SCREEN.
           ACCEPT  PAYEE-ID-PROMPT.
           IF WS-PY-PAYEE-ID EQUAL ZERO
                 MOVE "S" TO WS-STOP-RUN-FLAG
              ELSE
                 PERFORM 1020-FETCH-PAYEE
                 PERFORM 1025-SET-TAX-ID-VIEW
                 PERFORM 1010-ACCEPT-ENTRY
                 PERFORM 1030-VALIDATE-ENTRY
                 PERFORM 1035-REACCEPT-ENTRY
                         UNTIL WS-ENTRY-OK
                 MOVE SPACE TO WS-RESPONCE
                 ACCEPT PAYEE-SAVE-PROMPT
                 IF WS-RESPONCE-Y
                       PERFORM 1040-SAVE-PAYEE
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph shows the payee for entry. With the
      * taxpayer ID masked the ID field is left off the accepted
      * screen, so the ID on file goes back unchanged.
      *
       1010-ACCEPT-ENTRY.
           IF WS-TAX-ID-MASKED
                 DISPLAY PAYEE-DETAIL-SCREEN
                 DISPLAY PAYEE-TAX-ID-MASKED
                 ACCEPT  PAYEE-DETAIL-SCREEN
              ELSE
                 DISPLAY PAYEE-ENTRY-SCREEN
                 ACCEPT  PAYEE-ENTRY-SCREEN.
      *
       1020-FETCH-PAYEE.
           MOVE "N" TO WS-PAYEE-FOUND-FLAG.
           MOVE WS-PY-PAYEE-ID TO PY-PAYEE-ID.
           READ PAYEE-FILE RECORD KEY IS PY-PAYEE-ID
                INVALID KEY
                      DISPLAY PAYEE-NEW-MSG
                      MOVE "N" TO WS-PY-1099-FLAG
                      MOVE "A" TO WS-PY-STATUS
                NOT INVALID KEY
                      MOVE "Y" TO WS-PAYEE-FOUND-FLAG
                      MOVE PY-NAME       TO WS-PY-NAME
                      MOVE PY-ADDR-1     TO WS-PY-ADDR-1
                      MOVE PY-ADDR-2     TO WS-PY-ADDR-2
                      MOVE PY-CITY       TO WS-PY-CITY
                      MOVE PY-STATE      TO WS-PY-STATE
                      MOVE PY-ZIP        TO WS-PY-ZIP
                      MOVE PY-PAYEE-TYPE TO WS-PY-PAYEE-TYPE
                      MOVE PY-TAX-ID     TO WS-PY-TAX-ID
                      MOVE PY-TIN-TYPE   TO WS-PY-TIN-TYPE
                      MOVE PY-1099-FLAG  TO WS-PY-1099-FLAG
                      MOVE PY-STATUS     TO WS-PY-STATUS
           END-READ.
      *
      *********************************************************
      *  This paragraph decides how an existing payee's taxpayer
      * ID is shown: below WS-PII-TAXID-LEVEL only its last four
      * characters, otherwise in full with a UNMK line on
      * INSURE.AUD against the payee ID. A new payee, or one
      * with no ID on file yet, has nothing to hide. The last
      * four are the four ending at the ID's last non-blank
      * character - an SSN keyed without dashes is shorter than
      * the field - and an ID of four characters or fewer is
      * not shown at all.
      *
       1025-SET-TAX-ID-VIEW.
           MOVE "N" TO WS-TAX-ID-MASK-FLAG.
           IF WS-PAYEE-FOUND AND
              WS-PY-TAX-ID NOT EQUAL SPACES
                 IF WS-SECURITY-LEVEL LESS WS-PII-TAXID-LEVEL
                       MOVE "Y" TO WS-TAX-ID-MASK-FLAG
                       MOVE "***********" TO WS-TAX-ID-SHOW
                       MOVE 0 TO WS-TAX-ID-END
                       PERFORM 1026-FIND-TAX-ID-END
                               VARYING WS-TAX-ID-SUB FROM 11 BY -1
                               UNTIL WS-TAX-ID-SUB LESS 1 OR
                                     WS-TAX-ID-END NOT EQUAL ZERO
                       IF WS-TAX-ID-END GREATER 4
                             MOVE WS-PY-TAX-ID (WS-TAX-ID-END - 3:4)
                                  TO WS-TAX-ID-SHOW (8:4)
                       END-IF
                    ELSE
                       PERFORM 1027-WRITE-UNMASK-AUDIT
                 END-IF
           END-IF.
      *
       1026-FIND-TAX-ID-END.
           IF WS-PY-TAX-ID (WS-TAX-ID-SUB:1) NOT EQUAL SPACE
                 MOVE WS-TAX-ID-SUB TO WS-TAX-ID-END.
      *
       1027-WRITE-UNMASK-AUDIT.
           ACCEPT WS-REAL-DATE  FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-REAL-DAY   TO WS-TEMP-DAY.
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE WS-TEMP-DATE      TO AUD-DATE.
           MOVE WS-AUDIT-TIME     TO AUD-TIME.
           MOVE WS-PY-PAYEE-ID    TO AUD-PAYEE-ID.
           MOVE "UNMK"            TO AUD-ACTION.
           WRITE AUDIT-REC.
      *
      *********************************************************
      *  This paragraph checks the keyed payee: a name and the
      * first address line to print the check to, a known payee
      * type and status, and a Y/N 1099 flag. A reportable payee
      * must carry its taxpayer ID and say whether it is an EIN
      * or a social security number, or PAY1099 cannot file it.
      * The first fault found is shown on line 13.
      *
       1030-VALIDATE-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK-FLAG.
           MOVE SPACES TO WS-ENTRY-MSG.
           IF WS-PY-NAME EQUAL SPACES OR
              WS-PY-ADDR-1 EQUAL SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 MOVE "PAYEE NAME AND REMIT-TO ADDRESS ARE REQUIRED"
                      TO WS-ENTRY-MSG
              ELSE
              IF NOT WS-PY-TYPE-VALID
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    MOVE "PAYEE TYPE MUST BE B, C, A, L, M OR O"
                         TO WS-ENTRY-MSG
                 ELSE
                 IF NOT WS-PY-1099-VALID
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                       MOVE "1099 FLAG MUST BE Y OR N"
                            TO WS-ENTRY-MSG
                    ELSE
                    IF NOT WS-PY-STATUS-VALID
                          MOVE "N" TO WS-ENTRY-OK-FLAG
                          MOVE "STATUS MUST BE A OR I"
                               TO WS-ENTRY-MSG
                       ELSE
                       IF WS-PY-REPORTABLE AND
                          (WS-PY-TAX-ID EQUAL SPACES OR
                           NOT WS-PY-TIN-VALID)
                             MOVE "N" TO WS-ENTRY-OK-FLAG
                             MOVE
                         "1099 PAYEE NEEDS A TAX ID AND TYPE E OR S"
                                  TO WS-ENTRY-MSG.
           IF NOT WS-ENTRY-OK
                 DISPLAY PAYEE-ENTRY-ERROR.
      *
       1035-REACCEPT-ENTRY.
           PERFORM 1010-ACCEPT-ENTRY.
           PERFORM 1030-VALIDATE-ENTRY.
      *
       1040-SAVE-PAYEE.
           MOVE WS-PY-PAYEE-ID   TO PY-PAYEE-ID.
           MOVE WS-PY-NAME       TO PY-NAME.
           MOVE WS-PY-ADDR-1     TO PY-ADDR-1.
           MOVE WS-PY-ADDR-2     TO PY-ADDR-2.
           MOVE WS-PY-CITY       TO PY-CITY.
           MOVE WS-PY-STATE      TO PY-STATE.
           MOVE WS-PY-ZIP        TO PY-ZIP.
           MOVE WS-PY-PAYEE-TYPE TO PY-PAYEE-TYPE.
           MOVE WS-PY-TAX-ID     TO PY-TAX-ID.
           MOVE WS-PY-TIN-TYPE   TO PY-TIN-TYPE.
           MOVE WS-PY-1099-FLAG  TO PY-1099-FLAG.
           MOVE WS-PY-STATUS     TO PY-STATUS.
           IF WS-PAYEE-FOUND
                 REWRITE IN-PAYEE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-REWRITE
              ELSE
                 WRITE IN-PAYEE-REC
                      INVALID KEY DISPLAY ERROR-MESSAGES
                 END-WRITE.
           ADD 1 TO WS-MAINTAINED-COUNT.
           DISPLAY PAYEE-SAVED-MSG.
      *
      *********************************************************
      *
