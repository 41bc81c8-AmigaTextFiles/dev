      * until a senior operator releases it from INSURE's R
      * function. Every applied update prints before/after on
      * CLMINTAK.PRT.
      *
      *  Every run also writes CLMRESP.DAT back to the bureau,
      * comma delimited: a HDR record with the batch id, run date
      * and the original batch id when this is a resubmission,
      * one DTL record per incoming row with its row number,
      * claim number as sent, ACCEPTED, REJECTED or
      * HELD-FOR-APPROVAL and the reject reason code, and a TRL
      * record with the row counts and the hash total of the
      * amount claimed column. The bureau may name the batch in
      * an optional first row HDR,batch-id - without one the
      * batch id is the run date and time, YYMMDDHHMM.
      *
      *  Every rejected row is kept on CLMRJLOG.DAT under its
      * batch and claim number. The bureau resends corrected
      * rejects as a batch of their own whose first row is
      * HDR,new-batch-id,original-batch-id; each row must then
      * match an open reject of the original batch, and once it
      * loads or is held the original reject is marked cleared.
      * A row that was not rejected in the original batch, or
      * whose reject is already cleared, is rejected again.
      *
      *  Nothing loads into a closed accounting period. A claim's
      * amount is booked as at its date reported, so a new claim
      * reported in a period PERCLOSE has closed is rejected, as
      * is an update that moves the date reported into or out of
      * a closed period. The open period is read off ACCTPER.DAT
      * at the start of the run; without the file nothing is
      * closed.
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
           SELECT REJECT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BUSPARM-STATUS.
      *
           SELECT RESPONSE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-STATUS.
      *
           SELECT REJLOG-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-REJLOG-STATUS.
      *
           SELECT ACCT-PERIOD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCT-PERIOD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           03  PB-NAME                PIC X(16).
           03  FILLER                 PIC X.
           03  PB-VALUE               PIC 9(9)V99.
      *
       FD RESPONSE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRESP.DAT".
       01  OUT-RESPONSE-REC       PIC X(80).
      *
       FD REJLOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMRJLOG.DAT".
       01  IN-REJLOG-REC.
           03  RL-KEY.
               05  RL-BATCH-ID        PIC X(10).
               05  RL-CLAIM           PIC X(10).
           03  RL-ROW-NUMBER          PIC 9(5).
           03  RL-REASON-CODE         PIC X(3).
           03  RL-DATE                PIC X(8).
           03  RL-STATUS              PIC X.
           03  RL-CLEAR-BATCH-ID      PIC X(10).
           03  RL-CLEAR-DATE          PIC X(8).
      *
       FD ACCT-PERIOD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ACCTPER.DAT".
       01  IN-ACCT-PERIOD-REC.
           03  AP-OPEN-PERIOD         PIC 9(6).
           03  FILLER                 PIC X.
           03  AP-LAST-ACTION         PIC X(4).
           03  FILLER                 PIC X.
           03  AP-LAST-DATE           PIC X(8).
           03  FILLER                 PIC X.
           03  AP-LAST-OPERATOR       PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-INTAKE-STATUS       PIC XX VALUE "00".
           88 WS-RANK-IS-OPEN        VALUE "O" "o" " ".
       01 WS-OLD-AMOUNT          PIC 9(7) VALUE 0.
       01 WS-OLD-STATUS          PIC X    VALUE SPACE.
       01 WS-OLD-DATE-REP        PIC 9(6) VALUE 0.
       01 WS-OLD-PREMIUM         PIC 9(7) VALUE 0.
       01 WS-OLD-PREV-TOTAL      PIC 9(9) VALUE 0.
      *
      *  The open accounting period, YYYYMM off ACCTPER.DAT, and
      * the period of the date being tested against it.
      *
       01 WS-ACCT-PERIOD-STATUS  PIC XX VALUE "00".
       01 WS-ACCT-OPEN-PERIOD    PIC 9(6) VALUE 0.
       01 WS-DATE-TEST-PERIOD    PIC 9(6) VALUE 0.
       01 WS-CLOSED-FLAG         PIC X  VALUE "N".
           88 WS-DATE-IN-CLOSED      VALUE "Y".
       01 WS-AUDIT-TIME          PIC 9(8) VALUE 0.
       01 WS-REAL-DATE.
           03 WS-REAL-YEAR       PIC XX.
           03 FILLER             PIC X(4)   VALUE SPACES.
           03 UPD-RESULT         PIC X(8).
       01 WS-REJECT-REASON       PIC X(30) VALUE SPACES.
      *
      *  Bureau response file and reject log.
      *
       01 WS-RESPONSE-STATUS     PIC XX VALUE "00".
       01 WS-REJLOG-STATUS       PIC XX VALUE "00".
       01 WS-BATCH-ID            PIC X(10) VALUE SPACES.
       01 WS-ORIG-BATCH-ID       PIC X(10) VALUE SPACES.
       01 WS-DEFAULT-BATCH-ID.
           03 WS-DB-DATE         PIC X(6).
           03 WS-DB-HHMM         PIC 9(4).
       01 WS-RESUB-FLAG          PIC X  VALUE "N".
           88 WS-RESUBMISSION        VALUE "Y".
       01 WS-RESP-HDR-FLAG       PIC X  VALUE "N".
           88 WS-RESP-HDR-WRITTEN    VALUE "Y".
       01 WS-ROW-HELD-FLAG       PIC X  VALUE "N".
           88 WS-ROW-HELD            VALUE "Y".
       01 WS-ROW-TAG             PIC X(4) VALUE SPACES.
       01 WS-BATCH-HDR-FIELDS.
           03 WS-BH-TAG          PIC X(3).
           03 WS-BH-BATCH-ID     PIC X(10).
           03 WS-BH-ORIG-ID      PIC X(10).
       01 WS-ROWS-ACCEPTED       PIC 9(5) VALUE 0.
       01 WS-ROWS-CLEARED        PIC 9(5) VALUE 0.
       01 WS-AMOUNT-HASH         PIC 9(12) VALUE 0.
       01 WS-REJECT-CODE         PIC X(3) VALUE SPACES.
       01 WS-RESP-RESULT         PIC X(17) VALUE SPACES.
       01 WS-RESP-ROW-DISP       PIC 9(5).
       01 WS-RESP-ACC-DISP       PIC 9(5).
       01 WS-RESP-HELD-DISP      PIC 9(5).
       01 WS-RESP-REJ-DISP       PIC 9(5).
       01 WS-RESP-HASH-DISP      PIC 9(12).
      *
      *  Reason codes sent back to the bureau, one per reject
      * reason this program can give. A reason not on the table
      * goes back as R99.
      *
       01 WS-REASON-CODE-VALUES.
           03 FILLER PIC X(33) VALUE
                     "R01WRONG NUMBER OF FIELDS        ".
           03 FILLER PIC X(33) VALUE
                     "R02CLAIM NUMBER NOT NUMERIC      ".
           03 FILLER PIC X(33) VALUE
                     "R03CLASS CODE NOT NUMERIC        ".
           03 FILLER PIC X(33) VALUE
                     "R04CLASS CODE MISSING            ".
           03 FILLER PIC X(33) VALUE
                     "R05REGION MISSING                ".
           03 FILLER PIC X(33) VALUE
                     "R06REGION NOT ON REGION FILE     ".
           03 FILLER PIC X(33) VALUE
                     "R07AMOUNT FIELD NOT NUMERIC      ".
           03 FILLER PIC X(33) VALUE
                     "R08DATE FIELD NOT NUMERIC        ".
           03 FILLER PIC X(33) VALUE
                     "R09DATE NOT A REAL DATE          ".
           03 FILLER PIC X(33) VALUE
                     "R10STATUS CODE INVALID           ".
           03 FILLER PIC X(33) VALUE
                     "R11CLAIM ALREADY ON FILE         ".
           03 FILLER PIC X(33) VALUE
                     "R12STATUS MAY NOT MOVE BACKWARD  ".
           03 FILLER PIC X(33) VALUE
                     "R13CORRECTION ALREADY PENDING    ".
           03 FILLER PIC X(33) VALUE
                     "R14NOT REJECTED IN ORIGINAL BATCH".
           03 FILLER PIC X(33) VALUE
                     "R15ORIGINAL REJECT CLEARED       ".
           03 FILLER PIC X(33) VALUE
                     "R16DATED INTO CLOSED PERIOD      ".
       01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
           03 WS-RC-ENTRY OCCURS 16 TIMES.
               05 WS-RC-CODE         PIC X(3).
               05 WS-RC-REASON       PIC X(30).
       01 WS-RC-SUB              PIC 99 VALUE 0.
       01 WS-FLD-COUNT           PIC 99 VALUE 0.
      *
      *  One delimited field per item, split off the row by
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           PERFORM 0100-LOAD-REGION-TABLE.
           PERFORM 0150-READ-BUS-PARMS.
           PERFORM 0160-READ-ACCT-PERIOD.
           OPEN INPUT  INTAKE-FILE.
           OPEN I-O    CLIENT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT UPDATE-PRINT.
           OPEN OUTPUT RESPONSE-FILE.
           PERFORM 0200-OPEN-PENDING-FILE.
           PERFORM 0250-OPEN-REJLOG-FILE.
                IF WS-INTAKE-STATUS = "00" AND
                   WS-CLIENT-STATUS = "00" AND
                   WS-REJECT-STATUS = "00" AND
                   WS-UPD-PRINT-STATUS = "00" AND
                   WS-PENDING-STATUS = "00" AND
                   WS-RESPONSE-STATUS = "00" AND
                   WS-REJLOG-STATUS = "00"
                      PERFORM 0300-PRINT-UPDATE-TITLE
                      PERFORM 1000-PROCESS-ONE-ROW
                           UNTIL WS-END-OF-FILE
                      PERFORM 1090-WRITE-RESPONSE-TRAILER
                      DISPLAY "CLMINTAK - BATCH ID      : "
                              WS-BATCH-ID
                      DISPLAY "CLMINTAK - ROWS READ     : "
                              WS-ROWS-READ
                      DISPLAY "CLMINTAK - ROWS LOADED   : "
                              WS-ROWS-HELD
                      DISPLAY "CLMINTAK - ROWS REJECTED : "
                              WS-ROWS-REJECTED
                      IF WS-RESUBMISSION
                            DISPLAY "CLMINTAK - RESUBMISSION OF "
                                    WS-ORIG-BATCH-ID
                            DISPLAY "CLMINTAK - REJECTS CLEARED: "
                                    WS-ROWS-CLEARED
                      END-IF
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
                   ELSE
                      DISPLAY "CLMINTAK - FILE WOULD NOT OPEN"
                              WS-REJECT-STATUS
                      DISPLAY "PENDING-FILE STATUS: "
                              WS-PENDING-STATUS
                      DISPLAY "RESPONSE-FILE STATUS: "
                              WS-RESPONSE-STATUS
                      DISPLAY "REJLOG-FILE STATUS : "
                              WS-REJLOG-STATUS
                      MOVE "ABND" TO WS-RUNLOG-TERM-STATUS.
           MOVE "END "          TO WS-RUNLOG-ACTION.
           MOVE WS-ROWS-LOADED  TO WS-RUNLOG-RECORD-COUNT.
           CLOSE REJECT-FILE.
           CLOSE UPDATE-PRINT.
           CLOSE PENDING-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE REJLOG-FILE.
           GOBACK.
      *
      *********************************************************
                 OPEN OUTPUT PENDING-FILE
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE.
      *
      *********************************************************
      *  This paragraph opens the bureau reject log CLMRJLOG.DAT
      * for update, creating it empty on first use, and sets the
      * default batch id from the run date and time for a batch
      * that does not name itself.
      *
       0250-OPEN-REJLOG-FILE.
           OPEN I-O REJLOG-FILE.
           IF WS-REJLOG-STATUS EQUAL "35"
                 OPEN OUTPUT REJLOG-FILE
                 CLOSE REJLOG-FILE
                 OPEN I-O REJLOG-FILE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-REAL-DATE TO WS-DB-DATE.
           COMPUTE WS-DB-HHMM = WS-AUDIT-TIME / 10000.
           MOVE WS-DEFAULT-BATCH-ID TO WS-BATCH-ID.
           MOVE SPACES TO WS-ORIG-BATCH-ID.
           MOVE "N" TO WS-RESUB-FLAG.
           MOVE "N" TO WS-RESP-HDR-FLAG.
           MOVE 0 TO WS-AMOUNT-HASH.
           MOVE 0 TO WS-ROWS-CLEARED.
      *
       0300-PRINT-UPDATE-TITLE.
           MOVE WS-TEMP-DATE TO WS-UPD-TITLE-DATE.
                 END-IF.
      *
      *********************************************************
      *  This paragraph reads the open accounting period off
      * ACCTPER.DAT; a missing or empty file leaves it zero and
      * every period open.
      *
       0160-READ-ACCT-PERIOD.
           MOVE 0 TO WS-ACCT-OPEN-PERIOD.
           OPEN INPUT ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-STATUS EQUAL "00"
                 READ ACCT-PERIOD-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF AP-OPEN-PERIOD NUMERIC
                                 MOVE AP-OPEN-PERIOD
                                      TO WS-ACCT-OPEN-PERIOD
                           END-IF
                 END-READ
                 CLOSE ACCT-PERIOD-FILE.
      *
      *********************************************************
      *  This paragraph reads one bureau row, splits and
      * validates it, and loads it or writes it to the reject
      * file with the first failure's reason.
           READ INTAKE-FILE
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           MOVE SPACES TO WS-ROW-TAG.
           IF NOT WS-END-OF-FILE
                 MOVE IN-INTAKE-REC TO WS-ROW-TAG.
           IF WS-ROW-TAG EQUAL "HDR," AND
              WS-ROWS-READ EQUAL 0 AND
              NOT WS-RESP-HDR-WRITTEN
                 PERFORM 1005-TAKE-BATCH-HEADER
              ELSE
              IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-ROWS-READ
                 MOVE SPACES TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-HELD-FLAG
                 PERFORM 1010-SPLIT-ROW
                 IF WS-FLD-AMOUNT NUMERIC
                       MOVE WS-FLD-AMOUNT TO WS-FLD-AMOUNT-NUM
                       ADD WS-FLD-AMOUNT-NUM TO WS-AMOUNT-HASH
                 END-IF
                 IF WS-RESUBMISSION
                       PERFORM 1015-MATCH-ORIGINAL-REJECT
                 END-IF
                 IF WS-REJECT-REASON EQUAL SPACES
                       PERFORM 1020-VALIDATE-ROW
                 END-IF
                 END-IF
                 IF WS-REJECT-REASON NOT EQUAL SPACES
                       PERFORM 1040-WRITE-REJECT
                    ELSE
                       IF WS-RESUBMISSION
                             PERFORM 1016-CLEAR-ORIGINAL-REJECT
                       END-IF
                 END-IF
                 PERFORM 1080-WRITE-RESPONSE-LINE
              END-IF.
      *
      *********************************************************
      *  This paragraph takes the bureau's own batch header row,
      * HDR,batch-id[,original-batch-id]. An original batch id
      * makes the run a resubmission of that batch's rejects.
      *
       1005-TAKE-BATCH-HEADER.
           MOVE SPACES TO WS-BATCH-HDR-FIELDS.
           UNSTRING IN-INTAKE-REC DELIMITED BY ","
               INTO WS-BH-TAG
                    WS-BH-BATCH-ID
                    WS-BH-ORIG-ID
           END-UNSTRING.
           IF WS-BH-BATCH-ID NOT EQUAL SPACES
                 MOVE WS-BH-BATCH-ID TO WS-BATCH-ID.
           IF WS-BH-ORIG-ID NOT EQUAL SPACES
                 MOVE WS-BH-ORIG-ID TO WS-ORIG-BATCH-ID
                 MOVE "Y" TO WS-RESUB-FLAG.
           PERFORM 1070-WRITE-RESPONSE-HEADER.
      *
      *********************************************************
      *  This paragraph matches a resubmitted row back to the
      * original batch's reject log by the claim number as the
      * bureau sent it. A row with no open reject there is
      * rejected whatever else it holds.
      *
       1015-MATCH-ORIGINAL-REJECT.
           MOVE WS-ORIG-BATCH-ID TO RL-BATCH-ID.
           MOVE WS-FLD-CLAIM     TO RL-CLAIM.
           READ REJLOG-FILE RECORD KEY IS RL-KEY
                INVALID KEY
                      MOVE "NOT REJECTED IN ORIGINAL BATCH"
                           TO WS-REJECT-REASON
                NOT INVALID KEY
                      IF RL-STATUS EQUAL "C"
                            MOVE "ORIGINAL REJECT CLEARED"
                                 TO WS-REJECT-REASON
                      END-IF
           END-READ.
      *
      *********************************************************
      *  This paragraph marks the original reject cleared once
      * its corrected row has loaded or been held.
      *
       1016-CLEAR-ORIGINAL-REJECT.
           MOVE WS-ORIG-BATCH-ID TO RL-BATCH-ID.
           MOVE WS-FLD-CLAIM     TO RL-CLAIM.
           READ REJLOG-FILE RECORD KEY IS RL-KEY
                INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "C"          TO RL-STATUS
                      MOVE WS-BATCH-ID  TO RL-CLEAR-BATCH-ID
                      MOVE WS-TEMP-DATE TO RL-CLEAR-DATE
                      REWRITE IN-REJLOG-REC
                      ADD 1 TO WS-ROWS-CLEARED
           END-READ.
      *
      *********************************************************
      *  This paragraph splits the delimited row into one work
      *********************************************************
      *  This paragraph builds the claim record from the split
      * fields and loads it: a new claim number writes straight
      * onto the master unless it was reported in a closed
      * period, one already on file goes down the update path
      * under the update rules.
      *
       1030-LOAD-ROW.
           MOVE WS-FLD-CLAIM-INT  TO WS-CB-INT.
                      MOVE "Y" TO WS-CLAIM-FOUND-FLAG
                      MOVE CL-AMOUNT-CLAIMED TO WS-OLD-AMOUNT
                      MOVE CL-STATUS         TO WS-OLD-STATUS
                      MOVE CL-DATE-REPORTED  TO WS-OLD-DATE-REP
                      MOVE CL-PREMIUM        TO WS-OLD-PREMIUM
                      MOVE CL-PREV-CLAIMS-TOTAL
                                             TO WS-OLD-PREV-TOTAL
           END-READ.
           IF WS-CLAIM-FOUND
                 PERFORM 1035-APPLY-UPDATE-ROW
              ELSE
                 MOVE WS-FLD-DATE-REP TO WS-DATE-CHECK
                 PERFORM 1025-TEST-CLOSED-PERIOD
                 IF WS-DATE-IN-CLOSED
                       MOVE "DATED INTO CLOSED PERIOD"
                            TO WS-REJECT-REASON
                    ELSE
                       PERFORM 1032-BUILD-CLAIM-REC
                       WRITE IN-CLIENT-REC
                             INVALID KEY
                                   MOVE "CLAIM ALREADY ON FILE"
                                        TO WS-REJECT-REASON
                             NOT INVALID KEY
                                   ADD 1 TO WS-ROWS-LOADED
                       END-WRITE
                 END-IF.
      *
      *********************************************************
      *  This paragraph tests the DDMMYY date in WS-DATE-CHECK
      * against the open accounting period. A date not known
      * (zeros) cannot be placed in a period and is left open.
      *
       1025-TEST-CLOSED-PERIOD.
           MOVE "N" TO WS-CLOSED-FLAG.
           IF WS-DATE-CHECK NUMERIC AND
              WS-DATE-CHECK NOT EQUAL "000000"
                 MOVE WS-DT-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 COMPUTE WS-DATE-TEST-PERIOD =
                         WS-CY-YYYY * 100 + WS-DT-MM
                 IF WS-DATE-TEST-PERIOD LESS WS-ACCT-OPEN-PERIOD
                       MOVE "Y" TO WS-CLOSED-FLAG.
      *
      *  An update that moves the date reported shifts the
      * claim's amount between periods; it is refused when
      * either the old or the new date is in a closed period.
      * One that changes the amount claimed, the premium or the
      * previous-claims total is refused when the claim was
      * reported in a closed period, as CLMUPDT refuses it.
      *
       1026-CHECK-UPDATE-PERIOD.
           MOVE "N" TO WS-CLOSED-FLAG.
           IF WS-FLD-DATE-REP NOT EQUAL WS-OLD-DATE-REP OR
              WS-FLD-AMOUNT-NUM NOT EQUAL WS-OLD-AMOUNT OR
              WS-FLD-PREMIUM NOT EQUAL WS-OLD-PREMIUM OR
              WS-FLD-PREV-TOTAL NOT EQUAL WS-OLD-PREV-TOTAL
                 MOVE WS-OLD-DATE-REP TO WS-DATE-CHECK
                 PERFORM 1025-TEST-CLOSED-PERIOD
                 IF NOT WS-DATE-IN-CLOSED
                       MOVE WS-FLD-DATE-REP TO WS-DATE-CHECK
                       PERFORM 1025-TEST-CLOSED-PERIOD.
      *
       1032-BUILD-CLAIM-REC.
           MOVE WS-CLAIM-NUM-RED  TO CL-CLAIM-NUMBER.
      *  This paragraph applies one bureau update to an existing
      * claim. The status may only move forward - open may close
      * or deny, closed and denied never reopen from a bureau
      * row, and the date reported may not move into or out of
      * a closed period. An amount change over the approval
      * threshold is held on CLMPEND.DAT for second-operator
      * release, with the master left as it stands; anything
      * else rewrites the master and prints before/after on the
      * applied report.
      *
       1035-APPLY-UPDATE-ROW.
           MOVE WS-FLD-AMOUNT TO WS-FLD-AMOUNT-NUM.
           PERFORM 1036-RANK-STATUSES.
           PERFORM 1026-CHECK-UPDATE-PERIOD.
           IF WS-NEW-STATUS-RANK LESS WS-OLD-STATUS-RANK
                 MOVE "STATUS MAY NOT MOVE BACKWARD"
                      TO WS-REJECT-REASON
              ELSE
              IF WS-DATE-IN-CLOSED
                 MOVE "DATED INTO CLOSED PERIOD"
                      TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-AMOUNT-DIFF =
                         WS-FLD-AMOUNT-NUM - WS-OLD-AMOUNT
                            TO WS-REJECT-REASON
                 NOT INVALID KEY
                       ADD 1 TO WS-ROWS-HELD
                       MOVE "Y" TO WS-ROW-HELD-FLAG
                       MOVE "HELD    " TO UPD-RESULT
                       PERFORM 1039-PRINT-UPDATE-LINE
           END-WRITE.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE IN-INTAKE-REC    TO REJ-ROW.
           WRITE OUT-REJECT-REC.
           PERFORM 1045-FIND-REASON-CODE.
           MOVE WS-BATCH-ID      TO RL-BATCH-ID.
           MOVE WS-FLD-CLAIM     TO RL-CLAIM.
           MOVE WS-ROWS-READ     TO RL-ROW-NUMBER.
           MOVE WS-REJECT-CODE   TO RL-REASON-CODE.
           MOVE WS-TEMP-DATE     TO RL-DATE.
           MOVE "O"              TO RL-STATUS.
           MOVE SPACES           TO RL-CLEAR-BATCH-ID.
           MOVE SPACES           TO RL-CLEAR-DATE.
           WRITE IN-REJLOG-REC
                 INVALID KEY
                       CONTINUE
           END-WRITE.
      *
      *********************************************************
      *  This paragraph turns the reject reason into the code
      * the bureau's system reads off the response file.
      *
       1045-FIND-REASON-CODE.
           MOVE "R99" TO WS-REJECT-CODE.
           PERFORM 1046-CHECK-ONE-REASON
                   VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB GREATER 16.
      *
       1046-CHECK-ONE-REASON.
           IF WS-RC-REASON (WS-RC-SUB) EQUAL WS-REJECT-REASON
                 MOVE WS-RC-CODE (WS-RC-SUB) TO WS-REJECT-CODE.
      *
      *********************************************************
      *  This paragraph writes the HDR record of the bureau
      * response: batch id, run date and, on a resubmission, the
      * original batch id.
      *
       1070-WRITE-RESPONSE-HEADER.
           MOVE SPACES TO OUT-RESPONSE-REC.
           STRING "HDR,"            DELIMITED BY SIZE
                  WS-BATCH-ID       DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  WS-TEMP-DATE      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-ORIG-BATCH-ID  DELIMITED BY SPACE
              INTO OUT-RESPONSE-REC
           END-STRING.
           WRITE OUT-RESPONSE-REC.
           MOVE "Y" TO WS-RESP-HDR-FLAG.
      *
      *********************************************************
      *  This paragraph writes the DTL record for one incoming
      * row: row number, claim number as sent, result and the
      * reject reason code when rejected.
      *
       1080-WRITE-RESPONSE-LINE.
           IF NOT WS-RESP-HDR-WRITTEN
                 PERFORM 1070-WRITE-RESPONSE-HEADER.
           MOVE SPACES TO WS-REJECT-CODE.
           IF WS-REJECT-REASON NOT EQUAL SPACES
                 MOVE "REJECTED" TO WS-RESP-RESULT
                 PERFORM 1045-FIND-REASON-CODE
              ELSE
              IF WS-ROW-HELD
                    MOVE "HELD-FOR-APPROVAL" TO WS-RESP-RESULT
                 ELSE
                    MOVE "ACCEPTED" TO WS-RESP-RESULT
                    ADD 1 TO WS-ROWS-ACCEPTED.
           MOVE WS-ROWS-READ TO WS-RESP-ROW-DISP.
           MOVE SPACES TO OUT-RESPONSE-REC.
           STRING "DTL,"            DELIMITED BY SIZE
                  WS-RESP-ROW-DISP  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-FLD-CLAIM      DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  WS-RESP-RESULT    DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  WS-REJECT-CODE    DELIMITED BY SPACE
              INTO OUT-RESPONSE-REC
           END-STRING.
           WRITE OUT-RESPONSE-REC.
      *
      *********************************************************
      *  This paragraph writes the TRL record: rows read,
      * accepted, held and rejected, and the hash total of the
      * amount claimed column over every row it was numeric on.
      *
       1090-WRITE-RESPONSE-TRAILER.
           IF NOT WS-RESP-HDR-WRITTEN
                 PERFORM 1070-WRITE-RESPONSE-HEADER.
           MOVE WS-ROWS-READ     TO WS-RESP-ROW-DISP.
           MOVE WS-ROWS-ACCEPTED TO WS-RESP-ACC-DISP.
           MOVE WS-ROWS-HELD     TO WS-RESP-HELD-DISP.
           MOVE WS-ROWS-REJECTED TO WS-RESP-REJ-DISP.
           MOVE WS-AMOUNT-HASH   TO WS-RESP-HASH-DISP.
           MOVE SPACES TO OUT-RESPONSE-REC.
           STRING "TRL,"            DELIMITED BY SIZE
                  WS-RESP-ROW-DISP  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-RESP-ACC-DISP  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-RESP-HELD-DISP DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-RESP-REJ-DISP  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-RESP-HASH-DISP DELIMITED BY SIZE
              INTO OUT-RESPONSE-REC
           END-STRING.
           WRITE OUT-RESPONSE-REC.
      *
      *********************************************************
      *
