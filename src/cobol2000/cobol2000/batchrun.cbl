      *
      *  Runs the evening and end-of-term job streams unattended:
      * reads the job-control file JOBCTL.DAT, one step per row
      * (program name, an optional parameter, an optional
      * schedule, a rerun flag and the steps it depends on),
      * writes the parameter to BATCHPRM.DAT for programs with a
      * batch mode, calls the program, and then reads the step's
      * own END record back off RUNLOG.DAT - a step that logged
      * ABND, or logged nothing at all, has failed, and the steps
      * depending on it are held so a broken stream does not
      * keep running on bad data. The programs all end with
      * GOBACK, so control comes back here after every step.
      *
      *  The schedule field makes one job control file drive the
      * whole calendar instead of three hand-swapped copies:
      * skipped with a SKIP record on RUNLOG.DAT, so the morning
      * report shows the skip was deliberate.
      *
      *  A step can name up to three earlier steps it depends on.
      * When a step fails only the steps depending on it - or on
      * a step held because of it - are held back (a SKIP record
      * with HELD status); the rest of the stream still runs. A
      * step naming no dependencies depends on every step before
      * it, which keeps the stop-at-the-failure behaviour for
      * rows nobody has touched; NONE in the first dependency
      * makes a step stand alone.
      *
      *  Each night's progress goes to the run-state file
      * BATCHST.DAT, one row per step as it starts and ends.
      * Started with RERUN on BATCHPRM.DAT the driver resumes
      * that stream instead of starting a new one: steps that
      * ended NORM are passed over (SKIP, DONE), schedules are
      * judged against the night the stream began, and a step
      * that runs again logs an RRUN record first so RUNRPT
      * shows it as a rerun. A step flagged N in the rerun
      * column (CHKDISB, say) is not run a second time unless
      * the operator confirms it at the console.
      *
      * ----------------- IDENTIFICATION ---------------------
       ID DIVISION.
       PROGRAM-ID. BATCHRUN.
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-RUNLOG-FILE-STATUS.

            SELECT           RUN-STATE-FILE
            ASSIGN TO        DISK
            ORGANIZATION IS  LINE SEQUENTIAL
            ACCESS MODE IS   SEQUENTIAL
            FILE STATUS IS   WS-RUN-STATE-STATUS.

      * ----------------- DATA -------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 JC-PARM             PIC X(13).
           03 FILLER              PIC X.
           03 JC-SCHEDULE         PIC X(8).
           03 FILLER              PIC X.
           03 JC-RERUN            PIC X.
               88 JC-NOT-RERUNNABLE   VALUE "N" "n".
           03 JC-DEPENDENCY OCCURS 3 TIMES.
               05 FILLER          PIC X.
               05 JC-DEPENDS-ON   PIC X(8).
      *
       FD BATCH-PARM-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BATCHPRM.DAT".
       01 OUT-BATCH-PARM-REC      PIC X(13).
      *
      *  One row per step state change, all carrying the date the
      * stream began; step 000 rows are the stream's own start,
      * rerun and end.
      *
       FD RUN-STATE-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BATCHST.DAT".
       01 RUN-STATE-REC.
           03 BS-STREAM-DATE      PIC X(6).
           03 FILLER              PIC X.
           03 BS-STEP-NO          PIC 999.
           03 FILLER              PIC X.
           03 BS-PROGRAM          PIC X(8).
           03 FILLER              PIC X.
           03 BS-STATUS           PIC X(4).
           03 FILLER              PIC X.
           03 BS-ATTEMPT          PIC 99.
           03 FILLER              PIC X.
           03 BS-RUN-DATE         PIC X(6).
           03 FILLER              PIC X.
           03 BS-TIME             PIC 9(8).
      *
       FD RUN-LOG-FILE
           LABEL RECORD IS STANDARD
       01 WS-JOBCTL-STATUS        PIC XX VALUE "00".
       01 WS-BATCH-PARM-STATUS    PIC XX VALUE "00".
       01 WS-RUNLOG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RUN-STATE-STATUS     PIC XX VALUE "00".
       01 WS-STATE-END-FLAG       PIC X  VALUE " ".
       01 WS-END-FILE-FLAG        PIC X  VALUE " ".
       01 WS-LOG-END-FLAG         PIC X  VALUE " ".
       01 WS-HALT-FLAG            PIC X  VALUE "N".
       01 WS-STEP-TERM-STATUS     PIC X(4) VALUE SPACES.
       01 WS-STEP-END-COUNT       PIC 9(5) VALUE 0.
       01 WS-ENDS-BEFORE-STEP     PIC 9(5) VALUE 0.
      *
      *  Rerun mode, the stream being run, and the outcome of
      * every step so far this pass: NORM, ABND, HELD, DECL (a
      * not-rerunnable step the operator declined), SKIP (not
      * due), DONE (ended NORM before this rerun) or RUN while
      * the step is in progress. Dependents may run after NORM,
      * SKIP and DONE only.
      *
       01 WS-BATCH-MODE           PIC X(13) VALUE SPACES.
       01 WS-RERUN-FLAG           PIC X  VALUE "N".
           88 WS-RERUN-MODE           VALUE "Y".
       01 WS-STREAM-FAIL-FLAG     PIC X  VALUE "N".
           88 WS-STREAM-FAILED        VALUE "Y".
       01 WS-STREAM-DATE          PIC X(6) VALUE SPACES.
       01 WS-STATE-DATE           PIC X(6) VALUE SPACES.
       01 WS-STATE-TIME           PIC 9(8) VALUE 0.
       01 WS-STEP-NO              PIC 999 VALUE 0.
       01 WS-STATE-STEP-NO        PIC 999 VALUE 0.
       01 WS-STATE-PROGRAM        PIC X(8) VALUE SPACES.
       01 WS-STATE-STATUS         PIC X(4) VALUE SPACES.
       01 WS-STEP-ATTEMPT         PIC 99  VALUE 0.
       01 WS-STEPS-HELD           PIC 999 VALUE 0.
       01 WS-STEP-TABLE.
           03 WS-STEP-ENTRY OCCURS 99 TIMES.
               05 WS-SS-PROGRAM   PIC X(8).
               05 WS-SS-OUTCOME   PIC X(4).
                   88 WS-SS-OK        VALUE "NORM" "SKIP" "DONE".
       01 WS-PRIOR-TABLE.
           03 WS-PRIOR-ENTRY OCCURS 99 TIMES.
               05 WS-PS-PROGRAM   PIC X(8).
               05 WS-PS-STATUS    PIC X(4).
               05 WS-PS-ATTEMPT   PIC 99.
       01 WS-PRIOR-STATUS         PIC X(4) VALUE SPACES.
           88 WS-PRIOR-STARTED        VALUE "ABND" "RUN " "DECL".
       01 WS-STEP-HELD-FLAG       PIC X  VALUE "N".
           88 WS-STEP-HELD            VALUE "Y".
       01 WS-DEP-SUB              PIC 999 VALUE 0.
       01 WS-DEP-FOUND-SUB        PIC 999 VALUE 0.
       01 WS-NAME-SUB             PIC 9   VALUE 0.
       01 WS-CONFIRM              PIC X  VALUE SPACE.
           88 WS-CONFIRMED            VALUE "Y" "y".
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "BATCHRUN".
      *
      *********************************************************
      *  This paragraph drives the whole job stream: one step
      * per JOBCTL.DAT row until the rows run out. The driver
      * ends ABND when any step failed, was held or was not
      * rerun. Its own start and end go through the shared
      * RUNLOG routine like every program it runs, and its own
      * rows open and close the stream on BATCHST.DAT.
      *
       0000-MAIN.
           MOVE "N" TO WS-HALT-FLAG.
           MOVE "N" TO WS-STREAM-FAIL-FLAG.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-STEP-NO.
           MOVE " " TO WS-END-FILE-FLAG.
           MOVE SPACES TO WS-STEP-TABLE.
           MOVE "STRT" TO WS-RUNLOG-ACTION.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           PERFORM 0200-READ-BATCH-MODE.
           PERFORM 0300-LOAD-RUN-STATE.
           PERFORM 0400-OPEN-RUN-STATE.
           PERFORM 0100-SET-CALENDAR-POSITION.
           OPEN INPUT JOB-CONTROL-FILE.
           IF WS-JOBCTL-STATUS EQUAL "00"
                         WS-JOBCTL-STATUS
                 MOVE "Y" TO WS-HALT-FLAG.
           PERFORM 3000-CLEAR-BATCH-PARM.
           IF WS-SEQUENCE-HALTED OR WS-STREAM-FAILED
                 MOVE "ABND" TO WS-RUNLOG-TERM-STATUS
              ELSE
                 MOVE "NORM" TO WS-RUNLOG-TERM-STATUS.
           MOVE 0                     TO WS-STATE-STEP-NO.
           MOVE "BATCHRUN"            TO WS-STATE-PROGRAM.
           MOVE WS-RUNLOG-TERM-STATUS TO WS-STATE-STATUS.
           MOVE 0                     TO WS-STEP-ATTEMPT.
           PERFORM 4000-WRITE-STATE-REC.
           IF WS-RUN-STATE-STATUS EQUAL "00"
                 CLOSE RUN-STATE-FILE.
           MOVE "END "        TO WS-RUNLOG-ACTION.
           MOVE WS-STEP-COUNT TO WS-RUNLOG-RECORD-COUNT.
           CALL "RUNLOG" USING WS-RUNLOG-PAR.
           DISPLAY "BATCHRUN - STEPS COMPLETED : " WS-STEP-COUNT.
           DISPLAY "BATCHRUN - STEPS SKIPPED   : "
                   WS-STEPS-SKIPPED.
           DISPLAY "BATCHRUN - STEPS HELD      : "
                   WS-STEPS-HELD.
           STOP RUN.
      *
      *********************************************************
      *  This paragraph fixes the stream's calendar position once
      * (today, or on a rerun the night the stream began):
      * weekday name through the shared DatCheck routine, day of
      * month off the machine date, and the last-business-day
      * flag by rolling one business day forward through
      * the month's last business day.
      *
       0100-SET-CALENDAR-POSITION.
           MOVE WS-STREAM-DATE TO WS-REAL-DATE.
           MOVE WS-REAL-DAY   TO WS-TODAY-DAY.
           MOVE WS-REAL-DAY   TO WS-DC-DD.
           MOVE WS-REAL-MONTH TO WS-DC-MM.
                 MOVE "Y" TO WS-TODAY-EOM-FLAG.
      *
      *********************************************************
      *  This paragraph reads the driver's own mode off
      * BATCHPRM.DAT before any step overwrites it: RERUN there
      * resumes the last stream rather than starting a new one.
      *
       0200-READ-BATCH-MODE.
           MOVE SPACES TO WS-BATCH-MODE.
           MOVE "N" TO WS-RERUN-FLAG.
           OPEN INPUT BATCH-PARM-FILE.
           IF WS-BATCH-PARM-STATUS EQUAL "00"
                 READ BATCH-PARM-FILE
                      AT END MOVE SPACES TO WS-BATCH-MODE
                      NOT AT END
                           MOVE OUT-BATCH-PARM-REC TO WS-BATCH-MODE
                 END-READ
                 CLOSE BATCH-PARM-FILE.
           IF WS-BATCH-MODE EQUAL "RERUN"
                 MOVE "Y" TO WS-RERUN-FLAG
                 DISPLAY "BATCHRUN - RERUN OF THE LAST STREAM".
      *
      *********************************************************
      *  This paragraph loads the last stream's progress for a
      * rerun: the date it began and each step's latest state
      * and attempt number. A rerun with no state on file has
      * nothing to resume and runs as a new stream.
      *
       0300-LOAD-RUN-STATE.
           MOVE SPACES TO WS-PRIOR-TABLE.
           ACCEPT WS-STREAM-DATE FROM DATE.
           IF WS-RERUN-MODE
                 MOVE " " TO WS-STATE-END-FLAG
                 MOVE SPACES TO WS-STATE-DATE
                 OPEN INPUT RUN-STATE-FILE
                 IF WS-RUN-STATE-STATUS EQUAL "00"
                       PERFORM 0310-LOAD-ONE-STATE-REC
                               UNTIL WS-STATE-END-FLAG = "E"
                       CLOSE RUN-STATE-FILE
                 END-IF
                 IF WS-STATE-DATE EQUAL SPACES
                       DISPLAY "BATCHRUN - NO RUN STATE TO RESUME"
                       MOVE "N" TO WS-RERUN-FLAG
                    ELSE
                       MOVE WS-STATE-DATE TO WS-STREAM-DATE
                 END-IF
           END-IF.
      *
       0310-LOAD-ONE-STATE-REC.
           READ RUN-STATE-FILE
                AT END MOVE "E" TO WS-STATE-END-FLAG
           END-READ.
           IF WS-STATE-END-FLAG NOT EQUAL "E"
                 IF BS-STEP-NO NUMERIC
                       IF BS-STEP-NO EQUAL 0
                             IF BS-STATUS EQUAL "STRT"
                                   MOVE BS-STREAM-DATE
                                        TO WS-STATE-DATE
                             END-IF
                          ELSE
                          IF BS-STEP-NO NOT GREATER 99
                             MOVE BS-PROGRAM TO
                                  WS-PS-PROGRAM (BS-STEP-NO)
                             MOVE BS-STATUS TO
                                  WS-PS-STATUS (BS-STEP-NO)
                             IF BS-ATTEMPT NUMERIC
                                   MOVE BS-ATTEMPT TO
                                        WS-PS-ATTEMPT (BS-STEP-NO)
                             END-IF
                          END-IF
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph opens the run-state file: a new stream
      * starts it afresh with a STRT row, a rerun adds to the
      * stream already on it with an RRUN row.
      *
       0400-OPEN-RUN-STATE.
           MOVE 0          TO WS-STATE-STEP-NO.
           MOVE "BATCHRUN" TO WS-STATE-PROGRAM.
           MOVE 0          TO WS-STEP-ATTEMPT.
           IF WS-RERUN-MODE
                 OPEN EXTEND RUN-STATE-FILE
                 MOVE "RRUN" TO WS-STATE-STATUS
              ELSE
                 OPEN OUTPUT RUN-STATE-FILE
                 MOVE "STRT" TO WS-STATE-STATUS.
           IF WS-RUN-STATE-STATUS EQUAL "00"
                 PERFORM 4000-WRITE-STATE-REC
              ELSE
                 DISPLAY "BATCHRUN - BATCHST.DAT WOULD NOT OPEN : "
                         WS-RUN-STATE-STATUS.
      *
      *********************************************************
      *  This paragraph reads one job-control row and decides
      * the step: passed over when it already ended NORM on the
      * stream being rerun or is not due, held when a step it
      * depends on has not come through, declined when it may
      * not be rerun and the operator says no; otherwise its
      * parameter is left where the program will look for it,
      * the program is called and the step is judged by the END
      * record it logged.
      *
       1000-RUN-ONE-STEP.
           READ JOB-CONTROL-FILE
                AT END MOVE "E" TO WS-END-FILE-FLAG
           END-READ.
           IF WS-END-FILE-FLAG EQUAL "E" OR
              JC-PROGRAM-NAME EQUAL SPACES
                 GO TO 1090-STEP-EXIT.
           ADD 1 TO WS-STEP-NO.
           IF WS-STEP-NO GREATER 99
                 DISPLAY "BATCHRUN - MORE THAN 99 STEPS ON JOBCTL.DAT"
                 MOVE "Y" TO WS-HALT-FLAG
                 GO TO 1090-STEP-EXIT.
           MOVE JC-PROGRAM-NAME TO WS-STEP-PROGRAM.
           MOVE JC-PARM         TO WS-STEP-PARM.
           MOVE JC-SCHEDULE     TO WS-STEP-SCHEDULE.
           MOVE JC-PROGRAM-NAME TO WS-SS-PROGRAM (WS-STEP-NO).
           PERFORM 1050-FIND-PRIOR-STATE.
           IF WS-PRIOR-STATUS EQUAL "NORM"
                 MOVE "DONE" TO WS-SS-OUTCOME (WS-STEP-NO)
                 DISPLAY "BATCHRUN - STEP ALREADY ENDED NORM : "
                         WS-STEP-PROGRAM
                 PERFORM 1250-LOG-NOT-RUN-STEP
                 GO TO 1090-STEP-EXIT.
           PERFORM 1100-JUDGE-SCHEDULE
              THRU 1190-JUDGE-SCHED-EXIT.
           IF NOT WS-STEP-DUE
                 MOVE "SKIP" TO WS-SS-OUTCOME (WS-STEP-NO)
                 PERFORM 1200-LOG-SKIPPED-STEP
                 PERFORM 1060-RECORD-STEP-STATE
                 GO TO 1090-STEP-EXIT.
           PERFORM 1300-JUDGE-DEPENDENCIES
              THRU 1390-JUDGE-DEP-EXIT.
           IF WS-STEP-HELD
                 MOVE "HELD" TO WS-SS-OUTCOME (WS-STEP-NO)
                 ADD 1 TO WS-STEPS-HELD
                 DISPLAY "BATCHRUN - STEP HELD (DEPENDENCY FAILED) : "
                         WS-STEP-PROGRAM
                 PERFORM 1250-LOG-NOT-RUN-STEP
                 PERFORM 1060-RECORD-STEP-STATE
                 GO TO 1090-STEP-EXIT.
           IF WS-PRIOR-STARTED
                 IF JC-NOT-RERUNNABLE
                       PERFORM 1400-CONFIRM-RERUN
                       IF NOT WS-CONFIRMED
                             MOVE "DECL" TO WS-SS-OUTCOME (WS-STEP-NO)
                             PERFORM 1250-LOG-NOT-RUN-STEP
                             PERFORM 1060-RECORD-STEP-STATE
                             GO TO 1090-STEP-EXIT
                       END-IF
                 END-IF
                 ADD 1 TO WS-STEP-ATTEMPT
                 PERFORM 1260-LOG-RERUN-ATTEMPT.
           DISPLAY "BATCHRUN - STEP : " WS-STEP-PROGRAM.
           MOVE "RUN " TO WS-SS-OUTCOME (WS-STEP-NO).
           PERFORM 1060-RECORD-STEP-STATE.
           PERFORM 1010-WRITE-BATCH-PARM.
           PERFORM 2100-COUNT-PROGRAM-ENDS.
           MOVE WS-STEP-END-COUNT TO WS-ENDS-BEFORE-STEP.
           CALL WS-STEP-PROGRAM
                ON EXCEPTION
                     DISPLAY "BATCHRUN - CANNOT CALL "
                             WS-STEP-PROGRAM
                     MOVE "ABND" TO WS-SS-OUTCOME (WS-STEP-NO)
           END-CALL.
           IF WS-SS-OUTCOME (WS-STEP-NO) EQUAL "RUN "
                 PERFORM 2000-JUDGE-STEP.
           PERFORM 1060-RECORD-STEP-STATE.
       1090-STEP-EXIT.
           EXIT.
      *
      *********************************************************
      *  This paragraph finds the step's state on the stream
      * being rerun - the same step number with the same program
      * on it; a job-control file changed since then leaves the
      * step with no prior state, to run as new.
      *
       1050-FIND-PRIOR-STATE.
           MOVE SPACES TO WS-PRIOR-STATUS.
           MOVE 0 TO WS-STEP-ATTEMPT.
           IF WS-RERUN-MODE AND
              WS-PS-PROGRAM (WS-STEP-NO) EQUAL WS-STEP-PROGRAM
                 MOVE WS-PS-STATUS (WS-STEP-NO) TO WS-PRIOR-STATUS
                 IF WS-PS-ATTEMPT (WS-STEP-NO) NUMERIC
                       MOVE WS-PS-ATTEMPT (WS-STEP-NO)
                            TO WS-STEP-ATTEMPT.
      *
      *  This paragraph records the current step's outcome on the
      * run-state file, and marks the stream failed on any
      * outcome its dependents cannot run after.
      *
       1060-RECORD-STEP-STATE.
           MOVE WS-STEP-NO                 TO WS-STATE-STEP-NO.
           MOVE WS-STEP-PROGRAM            TO WS-STATE-PROGRAM.
           MOVE WS-SS-OUTCOME (WS-STEP-NO) TO WS-STATE-STATUS.
           PERFORM 4000-WRITE-STATE-REC.
           IF NOT WS-SS-OK (WS-STEP-NO) AND
              WS-SS-OUTCOME (WS-STEP-NO) NOT EQUAL "RUN "
                 MOVE "Y" TO WS-STREAM-FAIL-FLAG.
      *
      *********************************************************
      *  This paragraph judges the step's schedule against
      * today: blank or DAILY always runs, a weekday name runs
      * on that weekday, Dnn on that day of the month, EOM on
           CALL "RUNLOG" USING WS-SKIP-RUNLOG-PAR.
      *
      *********************************************************
      *  This paragraph logs a step passed over for any reason
      * other than its schedule, as a SKIP record whose status
      * says why: DONE, HELD or DECL.
      *
       1250-LOG-NOT-RUN-STEP.
           MOVE WS-STEP-PROGRAM TO WS-SKIP-PROGRAM-NAME.
           MOVE "SKIP" TO WS-SKIP-ACTION.
           MOVE 0 TO WS-SKIP-RECORD-COUNT.
           MOVE WS-SS-OUTCOME (WS-STEP-NO) TO WS-SKIP-TERM-STATUS.
           CALL "RUNLOG" USING WS-SKIP-RUNLOG-PAR.
      *
      *  This paragraph logs an RRUN record, carrying the attempt
      * number and how the step last ended, just before a step
      * that already started on this stream is run again.
      *
       1260-LOG-RERUN-ATTEMPT.
           DISPLAY "BATCHRUN - RERUN ATTEMPT " WS-STEP-ATTEMPT
                   " : " WS-STEP-PROGRAM.
           MOVE WS-STEP-PROGRAM TO WS-SKIP-PROGRAM-NAME.
           MOVE "RRUN" TO WS-SKIP-ACTION.
           MOVE WS-STEP-ATTEMPT TO WS-SKIP-RECORD-COUNT.
           MOVE WS-PRIOR-STATUS TO WS-SKIP-TERM-STATUS.
           CALL "RUNLOG" USING WS-SKIP-RUNLOG-PAR.
      *
      *********************************************************
      *  This paragraph holds the step when a step it depends on
      * has not come through this pass. No dependencies named
      * means every earlier step; NONE means none at all. A
      * named dependency that is not an earlier step holds the
      * step too, rather than let a mistyped name run it blind.
      *
       1300-JUDGE-DEPENDENCIES.
           MOVE "N" TO WS-STEP-HELD-FLAG.
           IF JC-DEPENDS-ON (1) EQUAL "NONE    "
                 GO TO 1390-JUDGE-DEP-EXIT.
           IF JC-DEPENDS-ON (1) EQUAL SPACES AND
              JC-DEPENDS-ON (2) EQUAL SPACES AND
              JC-DEPENDS-ON (3) EQUAL SPACES
                 PERFORM 1310-TEST-EARLIER-STEP
                         VARYING WS-DEP-SUB FROM 1 BY 1
                         UNTIL WS-DEP-SUB NOT LESS WS-STEP-NO
                 GO TO 1390-JUDGE-DEP-EXIT.
           PERFORM 1320-TEST-NAMED-DEPENDENCY
                   VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB GREATER 3.
       1390-JUDGE-DEP-EXIT.
           EXIT.
      *
       1310-TEST-EARLIER-STEP.
           IF NOT WS-SS-OK (WS-DEP-SUB)
                 MOVE "Y" TO WS-STEP-HELD-FLAG.
      *
       1320-TEST-NAMED-DEPENDENCY.
           IF JC-DEPENDS-ON (WS-NAME-SUB) NOT EQUAL SPACES
                 MOVE 0 TO WS-DEP-FOUND-SUB
                 PERFORM 1330-FIND-NAMED-STEP
                         VARYING WS-DEP-SUB FROM 1 BY 1
                         UNTIL WS-DEP-SUB NOT LESS WS-STEP-NO
                 IF WS-DEP-FOUND-SUB EQUAL 0
                       DISPLAY "BATCHRUN - NOT AN EARLIER STEP : "
                               JC-DEPENDS-ON (WS-NAME-SUB)
                       MOVE "Y" TO WS-STEP-HELD-FLAG
                    ELSE
                       IF NOT WS-SS-OK (WS-DEP-FOUND-SUB)
                             MOVE "Y" TO WS-STEP-HELD-FLAG.
      *
      *  The latest earlier step running the named program is
      * the one depended on.
      *
       1330-FIND-NAMED-STEP.
           IF WS-SS-PROGRAM (WS-DEP-SUB) EQUAL
              JC-DEPENDS-ON (WS-NAME-SUB)
                 MOVE WS-DEP-SUB TO WS-DEP-FOUND-SUB.
      *
      *********************************************************
      *  This paragraph asks the operator before a step marked
      * not rerunnable is run a second time on the same stream.
      *
       1400-CONFIRM-RERUN.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY "BATCHRUN - " WS-STEP-PROGRAM
                   " IS MARKED NOT RERUNNABLE".
           DISPLAY "BATCHRUN - IT ALREADY STARTED ON THIS STREAM ("
                   WS-PRIOR-STATUS ")".
           DISPLAY "BATCHRUN - RUN IT AGAIN? (Y/N) > ".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
                 DISPLAY "BATCHRUN - STEP NOT RERUN : "
                         WS-STEP-PROGRAM.
      *
      *********************************************************
      *  This paragraph leaves the step's parameter on
      * BATCHPRM.DAT, where a program with an unattended mode
      * picks it up. A step with no parameter leaves the file
                 CLOSE BATCH-PARM-FILE.
      *
      *********************************************************
      *  This paragraph appends one row to the run-state file for
      * the step (or, as step 000, the stream) in WS-STATE-STEP-NO.
      *
       4000-WRITE-STATE-REC.
           IF WS-RUN-STATE-STATUS EQUAL "00"
                 ACCEPT WS-STATE-DATE FROM DATE
                 ACCEPT WS-STATE-TIME FROM TIME
                 MOVE SPACES TO RUN-STATE-REC
                 MOVE WS-STREAM-DATE   TO BS-STREAM-DATE
                 MOVE WS-STATE-STEP-NO TO BS-STEP-NO
                 MOVE WS-STATE-PROGRAM TO BS-PROGRAM
                 MOVE WS-STATE-STATUS  TO BS-STATUS
                 MOVE WS-STEP-ATTEMPT  TO BS-ATTEMPT
                 MOVE WS-STATE-DATE    TO BS-RUN-DATE
                 MOVE WS-STATE-TIME    TO BS-TIME
                 WRITE RUN-STATE-REC.
      *
      *********************************************************
      *  This paragraph judges the step by the run log: the
      * program must have written a NEW end record during the
      * step - its ends are counted before the call and again
      * after, so an end left over from an earlier day cannot
      * vouch for a step that died without logging - and that
      * new end must not say ABND. A failed step is recorded
      * ABND for its dependents to be held on.
      *
       2000-JUDGE-STEP.
           PERFORM 2100-COUNT-PROGRAM-ENDS.
           IF WS-STEP-END-COUNT NOT GREATER WS-ENDS-BEFORE-STEP
                 DISPLAY "BATCHRUN - STEP LOGGED NO END : "
                         WS-STEP-PROGRAM
                 MOVE "ABND" TO WS-SS-OUTCOME (WS-STEP-NO)
              ELSE
              IF WS-STEP-TERM-STATUS EQUAL "ABND"
                    DISPLAY "BATCHRUN - STEP ENDED ABND : "
                            WS-STEP-PROGRAM
                    MOVE "ABND" TO WS-SS-OUTCOME (WS-STEP-NO)
                 ELSE
                    MOVE "NORM" TO WS-SS-OUTCOME (WS-STEP-NO)
                    ADD 1 TO WS-STEP-COUNT
                    DISPLAY "BATCHRUN - STEP ENDED "
                            WS-STEP-TERM-STATUS " : "
