      * finish clean?" check on one page instead of an editor
      * session over the raw file. Steps the batch driver passed
      * over on their schedule log SKIP records, printed here so
      * a missing run reads as deliberate, not lost - as are the
      * steps it held behind a failed step, passed over on a
      * rerun because they had already ended NORM, or did not
      * rerun because the operator said no. A step the driver
      * ran again on a rerun logs an RRUN record first, and its
      * run prints with the attempt number as a RERUN.
      *
      * ----------------- IDENTIFICATION ---------------------
       ID DIVISION.
           03 WS-ORPHAN-STARTS    PIC 999 VALUE 0.
           03 WS-ORPHAN-ENDS      PIC 999 VALUE 0.
           03 WS-STEPS-SKIPPED    PIC 999 VALUE 0.
           03 WS-STEPS-HELD       PIC 999 VALUE 0.
           03 WS-RERUN-COUNT      PIC 999 VALUE 0.
      *
      *  The whole run log, loaded so starts and ends can be
      * matched by walking forward from each start.
               05 WS-LG-COUNT     PIC 9(7).
               05 WS-LG-TERM      PIC X(4).
               05 WS-LG-USED      PIC X.
               05 WS-LG-RERUN     PIC 99.
       01 WS-LOG-COUNT            PIC 999 VALUE 0.
       01 WS-TOTAL-ROWS           PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(7) VALUE 0.
       01 WS-SCAN-SUB             PIC 999 VALUE 0.
       01 WS-END-SUB              PIC 999 VALUE 0.
       01 WS-OVERFLOW-FLAG        PIC X   VALUE "N".
       01 WS-RERUN-MARKED-FLAG    PIC X   VALUE "N".
           88 WS-RERUN-MARKED         VALUE "Y".
      *
      *  The status column of a run the driver made as a rerun.
      *
       01 WS-RERUN-STATUS.
           03 FILLER              PIC X(5) VALUE "RERUN".
           03 WS-RS-ATTEMPT       PIC Z9.
           03 FILLER              PIC X    VALUE SPACE.
           03 WS-RS-TERM          PIC X(4).
           03 WS-RS-FLAG          PIC X(4).
      *
       01 WS-TIME-SPLIT.
           03 WS-TS-HH            PIC 99.
           03 FILLER    PIC X(14) VALUE SPACES.
           03 PRT-SKP-TIME        PIC 9(8).
           03 FILLER    PIC X(14) VALUE SPACES.
           03 PRT-SKP-REASON      PIC X(26).
       01 PRT-RUN-TOTAL-1.
           03 FILLER    PIC X(22) VALUE "RUNS PAIRED        : ".
           03 PRT-TOT-PAIRED      PIC ZZ9.
       01 PRT-RUN-TOTAL-5.
           03 FILLER    PIC X(22) VALUE "STEPS SKIPPED      : ".
           03 PRT-TOT-SKIPPED     PIC ZZ9.
       01 PRT-RUN-TOTAL-6.
           03 FILLER    PIC X(22) VALUE "STEPS HELD         : ".
           03 PRT-TOT-HELD        PIC ZZ9.
       01 PRT-RUN-TOTAL-7.
           03 FILLER    PIC X(22) VALUE "RERUN ATTEMPTS     : ".
           03 PRT-TOT-RERUNS      PIC ZZ9.
       01 PRT-OVERFLOW-LINE.
           03 FILLER    PIC X(44) VALUE
              "*** LOG TABLE FULL - OLDEST ROWS OMITTED".
                       END-IF
                       MOVE RLG-TERM-STATUS TO
                            WS-LG-TERM (WS-LOG-COUNT)
                       MOVE "N" TO WS-LG-USED (WS-LOG-COUNT)
                       MOVE 0 TO WS-LG-RERUN (WS-LOG-COUNT).
      *
       2000-PRINT-REPORT-HEADER.
           MOVE SPACES TO PRT-RUN-REC.
      * start is paired with the next unused end for the same
      * program and printed (flagged when it never ended or
      * ended ABND); an end nobody claimed is printed as an
      * orphan. An RRUN record marks the program's next start as
      * a rerun.
      *
       3000-PAIR-ONE-ENTRY.
           IF WS-LG-ACTION (WS-LOG-SUB) EQUAL "STRT" AND
                 IF WS-LG-ACTION (WS-LOG-SUB) EQUAL "SKIP" AND
                    WS-LG-USED (WS-LOG-SUB) EQUAL "N"
                       MOVE "Y" TO WS-LG-USED (WS-LOG-SUB)
                       PERFORM 3050-PRINT-SKIPPED-STEP
                    ELSE
                    IF WS-LG-ACTION (WS-LOG-SUB) EQUAL "RRUN" AND
                       WS-LG-USED (WS-LOG-SUB) EQUAL "N"
                          MOVE "Y" TO WS-LG-USED (WS-LOG-SUB)
                          PERFORM 3060-MARK-RERUN-START.
      *
       3010-FIND-MATCHING-END.
           MOVE 0 TO WS-END-SUB.
                 MOVE "*** ABND ***    " TO PRT-RUN-STATUS
              ELSE
                 MOVE WS-LG-TERM (WS-END-SUB) TO PRT-RUN-STATUS.
           IF WS-LG-RERUN (WS-LOG-SUB) GREATER 0
                 MOVE WS-LG-TERM (WS-END-SUB) TO WS-RS-TERM
                 PERFORM 3070-SET-RERUN-STATUS.
           MOVE PRT-RUN-LINE TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
      *
           MOVE SPACES                     TO PRT-RUN-ELAPSED.
           MOVE 0                          TO PRT-RUN-RECORDS.
           MOVE "*** NEVER ENDED " TO PRT-RUN-STATUS.
           IF WS-LG-RERUN (WS-LOG-SUB) GREATER 0
                 MOVE "NONE" TO WS-RS-TERM
                 PERFORM 3070-SET-RERUN-STATUS.
           MOVE PRT-RUN-LINE TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
      *
      *
      *********************************************************
      *  This paragraph prints a step the batch driver passed
      * over - a deliberate skip, not a run that vanished. The
      * skip record's status says why: NORM for a step not due
      * today, HELD behind a failed step, DONE when it had
      * already ended NORM before a rerun, DECL when the
      * operator declined to rerun it.
      *
       3050-PRINT-SKIPPED-STEP.
           IF WS-LG-TERM (WS-LOG-SUB) EQUAL "HELD"
                 ADD 1 TO WS-STEPS-HELD
                 MOVE "*** HELD - DEP FAILED ***" TO PRT-SKP-REASON
              ELSE
                 ADD 1 TO WS-STEPS-SKIPPED
                 IF WS-LG-TERM (WS-LOG-SUB) EQUAL "DONE"
                       MOVE "SKIPPED - ALREADY RAN NORM"
                            TO PRT-SKP-REASON
                    ELSE
                    IF WS-LG-TERM (WS-LOG-SUB) EQUAL "DECL"
                          MOVE "NOT RERUN - DECLINED"
                               TO PRT-SKP-REASON
                       ELSE
                          MOVE "SKIPPED - NOT DUE TODAY"
                               TO PRT-SKP-REASON.
           MOVE SPACES TO PRT-RUN-REC.
           MOVE WS-LG-PROGRAM (WS-LOG-SUB) TO PRT-SKP-PROGRAM.
           MOVE WS-LG-DATE (WS-LOG-SUB)    TO PRT-SKP-DATE.
           MOVE WS-LG-TIME (WS-LOG-SUB)    TO PRT-SKP-TIME.
           MOVE PRT-SKIPPED-LINE TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph carries an RRUN record's attempt number
      * onto the first unclaimed start of the same program after
      * it - the run the driver made as the rerun.
      *
       3060-MARK-RERUN-START.
           ADD 1 TO WS-RERUN-COUNT.
           MOVE "N" TO WS-RERUN-MARKED-FLAG.
           PERFORM 3065-TEST-RERUN-START
                   VARYING WS-SCAN-SUB FROM WS-LOG-SUB BY 1
                   UNTIL WS-SCAN-SUB GREATER WS-LOG-COUNT
                      OR WS-RERUN-MARKED.
      *
       3065-TEST-RERUN-START.
           IF WS-LG-PROGRAM (WS-SCAN-SUB) EQUAL
              WS-LG-PROGRAM (WS-LOG-SUB) AND
              WS-LG-ACTION (WS-SCAN-SUB) EQUAL "STRT" AND
              WS-LG-USED (WS-SCAN-SUB) EQUAL "N"
                 MOVE WS-LG-COUNT (WS-LOG-SUB) TO
                      WS-LG-RERUN (WS-SCAN-SUB)
                 IF WS-LG-RERUN (WS-SCAN-SUB) EQUAL 0
                       MOVE 1 TO WS-LG-RERUN (WS-SCAN-SUB)
                 END-IF
                 MOVE "Y" TO WS-RERUN-MARKED-FLAG.
      *
      *  This paragraph shows a rerun's status column as the
      * attempt number and how it ended, flagged unless NORM.
      *
       3070-SET-RERUN-STATUS.
           MOVE WS-LG-RERUN (WS-LOG-SUB) TO WS-RS-ATTEMPT.
           IF WS-RS-TERM EQUAL "NORM"
                 MOVE SPACES TO WS-RS-FLAG
              ELSE
                 MOVE " ***" TO WS-RS-FLAG.
           MOVE WS-RERUN-STATUS TO PRT-RUN-STATUS.
      *
       4000-PRINT-TOTALS.
           MOVE WS-RUNS-PAIRED   TO PRT-TOT-PAIRED.
           MOVE SPACES TO PRT-RUN-REC.
           MOVE PRT-RUN-TOTAL-5 TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
           MOVE WS-STEPS-HELD TO PRT-TOT-HELD.
           MOVE SPACES TO PRT-RUN-REC.
           MOVE PRT-RUN-TOTAL-6 TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
           MOVE WS-RERUN-COUNT TO PRT-TOT-RERUNS.
           MOVE SPACES TO PRT-RUN-REC.
           MOVE PRT-RUN-TOTAL-7 TO PRT-RUN-REC.
           WRITE PRT-RUN-REC AFTER 1.
           DISPLAY "RUNRPT - RUNS PAIRED        : " WS-RUNS-PAIRED.
           DISPLAY "RUNRPT - ABND TERMINATIONS  : " WS-ABND-COUNT.
           DISPLAY "RUNRPT - STARTS NEVER ENDED : "
