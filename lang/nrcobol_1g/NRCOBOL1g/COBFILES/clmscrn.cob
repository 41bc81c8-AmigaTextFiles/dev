      *
      *  Everything prints on CLMSCRN.PRT for the fraud desk to
      * work by memory no longer.
      *
      *  The pair screens read the claim master down its policy
      * number key, so each policy's claims arrive together and
      * are compared as one group; claims with no policy link
      * are never read. The previous-claims screen reads today's
      * claim straight off its claim number for each claim in
      * the backup generation.
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
           SELECT GEN-CONTROL-FILE ASSIGN TO DISK
       01 WS-GEN-FOUND-FLAG      PIC X  VALUE "N".
           88 WS-GEN-FOUND           VALUE "Y".
       01 WS-COUNTERS.
           03 WS-CLAIMS-LOADED   PIC 9(5) VALUE 0.
           03 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           03 WS-GEN-CHECKED     PIC 9(5) VALUE 0.
       01 WS-OVERFLOW-FLAG       PIC X  VALUE "N".
      *
      *  Amount tolerance: two claims on the same policy within
      *
       01 WS-TOLERANCE-PCT       PIC 99 VALUE 5.
      *
      *  One policy's claims, gathered off the policy number key
      * so the pairs can be compared the way RUNRPT loads the run
      * log to pair its records. A policy with more claims than
      * the table pairs only the first table-full, noted on the
      * report rather than hidden.
      *
       01 WS-CLAIM-TABLE.
           03 WS-CLM-ENTRY OCCURS 99 TIMES.
               05 WS-CLM-NUMBER     PIC 999V9(4).
               05 WS-CLM-POLICY     PIC 9(6).
               05 WS-CLM-LOSS-DATE  PIC 9(6).
               05 WS-CLM-PREV       PIC 99.
       01 WS-CLM-SUB             PIC 999 VALUE 0.
       01 WS-CLM-SUB2            PIC 999 VALUE 0.
       01 WS-CLM-USED            PIC 999 VALUE 0.
       01 WS-GROUP-POLICY        PIC 9(6) VALUE 0.
       01 WS-AMOUNT-DIFF         PIC S9(8) VALUE 0.
       01 WS-ABS-DIFF            PIC 9(8) VALUE 0.
       01 WS-TOLERANCE-AMOUNT    PIC 9(8)V99 VALUE 0.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 SCR-DETAIL         PIC X(40).
       01 WS-SCR-OVERFLOW-LINE.
           03 FILLER             PIC X(54)  VALUE
              "*** POLICY OVER 99 CLAIMS - ONLY FIRST 99 PAIRS TESTED".
       01 WS-SCR-TOTAL-1.
           03 FILLER             PIC X(24)  VALUE
                         "CLAIMS SCREENED       : ".
           03 SCT-LOADED         PIC ZZZZ9.
       01 WS-SCR-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "CHECKED AGAINST BACKUP: ".
           03 SCT-GEN-CHECKED    PIC ZZZZ9.
       01 WS-SCR-TOTAL-2.
           03 FILLER             PIC X(24)  VALUE
                         "EXCEPTIONS RAISED     : ".
       PROCEDURE DIVISION.
      *
      *********************************************************
      *  Paragraph to run the three screens - duplicate losses
      * and near-identical amounts policy by policy down the
      * policy number key, then jumped previous-claims counts
      * against the backup - print the run totals and log
      * start/end through the shared RUNLOG routine.
      *
       0000-MAIN.
           MOVE " " TO WS-END-FILE-FLAG.
                IF WS-CLIENT-STATUS = "00" AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 0100-PRINT-TITLE
                      PERFORM 1000-START-BY-POLICY
                      PERFORM 1010-LOAD-ONE-CLAIM
                           UNTIL WS-END-OF-FILE
                      PERFORM 2000-SCREEN-CLAIM-PAIRS
                      PERFORM 3000-SCREEN-PREV-JUMPS
                      CLOSE CLIENT-FILE
                      IF WS-OVERFLOW-FLAG EQUAL "Y"
                            MOVE SPACES TO OUT-SCREEN-REC
                            MOVE WS-SCR-OVERFLOW-LINE
           MOVE SPACES TO OUT-SCREEN-REC.
           MOVE WS-SCR-TOTAL-2 TO OUT-SCREEN-REC.
           WRITE OUT-SCREEN-REC AFTER 1.
           MOVE WS-GEN-CHECKED TO SCT-GEN-CHECKED.
           MOVE SPACES TO OUT-SCREEN-REC.
           MOVE WS-SCR-TOTAL-3 TO OUT-SCREEN-REC.
           WRITE OUT-SCREEN-REC AFTER 1.
           DISPLAY "CLMSCRN - CLAIMS SCREENED : " WS-CLAIMS-LOADED.
           DISPLAY "CLMSCRN - EXCEPTIONS      : "
                   WS-EXCEPTION-COUNT.
      *
      *********************************************************
      *  This paragraph positions the claim master on its policy
      * number key past policy zero - claims keyed before the
      * policy link existed have nothing to pair on.
      *
       1000-START-BY-POLICY.
           MOVE 0 TO WS-CLM-USED.
           MOVE 0 TO WS-GROUP-POLICY.
           MOVE 0 TO CL-POLICY-NUMBER.
           START CLIENT-FILE KEY IS GREATER THAN CL-POLICY-NUMBER
                 INVALID KEY MOVE "S" TO WS-END-FILE-FLAG
           END-START.
      *
      *********************************************************
      *  This paragraph reads the next claim in policy order.
      * A new policy number screens the group just finished and
      * starts the next; the end of the file screens the last.
      *
       1010-LOAD-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-END-FILE-FLAG
           END-READ.
           IF NOT WS-END-OF-FILE
                 ADD 1 TO WS-CLAIMS-LOADED
                 IF CL-POLICY-NUMBER NOT EQUAL WS-GROUP-POLICY
                       PERFORM 2000-SCREEN-CLAIM-PAIRS
                       MOVE 0 TO WS-CLM-USED
                       MOVE CL-POLICY-NUMBER TO WS-GROUP-POLICY
                 END-IF
                 IF WS-CLM-USED LESS 99
                       ADD 1 TO WS-CLM-USED
                       MOVE WS-CLM-USED TO WS-CLM-SUB
                       MOVE CL-CLAIM-NUMBER TO
                            WS-CLM-NUMBER (WS-CLM-SUB)
                       MOVE CL-POLICY-NUMBER TO
                       MOVE CL-PREV-CLAIMS TO
                            WS-CLM-PREV (WS-CLM-SUB)
                    ELSE
                       MOVE "Y" TO WS-OVERFLOW-FLAG.
      *
      *********************************************************
      *  This paragraph compares every pair of claims in the
      * policy group: sharing a date of loss draws DUPLOSS, and
      * amounts within the tolerance of each other draw AMTNEAR.
      *
       2000-SCREEN-CLAIM-PAIRS.
           PERFORM 2010-SCREEN-ONE-CLAIM
                   VARYING WS-CLM-SUB FROM 1 BY 1
                   UNTIL WS-CLM-SUB GREATER WS-CLM-USED.
      *
       2010-SCREEN-ONE-CLAIM.
           IF WS-CLM-POLICY (WS-CLM-SUB) NOT EQUAL ZERO
                 PERFORM 2020-COMPARE-ONE-PAIR
                         VARYING WS-CLM-SUB2 FROM WS-CLM-SUB BY 1
                         UNTIL WS-CLM-SUB2 GREATER WS-CLM-USED.
      *
       2020-COMPARE-ONE-PAIR.
           IF WS-CLM-SUB2 NOT EQUAL WS-CLM-SUB AND
      *********************************************************
      *  This paragraph reads the last verified backup
      * generation of the claim master and flags every claim
      * whose previous-claims count on today's master - read off
      * its claim number - is higher than it was in the
      * snapshot. No readable backup just
      * skips this screen - the other two still ran.
      *
       3000-SCREEN-PREV-JUMPS.
                AT END MOVE "E" TO WS-GEN-END-FLAG
           END-READ.
           IF WS-GEN-END-FLAG NOT EQUAL "E"
                 MOVE GC-CLAIM-NUMBER TO CL-CLAIM-NUMBER
                 READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                      INVALID KEY
                            CONTINUE
                      NOT INVALID KEY
                            ADD 1 TO WS-GEN-CHECKED
                            IF CL-PREV-CLAIMS GREATER GC-PREV-CLAIMS
                                  PERFORM 3030-PRINT-JUMP-LINE
                            END-IF
                 END-READ
           END-IF.
      *
       3030-PRINT-JUMP-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE "PRVJUMP" TO SCR-REASON.
           MOVE CL-CLAIM-NUMBER TO SCR-CLAIM-NUMBER.
           MOVE ZERO TO SCR-OTHER-CLAIM.
           MOVE CL-POLICY-NUMBER TO SCR-POLICY.
           MOVE SPACES TO WS-DETAIL-BUILD.
           STRING "PREV CLAIMS " DELIMITED BY SIZE
                  GC-PREV-CLAIMS DELIMITED BY SIZE
                  " NOW "        DELIMITED BY SIZE
                  CL-PREV-CLAIMS DELIMITED BY SIZE
              INTO WS-DETAIL-BUILD
           END-STRING.
           MOVE WS-DETAIL-BUILD TO SCR-DETAIL.
