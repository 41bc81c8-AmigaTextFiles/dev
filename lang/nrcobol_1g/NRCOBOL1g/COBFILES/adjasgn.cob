      * register ADJASGN.PRT; claims no adjuster could take, and
      * adjusters already over their cap before the run, are
      * flagged on the same page.
      *  Loads are counted, and the unassigned claims found, down
      * the claim master's adjuster ID key - each adjuster's
      * claims read as one run of the key, the unassigned ones as
      * the run of blank IDs - rather than by passing the whole
      * file.
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
           SELECT ASSIGN-PRINT ASSIGN TO DISK
           03 WS-CLAIMS-ASSIGNED  PIC 9(5) VALUE 0.
           03 WS-CLAIMS-UNPLACED  PIC 9(5) VALUE 0.
           03 WS-OVER-CAP-COUNT   PIC 99   VALUE 0.
           03 WS-CLAIMS-HELD-OVER PIC 9(5) VALUE 0.
       01 WS-STATUS-TEST         PIC X.
           88 WS-TEST-OPEN           VALUE "O" "o" " ".
      *
               05 WS-ADJ-SPEC-TBL OCCURS 3 TIMES PIC 9(6).
               05 WS-ADJ-CAP-TBL    PIC 9(3).
               05 WS-ADJ-LOAD-TBL   PIC 9(3).
      *
      *  The open unassigned claims, gathered off the blank run
      * of the adjuster ID key before any is assigned - a claim
      * rewritten with its new adjuster leaves that run, so the
      * run is not walked while it is being changed. Any beyond
      * the table wait for the next night's run.
      *
       01 WS-UNASGN-TABLE.
           03 WS-UNASGN-CLAIM-TBL OCCURS 999 TIMES PIC 999V9(4).
       01 WS-UNASGN-USED         PIC 999 VALUE 0.
       01 WS-UNASGN-SUB          PIC 9(4) VALUE 0.
       01 WS-LOAD-END-FLAG       PIC X  VALUE " ".
       01 WS-CLAIM-FOUND-FLAG    PIC X  VALUE "N".
       01 WS-ADJ-SUB             PIC 99 VALUE 0.
       01 WS-SPEC-SUB            PIC 9  VALUE 0.
       01 WS-BEST-SUB            PIC 99 VALUE 0.
           03 FILLER             PIC X(24)  VALUE
                         "CLAIMS NOT PLACED     : ".
           03 AST-UNPLACED       PIC ZZZZ9.
       01 WS-ASG-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "LEFT FOR NEXT RUN     : ".
           03 AST-HELD-OVER      PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
                   WS-CLIENT-STATUS = "00"      AND
                   WS-PRINT-STATUS  = "00"
                      PERFORM 0200-PRINT-TITLE
                      PERFORM 1000-COUNT-ADJUSTER-LOAD
                           VARYING WS-ADJ-SUB FROM 1 BY 1
                           UNTIL WS-ADJ-SUB GREATER
                                            WS-ADJUSTERS-LOADED
                      PERFORM 2000-GATHER-UNASSIGNED
                      PERFORM 2005-ASSIGN-ONE-CLAIM
                           VARYING WS-UNASGN-SUB FROM 1 BY 1
                           UNTIL WS-UNASGN-SUB GREATER WS-UNASGN-USED
                      PERFORM 3000-FLAG-OVER-CAPS
                      PERFORM 0300-PRINT-TOTALS
                      MOVE "NORM" TO WS-RUNLOG-TERM-STATUS
           MOVE SPACES TO OUT-ASSIGN-REC.
           MOVE WS-ASG-TOTAL-2 TO OUT-ASSIGN-REC.
           WRITE OUT-ASSIGN-REC AFTER 1.
           IF WS-CLAIMS-HELD-OVER GREATER 0
                 MOVE WS-CLAIMS-HELD-OVER TO AST-HELD-OVER
                 MOVE SPACES TO OUT-ASSIGN-REC
                 MOVE WS-ASG-TOTAL-3 TO OUT-ASSIGN-REC
                 WRITE OUT-ASSIGN-REC AFTER 1.
      *
      *********************************************************
      *  This paragraph counts the adjuster's current load off
      * the adjuster ID key - open claims only, the same rule
      * the W workload report applies.
      *
       1000-COUNT-ADJUSTER-LOAD.
           MOVE " " TO WS-LOAD-END-FLAG.
           MOVE WS-ADJ-ID-TBL (WS-ADJ-SUB) TO CL-ADJUSTER-ID.
           START CLIENT-FILE KEY IS EQUAL TO CL-ADJUSTER-ID
                 INVALID KEY MOVE "S" TO WS-LOAD-END-FLAG
           END-START.
           PERFORM 1010-COUNT-ONE-LOAD
                   UNTIL WS-LOAD-END-FLAG = "S".
      *
       1010-COUNT-ONE-LOAD.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-LOAD-END-FLAG
           END-READ.
           IF WS-LOAD-END-FLAG NOT EQUAL "S"
                 IF CL-ADJUSTER-ID NOT EQUAL
                    WS-ADJ-ID-TBL (WS-ADJ-SUB)
                       MOVE "S" TO WS-LOAD-END-FLAG
                    ELSE
                       MOVE CL-STATUS TO WS-STATUS-TEST
                       IF WS-TEST-OPEN
                             ADD 1 TO WS-ADJ-LOAD-TBL (WS-ADJ-SUB)
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph gathers the open claims with a blank
      * adjuster ID off the adjuster ID key.
      *
       2000-GATHER-UNASSIGNED.
           MOVE 0 TO WS-UNASGN-USED.
           MOVE " " TO WS-LOAD-END-FLAG.
           MOVE SPACES TO CL-ADJUSTER-ID.
           START CLIENT-FILE KEY IS EQUAL TO CL-ADJUSTER-ID
                 INVALID KEY MOVE "S" TO WS-LOAD-END-FLAG
           END-START.
           PERFORM 2001-GATHER-ONE-CLAIM
                   UNTIL WS-LOAD-END-FLAG = "S".
      *
       2001-GATHER-ONE-CLAIM.
           READ CLIENT-FILE NEXT RECORD
                AT END MOVE "S" TO WS-LOAD-END-FLAG
           END-READ.
           IF WS-LOAD-END-FLAG NOT EQUAL "S"
                 IF CL-ADJUSTER-ID NOT EQUAL SPACES
                       MOVE "S" TO WS-LOAD-END-FLAG
                    ELSE
                       MOVE CL-STATUS TO WS-STATUS-TEST
                       IF WS-TEST-OPEN
                             IF WS-UNASGN-USED LESS 999
                                   ADD 1 TO WS-UNASGN-USED
                                   MOVE CL-CLAIM-NUMBER TO
                                        WS-UNASGN-CLAIM-TBL
                                                   (WS-UNASGN-USED)
                                ELSE
                                   ADD 1 TO WS-CLAIMS-HELD-OVER
                             END-IF
                       END-IF
                 END-IF
           END-IF.
      *
      *********************************************************
      *  This paragraph re-reads one gathered claim off its claim
      * number and, when it is still open and unassigned, picks
      * the adjuster and rewrites the claim with the assignment.
      *
       2005-ASSIGN-ONE-CLAIM.
           MOVE WS-UNASGN-CLAIM-TBL (WS-UNASGN-SUB) TO CL-CLAIM-NUMBER.
           MOVE "Y" TO WS-CLAIM-FOUND-FLAG.
           READ CLIENT-FILE RECORD KEY IS CL-CLAIM-NUMBER
                INVALID KEY MOVE "N" TO WS-CLAIM-FOUND-FLAG
           END-READ.
           IF WS-CLAIM-FOUND-FLAG EQUAL "Y"
                 MOVE CL-STATUS TO WS-STATUS-TEST
                 IF WS-TEST-OPEN AND
                    CL-ADJUSTER-ID EQUAL SPACES
