      * the part of the payment lying above the retention on the
      * claim's cumulative paid. Treaty totals at the end are
      * the billing to send the reinsurer.
      *
      *  The treaty cedes loss and expense together, so every
      * payment counts toward the retention whatever its type;
      * the register shows each claim's incurred split into
      * indemnity and expense (defense/legal plus other
      * adjusting) and the ceded totals split the same way.
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
           SELECT PAYMENT-FILE ASSIGN TO DISK
           03  PAY-SETTLE-FLAG          PIC X.
           03  PAY-CHECK-NUMBER         PIC 9(6).
           03  PAY-DISB-DATE            PIC 9(6).
           03  PAY-CLEAR-DATE           PIC 9(6).
           03  PAY-PAYEE-ID             PIC 9(6).
           03  PAY-TYPE                 PIC X.
      *
       FD RESERVE-FILE
           LABEL RECORDS STANDARD
           03 WS-CLAIMS-READ     PIC 9(5) VALUE 0.
           03 WS-CLAIMS-CEDED    PIC 9(5) VALUE 0.
           03 WS-TREATY-CEDED-TOTAL PIC 9(9)V99 VALUE 0.
           03 WS-TREATY-CEDED-IND   PIC 9(9)V99 VALUE 0.
           03 WS-TREATY-CEDED-EXP   PIC 9(9)V99 VALUE 0.
      *
       01 WS-TREATY-NAME         PIC X(20) VALUE SPACES.
       01 WS-RETENTION           PIC 9(7) VALUE 0.
       01 WS-CESSION-PCT         PIC 9(3) VALUE 0.
      *
       01 WS-PAID-TO-DATE        PIC 9(9) VALUE 0.
       01 WS-IND-PAID            PIC 9(9) VALUE 0.
       01 WS-LEGAL-PAID          PIC 9(9) VALUE 0.
       01 WS-ADJ-PAID            PIC 9(9) VALUE 0.
       01 WS-RESERVE-AMOUNT      PIC 9(7) VALUE 0.
       01 WS-CLAIM-INCURRED      PIC 9(9) VALUE 0.
       01 WS-CUM-BEFORE          PIC 9(9) VALUE 0.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(10)  VALUE "RESERVE : ".
           03 CLM-RESERVE        PIC Z.ZZZ.ZZ9.
       01 WS-CLAIM-SPLIT-LINE.
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(17)  VALUE "INDEMNITY PAID : ".
           03 CSL-IND-PAID       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(11)  VALUE "   LEGAL : ".
           03 CSL-LEGAL-PAID     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(11)  VALUE "   OTHER : ".
           03 CSL-ADJ-PAID       PIC ZZZ.ZZZ.ZZ9.
       01 WS-PAY-LINE.
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "PAYMENT ".
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 FILLER             PIC X(8)   VALUE "CEDED : ".
           03 PAY-LINE-CEDED     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(3)   VALUE SPACES.
           03 PAY-LINE-TYPE      PIC X(9).
       01 WS-CLAIM-TOTAL-LINE.
           03 FILLER             PIC X(5)   VALUE SPACES.
           03 FILLER             PIC X(22)  VALUE
           03 FILLER             PIC X(24)  VALUE
                         "TOTAL CEDED TO TREATY : ".
           03 TTL-CEDED          PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TREATY-TOTAL-3.
           03 FILLER             PIC X(24)  VALUE
                         "  OF WHICH INDEMNITY  : ".
           03 TTL-CEDED-IND      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TREATY-TOTAL-4.
           03 FILLER             PIC X(24)  VALUE
                         "  OF WHICH EXPENSE    : ".
           03 TTL-CEDED-EXP      PIC ZZZ.ZZZ.ZZ9,99.
      *
       PROCEDURE DIVISION.
      *
           MOVE SPACES TO OUT-CESSION-REC.
           MOVE WS-TREATY-TOTAL-2 TO OUT-CESSION-REC.
           WRITE OUT-CESSION-REC AFTER 1.
           MOVE WS-TREATY-CEDED-IND TO TTL-CEDED-IND.
           MOVE WS-TREATY-CEDED-EXP TO TTL-CEDED-EXP.
           MOVE SPACES TO OUT-CESSION-REC.
           MOVE WS-TREATY-TOTAL-3 TO OUT-CESSION-REC.
           WRITE OUT-CESSION-REC AFTER 1.
           MOVE SPACES TO OUT-CESSION-REC.
           MOVE WS-TREATY-TOTAL-4 TO OUT-CESSION-REC.
           WRITE OUT-CESSION-REC AFTER 1.
           DISPLAY "CESSREG - CLAIMS READ          : "
                   WS-CLAIMS-READ.
           DISPLAY "CESSREG - CLAIMS OVER RETENTION: "
      *********************************************************
      *  This paragraph sums the claim's payments and fetches
      * its case reserve, leaving incurred = paid plus reserve.
      * The paid figure is split by payment type on the way.
      *
       1010-COMPUTE-INCURRED.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-IND-PAID.
           MOVE 0 TO WS-LEGAL-PAID.
           MOVE 0 TO WS-ADJ-PAID.
           MOVE " " TO WS-PAY-END-FLAG.
           MOVE CL-CLAIM-NUMBER TO PAY-CLAIM-NUMBER.
           MOVE 0 TO PAY-SEQ.
           IF WS-PAY-END-FLAG NOT EQUAL "S"
                 IF PAY-CLAIM-NUMBER EQUAL CL-CLAIM-NUMBER
                       ADD PAY-AMOUNT TO WS-PAID-TO-DATE
                       IF PAY-TYPE EQUAL "L"
                             ADD PAY-AMOUNT TO WS-LEGAL-PAID
                          ELSE
                          IF PAY-TYPE EQUAL "A"
                                ADD PAY-AMOUNT TO WS-ADJ-PAID
                             ELSE
                                ADD PAY-AMOUNT TO WS-IND-PAID
                          END-IF
                       END-IF
                    ELSE
                       MOVE "S" TO WS-PAY-END-FLAG.
      *
           MOVE SPACES TO OUT-CESSION-REC.
           MOVE WS-CLAIM-LINE TO OUT-CESSION-REC.
           WRITE OUT-CESSION-REC AFTER 2.
           MOVE WS-IND-PAID   TO CSL-IND-PAID.
           MOVE WS-LEGAL-PAID TO CSL-LEGAL-PAID.
           MOVE WS-ADJ-PAID   TO CSL-ADJ-PAID.
           MOVE SPACES TO OUT-CESSION-REC.
           MOVE WS-CLAIM-SPLIT-LINE TO OUT-CESSION-REC.
           WRITE OUT-CESSION-REC AFTER 1.
           MOVE 0 TO WS-CLAIM-CEDED-TOTAL.
           MOVE 0 TO WS-CUM-AFTER.
           MOVE " " TO WS-PAY-END-FLAG.
                               WS-CESSION-PCT / 100
                       ADD WS-CEDED-SHARE TO WS-CLAIM-CEDED-TOTAL
                       ADD WS-CEDED-SHARE TO WS-TREATY-CEDED-TOTAL
                       IF PAY-TYPE EQUAL "L" OR
                          PAY-TYPE EQUAL "A"
                             ADD WS-CEDED-SHARE TO WS-TREATY-CEDED-EXP
                             MOVE "EXPENSE" TO PAY-LINE-TYPE
                          ELSE
                             ADD WS-CEDED-SHARE TO WS-TREATY-CEDED-IND
                             MOVE "INDEMNITY" TO PAY-LINE-TYPE
                       END-IF
                       MOVE PAY-SEQ        TO PAY-LINE-SEQ
                       MOVE PAY-DATE       TO PAY-LINE-DATE
                       MOVE PAY-AMOUNT     TO PAY-LINE-AMOUNT
