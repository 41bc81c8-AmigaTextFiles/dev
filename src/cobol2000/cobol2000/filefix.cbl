            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    FXC-CLAIM-NUMBER
            ALTERNATE RECORD KEY IS FXC-POLICY-NUMBER
                             WITH DUPLICATES
            ALTERNATE RECORD KEY IS FXC-ADJUSTER-ID
                             WITH DUPLICATES
            FILE STATUS IS   WS-S1-STATUS.

            SELECT           CLAIM-FIX-FILE
            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    FXD-CLAIM-NUMBER
            ALTERNATE RECORD KEY IS FXD-POLICY-NUMBER
                             WITH DUPLICATES
            ALTERNATE RECORD KEY IS FXD-ADJUSTER-ID
                             WITH DUPLICATES
            FILE STATUS IS   WS-F1-STATUS.

            SELECT           STUDENT-FILE
           VALUE OF FILE-ID IS "CLIENT.DAT".
       01 FX-CLAIM-REC.
           03 FXC-CLAIM-NUMBER      PIC 999V9(4).
           03 FXC-REST              PIC X(48).
           03 FXC-POLICY-NUMBER     PIC 9(6).
           03 FXC-ADJUSTER-ID       PIC X(6).
      *
       FD CLAIM-FIX-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLIENT.FIX".
       01 FX-CLAIM-FIX-REC.
           03 FXD-CLAIM-NUMBER      PIC 999V9(4).
           03 FXD-REST              PIC X(48).
           03 FXD-POLICY-NUMBER     PIC 9(6).
           03 FXD-ADJUSTER-ID       PIC X(6).
      *
       FD STUDENT-FILE
           LABEL RECORD IS STANDARD
       01 FX-STUDENT-REC.
           03 FXS-NUMBER            PIC 9(6).
           03 FXS-LAST-NAME         PIC X(16).
           03 FXS-REST              PIC X(85).
      *
       FD STUDENT-FIX-FILE
           LABEL RECORD IS STANDARD
       01 FX-STUDENT-FIX-REC.
           03 FXT-NUMBER            PIC 9(6).
           03 FXT-LAST-NAME         PIC X(16).
           03 FXT-REST              PIC X(85).
      *
       FD POLICY-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "POLICY.DAT".
       01 FX-POLICY-REC.
           03 FXP-POLICY-NUMBER     PIC 9(6).
           03 FXP-REST              PIC X(61).
      *
       FD POLICY-FIX-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "POLICY.FIX".
       01 FX-POLICY-FIX-REC.
           03 FXQ-POLICY-NUMBER     PIC 9(6).
           03 FXQ-REST              PIC X(61).
      *
       FD PENDING-FILE
           LABEL RECORD IS STANDARD
           03 FXY-KEY.
               05 FXY-CLAIM-NUMBER  PIC 999V9(4).
               05 FXY-SEQ           PIC 999.
           03 FXY-REST              PIC X(39).
      *
       FD PAYMENT-FIX-FILE
           LABEL RECORD IS STANDARD
           03 FXZ-KEY.
               05 FXZ-CLAIM-NUMBER  PIC 999V9(4).
               05 FXZ-SEQ           PIC 999.
           03 FXZ-REST              PIC X(39).
      *
       FD FIX-PRINT
           LABEL RECORD IS STANDARD
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE SPACES TO WS-WORK-BYTES
                       MOVE FX-POLICY-REC TO WS-WORK-BYTES
                       MOVE 67 TO WS-REC-LENGTH
                       PERFORM 1040-HASH-WORK-BYTES
                       MOVE FXP-POLICY-NUMBER TO WS-HOLD-POLICY-KEY
                       READ POLICY-FILE RECORD KEY IS FXP-POLICY-NUMBER
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE SPACES TO WS-WORK-BYTES
                       MOVE FX-PAYMENT-REC TO WS-WORK-BYTES
                       MOVE 49 TO WS-REC-LENGTH
                       PERFORM 1040-HASH-WORK-BYTES
                       MOVE FXY-KEY TO WS-HOLD-PAY-KEY
                       READ PAYMENT-FILE RECORD KEY IS FXY-KEY
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE SPACES TO WS-WORK-BYTES
                       MOVE FX-POLICY-REC TO WS-WORK-BYTES
                       MOVE 67 TO WS-REC-LENGTH
                       PERFORM 1040-HASH-WORK-BYTES
                       MOVE FX-POLICY-REC TO FX-POLICY-FIX-REC
                       WRITE FX-POLICY-FIX-REC
                 ADD 1 TO WS-CPY-COUNT
                 MOVE SPACES TO WS-WORK-BYTES
                 MOVE FX-POLICY-FIX-REC TO WS-WORK-BYTES
                 MOVE 67 TO WS-REC-LENGTH
                 PERFORM 1045-HASH-COPY-BYTES
           END-IF.
      *
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE SPACES TO WS-WORK-BYTES
                       MOVE FX-PAYMENT-REC TO WS-WORK-BYTES
                       MOVE 49 TO WS-REC-LENGTH
                       PERFORM 1040-HASH-WORK-BYTES
                       MOVE FX-PAYMENT-REC TO FX-PAYMENT-FIX-REC
                       WRITE FX-PAYMENT-FIX-REC
                 ADD 1 TO WS-CPY-COUNT
                 MOVE SPACES TO WS-WORK-BYTES
                 MOVE FX-PAYMENT-FIX-REC TO WS-WORK-BYTES
                 MOVE 49 TO WS-REC-LENGTH
                 PERFORM 1045-HASH-COPY-BYTES
           END-IF.
      *
