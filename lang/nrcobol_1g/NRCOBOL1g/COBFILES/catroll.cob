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
