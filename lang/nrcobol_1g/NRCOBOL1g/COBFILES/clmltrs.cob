           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                     WITH DUPLICATES
           ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                     WITH DUPLICATES
           FILE STATUS IS WS-CLIENT-STATUS.
      *
           SELECT POLICY-FILE ASSIGN TO DISK
           03  PM-WRITTEN-PREMIUM       PIC 9(7).
           03  PM-EFFECTIVE-DATE        PIC 9(6).
           03  PM-EXPIRY-DATE           PIC 9(6).
           03  PM-DEDUCTIBLE            PIC 9(7).
           03  PM-BILL-PLAN             PIC X.
           03  PM-BILL-STATUS           PIC X.
           03  PM-CANCEL-DATE           PIC 9(6).
      *
       FD LETTER-REGISTER-FILE
           LABEL RECORDS STANDARD
