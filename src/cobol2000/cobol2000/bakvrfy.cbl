            ORGANIZATION IS  INDEXED
            ACCESS MODE IS   DYNAMIC
            RECORD KEY IS    CL-CLAIM-NUMBER
            ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                             WITH DUPLICATES
            ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                             WITH DUPLICATES
            FILE STATUS IS   WS-CLIENT-STATUS.

            SELECT           STUDENT-FILE
           03 OS-CITY          PIC X(16).
           03 OS-POSTAL-CODE   PIC X(7).
           03 OS-CRED-HOURS    PIC 9(3).
           03 OS-DEGREE-PROGRAM PIC X(4).
           03 OS-DEGREE-CLEARED PIC X.
      *
       FD CLAIM-GEN-FILE
           LABEL RECORD IS STANDARD.
           03 GS-CITY          PIC X(16).
           03 GS-POSTAL-CODE   PIC X(7).
           03 GS-CRED-HOURS    PIC 9(3).
           03 GS-DEGREE-PROGRAM PIC X(4).
           03 GS-DEGREE-CLEARED PIC X.
      *
       FD GEN-CONTROL-FILE
           LABEL RECORD IS STANDARD
