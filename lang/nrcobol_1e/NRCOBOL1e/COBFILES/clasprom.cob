           03 OS-CITY          PIC X(16).
           03 OS-POSTAL-CODE   PIC X(7).
           03 OS-CRED-HOURS    PIC 9(3).
           03 OS-DEGREE-PROGRAM PIC X(4).
           03 OS-DEGREE-CLEARED PIC X.
      *
       FD PROMO-PRINT
           LABEL RECORD IS STANDARD
