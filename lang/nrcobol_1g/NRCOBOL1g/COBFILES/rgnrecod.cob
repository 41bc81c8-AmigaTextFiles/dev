           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLAIM-NUMBER
           ALTERNATE RECORD KEY IS CL-POLICY-NUMBER
                     WITH DUPLICATES
           ALTERNATE RECORD KEY IS CL-ADJUSTER-ID
                     WITH DUPLICATES
           FILE STATUS IS WS-CLIENT-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO DISK
           03  HIS-PERIOD             PIC 9(6).
           03  FILLER                 PIC X.
           03  HIS-REGION             PIC X(4).
           03  HIS-REST               PIC X(78).
      *
       FD HISTORY-NEW-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CLMHIST.NEW".
       01  HISTORY-NEW-REC            PIC X(89).
      *
       FD ARCHIVE-FILE
           LABEL RECORDS STANDARD
