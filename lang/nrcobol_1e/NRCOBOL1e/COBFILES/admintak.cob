      * the reason in front of the row for the registrar.
      *
      *  A loaded student starts as a freshman in good standing
      * with no earned hours, no grade point average and no
      * declared degree program - the term they are about to
      * sit will supply the first two, the registrar the last
      * through SECURITY.
      *
      *AUTHOR.        cHArRiOTt.
      *INSTALLATION.
           03 ST-CITY          PIC X(16).
           03 ST-POSTAL-CODE   PIC X(7).
           03 ST-CRED-HOURS    PIC 9(3).
           03 ST-DEGREE-PROGRAM PIC X(4).
           03 ST-DEGREE-CLEARED PIC X.
      *
       FD REJECT-FILE
            LABEL RECORD IS STANDARD
           MOVE WS-FLD-CITY       TO ST-CITY.
           MOVE WS-FLD-POSTAL     TO ST-POSTAL-CODE.
           MOVE ZERO              TO ST-CRED-HOURS.
           MOVE SPACES            TO ST-DEGREE-PROGRAM.
           MOVE SPACE             TO ST-DEGREE-CLEARED.
           WRITE IN-STUDENT-REC
                 INVALID KEY
                       MOVE "STUDENT ALREADY ON FILE"
