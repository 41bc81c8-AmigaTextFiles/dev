       FD SECURE-NEW-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SECURITY.NEW".
       01 IN-SECURE-NEW-REC       PIC X(107).
      *
       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS        PIC XX VALUE "00".
           88 WS-RESPONCE-3             VALUE "3".
           88 WS-RESPONCE-4             VALUE "4".
           88 WS-RESPONCE-5             VALUE "5".
           88 WS-RESPONCE-6             VALUE "6".
           88 WS-RESPONCE-7             VALUE "7".
           88 WS-RESPONCE-Q             VALUE "Q" "q".

       SCREEN SECTION.
           03 LINE 19 COLUMN 19   VALUE
                   "      '5' for REPORT CATALOG  ".
           03 LINE 20 COLUMN 19   VALUE
                   "      '6' for PREMIUM BILLING ".
           03 LINE 21 COLUMN 19   VALUE
                   "      '7' for PAYEE MASTER    ".
           03 LINE 22 COLUMN 19   VALUE
                   "      'Q' to QUIT             ".
       01 RESPONCE-LINE.
           03 LINE 24 COLUMN 19   PIC X
             TO WS-RESPONCE AUTO.
       01 INVALID-CHOICE.
           03 LINE 24 COLUMN 5    HIGHLIGHT VALUE
              "PLEASE CHOOSE 1, 2, 3, 4, 5, 6, 7 OR Q.".

      * ----------------- PROCEDURE --------------------------
       PROCEDURE DIVISION.
                       IF WS-RESPONCE-5
                             CALL "RPTVIEW"
                          ELSE
                       IF WS-RESPONCE-6
                             CALL "PREMPOST"
                          ELSE
                       IF WS-RESPONCE-7
                             CALL "PAYMAINT"
                          ELSE
                       IF WS-RESPONCE-Q
                             MOVE "S" TO WS-STOP-RUN-FLAG
                          ELSE
