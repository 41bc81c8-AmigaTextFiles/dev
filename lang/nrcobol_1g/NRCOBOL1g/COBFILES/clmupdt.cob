      * header states whether the run was fresh or resumed, and
      * a clean end clears the checkpoint along with the
      * transaction file.
      *
      *  Nothing is posted into a closed accounting period. A
      * claim's amount is booked as at its date reported, so an
      * add reported in a period PERCLOSE has closed is
      * rejected, as is a change that moves the date reported
      * into or out of a closed period and a delete of a claim
      * reported in one. The open period is read off ACCTPER.DAT
      * at the start of the run; without the file nothing is
      * closed.
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
           SELECT UPDATE-PRINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.
      *
           SELECT ACCT-PERIOD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCT-PERIOD-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "CLMUPDT.CKP".
       01  OUT-CHECKPOINT-REC.
           03  CKP-APPLIED-THRU       PIC 9(5).
      *
       FD ACCT-PERIOD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "ACCTPER.DAT".
       01  IN-ACCT-PERIOD-REC.
           03  AP-OPEN-PERIOD         PIC 9(6).
           03  FILLER                 PIC X.
           03  AP-LAST-ACTION         PIC X(4).
           03  FILLER                 PIC X.
           03  AP-LAST-DATE           PIC X(8).
           03  FILLER                 PIC X.
           03  AP-LAST-OPERATOR       PIC X(6).
      *
       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS         PIC XX VALUE "00".
           88 WS-RUN-RESUMED         VALUE "Y".
       01 WS-RESPONCE            PIC X  VALUE SPACE.
           88 WS-RESPONCE-Y          VALUE "Y" "y".
      *
       01 WS-ACCT-PERIOD-STATUS  PIC XX VALUE "00".
       01 WS-ACCT-OPEN-PERIOD    PIC 9(6) VALUE 0.
       01 WS-DATE-TEST.
           03 WS-DT-DD           PIC 99.
           03 WS-DT-MM           PIC 99.
           03 WS-DT-YY           PIC 99.
       01 WS-DATE-TEST-PERIOD    PIC 9(6) VALUE 0.
       01 WS-CLOSED-FLAG         PIC X  VALUE "N".
           88 WS-DATE-IN-CLOSED      VALUE "Y".
       01 WS-CENTURY-PAR.
           03 WS-CY-YY           PIC 9(2).
           03 WS-CY-PIVOT        PIC 9(2) VALUE 50.
           03 WS-CY-YYYY         PIC 9(4).
      *
       01 WS-RUNLOG-PAR.
           03 WS-RUNLOG-PROGRAM-NAME  PIC X(8) VALUE "CLMUPDT".
           MOVE WS-REAL-MONTH TO WS-TEMP-MONTH.
           MOVE WS-REAL-YEAR  TO WS-TEMP-YEAR.
           PERFORM 0400-OFFER-RESTART.
           PERFORM 0600-READ-ACCT-PERIOD.
           OPEN INPUT  TRAN-FILE.
           OPEN I-O    CLIENT-FILE.
           OPEN OUTPUT UPDATE-PRINT.
           MOVE WS-RESUME-POINT TO WS-PROCESSED-THRU.
      *
      *********************************************************
      *  This paragraph reads the open accounting period off
      * ACCTPER.DAT; a missing or empty file leaves it zero and
      * every period open.
      *
       0600-READ-ACCT-PERIOD.
           MOVE 0 TO WS-ACCT-OPEN-PERIOD.
           OPEN INPUT ACCT-PERIOD-FILE.
           IF WS-ACCT-PERIOD-STATUS EQUAL "00"
                 READ ACCT-PERIOD-FILE
                      AT END CONTINUE
                      NOT AT END
                           IF AP-OPEN-PERIOD NUMERIC
                                 MOVE AP-OPEN-PERIOD
                                      TO WS-ACCT-OPEN-PERIOD
                           END-IF
                 END-READ
                 CLOSE ACCT-PERIOD-FILE.
      *
      *********************************************************
      *  This paragraph records how far the run has got, after
      * every transaction, so a crash loses at most the one in
      * flight.
      *
      *********************************************************
      *  This paragraph adds a brand new claim record to the
      * master, rejecting the transaction when the claim was
      * reported in a closed period or the claim number is
      * already on file.
      *
       1020-APPLY-ADD.
           MOVE TR-DATE-REPORTED TO WS-DATE-TEST.
           PERFORM 1060-TEST-CLOSED-PERIOD.
           IF WS-DATE-IN-CLOSED
                 PERFORM 1065-REJECT-CLOSED-PERIOD
              ELSE
                 MOVE TR-CLAIM-REC TO IN-CLIENT-REC
                 WRITE IN-CLIENT-REC
                       INVALID KEY
                             MOVE "REJECTED" TO WS-TRAN-RESULT
                             MOVE "CLAIM ALREADY ON FILE"
                                  TO WS-REJECT-REASON
                             ADD 1 TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                             ADD 1 TO WS-APPLIED-COUNT
                 END-WRITE.
      *
      *********************************************************
      *  This paragraph replaces an existing claim record with
      * the transaction's fields, rejecting the transaction when
      * the claim number is not on file or the change would move
      * the claim's date reported into or out of a closed period.
      * A claim reported in a closed period keeps its money as
      * well: a change to the amount claimed, the premium or the
      * previous-claims total is refused the same as a delete.
      *
       1030-APPLY-CHANGE.
           MOVE TR-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
                           TO WS-REJECT-REASON
                      ADD 1 TO WS-REJECTED-COUNT
                NOT INVALID KEY
                      PERFORM 1035-CHECK-CHANGE-PERIOD
                      IF WS-DATE-IN-CLOSED
                            PERFORM 1065-REJECT-CLOSED-PERIOD
                         ELSE
                            MOVE TR-CLAIM-REC TO IN-CLIENT-REC
                            REWRITE IN-CLIENT-REC
                            ADD 1 TO WS-APPLIED-COUNT
                      END-IF
           END-READ.
      *
       1035-CHECK-CHANGE-PERIOD.
           MOVE "N" TO WS-CLOSED-FLAG.
           IF TR-DATE-REPORTED NOT EQUAL CL-DATE-REPORTED OR
              TR-AMOUNT-CLAIMED NOT EQUAL CL-AMOUNT-CLAIMED OR
              TR-PREMIUM NOT EQUAL CL-PREMIUM OR
              TR-PREV-CLAIMS-TOTAL NOT EQUAL CL-PREV-CLAIMS-TOTAL
                 MOVE CL-DATE-REPORTED TO WS-DATE-TEST
                 PERFORM 1060-TEST-CLOSED-PERIOD
                 IF NOT WS-DATE-IN-CLOSED
                       MOVE TR-DATE-REPORTED TO WS-DATE-TEST
                       PERFORM 1060-TEST-CLOSED-PERIOD.
      *
      *********************************************************
      *  This paragraph deletes an existing claim record,
      * rejecting the transaction when the claim number is not
      * on file or the claim was reported in a closed period.
      *
       1040-APPLY-DELETE.
           MOVE TR-CLAIM-NUMBER TO CL-CLAIM-NUMBER.
                           TO WS-REJECT-REASON
                      ADD 1 TO WS-REJECTED-COUNT
                NOT INVALID KEY
                      MOVE CL-DATE-REPORTED TO WS-DATE-TEST
                      PERFORM 1060-TEST-CLOSED-PERIOD
                      IF WS-DATE-IN-CLOSED
                            PERFORM 1065-REJECT-CLOSED-PERIOD
                         ELSE
                            DELETE CLIENT-FILE RECORD
                            ADD 1 TO WS-APPLIED-COUNT
                      END-IF
           END-READ.
      *
      *********************************************************
      *  This paragraph tests the DDMMYY date in WS-DATE-TEST
      * against the open accounting period. A date not known
      * (zeros) or not numeric cannot be placed in a period and
      * is left open.
      *
       1060-TEST-CLOSED-PERIOD.
           MOVE "N" TO WS-CLOSED-FLAG.
           IF WS-DATE-TEST NUMERIC AND
              WS-DATE-TEST NOT EQUAL "000000"
                 MOVE WS-DT-YY TO WS-CY-YY
                 CALL "DatCentury" USING WS-CENTURY-PAR
                 COMPUTE WS-DATE-TEST-PERIOD =
                         WS-CY-YYYY * 100 + WS-DT-MM
                 IF WS-DATE-TEST-PERIOD LESS WS-ACCT-OPEN-PERIOD
                       MOVE "Y" TO WS-CLOSED-FLAG.
      *
       1065-REJECT-CLOSED-PERIOD.
           MOVE "REJECTED" TO WS-TRAN-RESULT.
           MOVE "DATED INTO CLOSED PERIOD" TO WS-REJECT-REASON.
           ADD 1 TO WS-REJECTED-COUNT.
      *
      *********************************************************
      *  This paragraph prints one report line for the
      * transaction just processed.
      *
