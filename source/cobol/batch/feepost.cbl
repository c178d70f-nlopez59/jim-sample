           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FEL-NOTE                PIC X(40).

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'FEEPOST' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ASSESS-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-ACCTS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE - WS-FEE-AMOUNT
               IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING
                       OR ACCT-TYPE-TERM)
                       AND WS-NEW-BALANCE < ZERO
                   ADD 1 TO WS-FEES-SKIPPED
                   PERFORM 2500-REPORT-SKIPPED-FEE
