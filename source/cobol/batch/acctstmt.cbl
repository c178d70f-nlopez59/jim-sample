           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'ACCTSTMT' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STATE-ONE-ACCOUNT
               UNTIL WS-MASTER-EOF AND WS-JOURNAL-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-ACCOUNTS-STATED TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
