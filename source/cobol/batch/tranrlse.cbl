           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RLL-ACTION              PIC X(30).

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'TRANRLSE' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-ONE-PASS-RECORD
               UNTIL WS-TRANPASS-EOF
           PERFORM 4000-WORK-ONE-NEW-FUTURE
               UNTIL WS-TRANFUT-EOF
           PERFORM 5000-TERMINATE
           MOVE WS-COMBINED-OUT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
