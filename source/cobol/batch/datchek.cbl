       01  WS-ED-1                     PIC ZZZZZZ9.
       01  WS-ED-2                     PIC ZZZZZZ9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DATCHEK' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-EXPECTED-COUNT
           PERFORM 3000-CHECK-CALENDAR-COVERAGE
           PERFORM 4000-CHECK-CONTROL-CARDS
           PERFORM 5000-CHECK-CARRY-FORWARDS
           PERFORM 6000-TERMINATE
           MOVE WS-TRANIN-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
