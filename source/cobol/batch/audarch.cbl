       01  WS-ARCHIVE-COUNT            PIC 9(07) COMP  VALUE ZERO.
       01  WS-ARCHIVE-DATE             PIC 9(08)       VALUE ZERO.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'AUDARCH' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-ONE-RECORD
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-ARCHIVE-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
