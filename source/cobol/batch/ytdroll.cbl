       01  WS-TOTAL-ARCHIVED           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'YTDROLL' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-ACCTS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
                   DISPLAY 'YTDROLL - No TAXPARM card - cannot '
                       'roll without the year being closed'
                   MOVE 16 TO RETURN-CODE
                   MOVE WS-ACCTS-READ TO STC-RECORDS
                   MOVE RETURN-CODE TO STC-COND-CODE
                   SET STC-STEP-END TO TRUE
                   CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
                   STOP RUN
           END-READ
           MOVE TXP-TAX-YEAR TO WS-TAX-YEAR
