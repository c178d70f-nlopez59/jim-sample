               INCLUDE SQLCA
           END-EXEC.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DB2APPLY' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-WRITEBACK
               UNTIL WS-ACCTUPDT-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-READ-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-REJECTED           TO TRUE
           MOVE WS-LOG-REASON         TO AML-REASON
           MOVE 'DB2APPLY'            TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       2800-LOG-APPLIED.
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-ACCEPTED           TO TRUE
           MOVE WS-LOG-REASON         TO AML-REASON
           MOVE 'DB2APPLY'            TO AML-LOGGED-BY
           MOVE ACCT-MAINT-RECORD     TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       3000-TERMINATE.
