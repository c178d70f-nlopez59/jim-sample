      * delete transactions, edits each one, and applies the accepted
      * ones against ACCTMAST - the same indexed file DATSUB's RULE-2/
      * RULE-3 read from. Every transaction, accepted or rejected, is
      * written to the change log for audit review, with the operator
      * code of whoever keyed it where the entry carries one (every
      * online DMNT entry does).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                         ==AM-ACCT-YTD-INT-NUM==
                                        BY ==UPD-ACCT-YTD-INT-NUM==
                         ==AM-ACCT-YTD-INT==
                                        BY ==UPD-ACCT-YTD-INT==
                         ==AM-OPERATOR-CODE==
                                        BY ==UPD-OPERATOR-CODE==.

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-PENDSCAN-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-PENDSCAN-EOF             VALUE 'Y'.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'ACCTMAIN' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-ACCTMNT-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-READ-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           END-IF
           IF NOT WS-TRAN-REJECTED AND (AM-ADD OR AM-CHANGE)
               IF AM-ACCT-TYPE NOT = 'S' AND NOT = 'C' AND NOT = 'L'
                                   AND NOT = 'T'
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'INVALID ACCOUNT TYPE' TO WS-REASON-HOLD
               END-IF
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-HELD               TO TRUE
           MOVE WS-HELD-REASON        TO AML-REASON
           MOVE 'ACCTMAIN'            TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           PERFORM 2950-SET-LOG-OPERATOR
           WRITE ACCT-MAINT-LOG-RECORD
           DISPLAY 'ACCTMAINT - Held for approval ' WS-RUN-DATE
               '-' WS-PEND-SEQ ' account ' AM-ACCT-NO ' - '

      * An accepted transaction is logged and re-emitted onto the
      * Db2 writeback feed, image unchanged, so DB2APPLY can replay
      * exactly what was applied to the VSAM master - and the log
      * entry carries the same image, so a forward recovery can.
       2600-WRITE-LOG-ACCEPT.
           MOVE FUNCTION CURRENT-DATE TO AML-TIMESTAMP
           MOVE AM-TRAN-CODE          TO AML-TRAN-CODE
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-ACCEPTED           TO TRUE
           MOVE 'ACCEPTED'            TO AML-REASON
           MOVE 'ACCTMAIN'            TO AML-LOGGED-BY
           MOVE ACCT-MAINT-RECORD     TO AML-MAINT-IMAGE
           PERFORM 2950-SET-LOG-OPERATOR
           WRITE ACCT-MAINT-LOG-RECORD
           MOVE ACCT-MAINT-RECORD     TO UPD-MAINT-RECORD
           WRITE UPD-MAINT-RECORD.
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-REJECTED           TO TRUE
           MOVE WS-REASON-HOLD        TO AML-REASON
           MOVE 'ACCTMAIN'            TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           PERFORM 2950-SET-LOG-OPERATOR
           WRITE ACCT-MAINT-LOG-RECORD.

      * The keyer's operator code rides in the tail of the reason,
      * past the 40 bytes ACCTMAINT's own reasons can use.
       2950-SET-LOG-OPERATOR.
           IF AM-OPERATOR-CODE NOT = SPACES
               MOVE 'OPERATOR '           TO AML-OPERATOR-TAG
               MOVE AM-OPERATOR-CODE      TO AML-OPERATOR-CODE
           END-IF.

       2800-READ-ACCTMAST-FOR-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           MOVE AM-ACCT-NO TO ACCT-NO
