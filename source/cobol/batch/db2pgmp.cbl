      * row count and balance checksum - a delta run re-sweeps the
      * master after applying its changes - so DATRECON balances a
      * delta night exactly like a full one.
      *
      * Every row the run applies to the master is also written to
      * the RFSHLOG refresh log - the row as applied, in the SNAPREC
      * layout, stamped with the run's start time and its mode - so
      * the ACCTRCV forward recovery can replay a refresh that falls
      * between the snapshot it starts from and its cutoff. On a
      * full reload the log is the whole new master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DB2TSOUT-FILE ASSIGN TO DB2TSOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RFSHLOG-FILE  ASSIGN TO RFSHLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
                                        BY ==ETS-OUT-EXTRACT-TS==
                         ==ETS-LAST-FULL-DATE==
                                        BY ==ETS-OUT-FULL-DATE==.
       FD  RFSHLOG-FILE.
           COPY SNAPREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ERROR-CONTEXT            PIC X(40).
       01  WS-BALANCE-CHECKSUM         PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
       01  WS-REFRESH-TS               PIC X(16)  VALUE SPACES.

      * Run-mode decision working fields. The full-reload interval is
      * the longest a delta chain may run before the periodic full
               ORDER BY ACCT_NO
           END-EXEC.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DB2PGM' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           IF WS-FULL-RELOAD
               PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL WS-CURSOR-EOF
           END-IF
           PERFORM 3000-TERMINATE
           MOVE WS-ROWS-FETCHED TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

      * On a FULL reload ACCTMAST-FILE is rebuilt from scratch, not
       1000-INITIALIZE.
           DISPLAY 'DB2PGM - Started. Extracting ACCOUNT_TABLE.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-8
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-REFRESH-TS
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT RFSHLOG-FILE
           OPEN OUTPUT DB2CTL-FILE
           PERFORM 1100-DECIDE-RUN-MODE
      * Opened only after the prior record has been read and its file
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
                   ADD ACCT-BALANCE TO WS-BALANCE-CHECKSUM
                   PERFORM 2400-LOG-REFRESH-ROW
           END-WRITE.

       2400-LOG-REFRESH-ROW.
           MOVE SPACES                TO SNAPSHOT-RECORD
           MOVE ACCT-NO               TO SNP-ACCT-NO
           MOVE ACCT-STATUS           TO SNP-STATUS
           MOVE ACCT-COMPANY-CD       TO SNP-COMPANY-CD
           MOVE ACCT-TYPE             TO SNP-TYPE
           MOVE ACCT-BALANCE          TO SNP-BALANCE
           MOVE ACCT-INT-RATE         TO SNP-INT-RATE
           MOVE ACCT-OPEN-DATE        TO SNP-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE    TO SNP-LAST-INT-DATE
           MOVE ACCT-CURRENCY-CD      TO SNP-CURRENCY-CD
           MOVE ACCT-CUST-NO          TO SNP-CUST-NO
           MOVE ACCT-YTD-INTEREST     TO SNP-YTD-INTEREST
           MOVE WS-REFRESH-TS         TO SNP-TAKEN-TS
           MOVE WS-RUN-MODE-SW        TO SNP-SOURCE
           WRITE SNAPSHOT-RECORD.

      * A delta row is applied as an upsert: rewrite the account if
      * the master already has it, add it if it is new. Deletes are
      * deliberately not handled here - the periodic full reload is
                               WS-ACCTMAST-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DELTA-APPLIED
                           PERFORM 2400-LOG-REFRESH-ROW
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2200-MOVE-ROW-TO-RECORD
                               WS-ACCTMAST-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DELTA-APPLIED
                           PERFORM 2400-LOG-REFRESH-ROW
                   END-REWRITE
           END-READ
           PERFORM 2100-FETCH-ACCOUNT-ROW.
           PERFORM 9300-WRITE-TIMESTAMP-RECORD
           CLOSE ACCTMAST-FILE
           CLOSE ERROR-FILE
           CLOSE RFSHLOG-FILE
           CLOSE DB2CTL-FILE
           CLOSE DB2TSOUT-FILE
           DISPLAY 'DB2PGM - Rows fetched ' WS-ROWS-FETCHED
