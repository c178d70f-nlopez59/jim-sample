                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
      * Term deposit file - a fixed-term deposit accrues at the rate
      * locked for its term, not the table rate, again as RULE-3
      * does.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
           SELECT JOURNAL-FILE  ASSIGN TO INTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The same posting journal RULE-4 extends: one machine-readable
                                        BY ==PCK-TOTAL-INTEREST==.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE                PIC X(132).
       FD  POSTJRNL-FILE.
       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-RATE-LOCKED-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATE-LOCKED              VALUE 'Y'.

      * The rate resolved from the central table for the account in
      * hand - the same walk DATRULE2's GET-APPLICABLE-RATE makes.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

      * PARM='RESTART' is the rerun invocation - anything else (or
      * no parm) is a normal, start-of-master run.
       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           MOVE 'INTCAP' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPITALIZE-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-ACCTS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           END-IF
           OPEN I-O    ACCTMAST-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN INPUT  TDEPOSIT-FILE
           OPEN OUTPUT CHKPT-FILE
           OPEN EXTEND POSTJRNL-FILE
      * On a restart the failed run's journal and writeback are
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           MOVE 'N' TO WS-RATE-LOCKED-SW
           IF ACCT-TYPE-TERM
               PERFORM 2520-GET-LOCKED-RATE
           END-IF
           IF NOT WS-RATE-LOCKED
               START RATETBL-FILE KEY >= RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATE-MORE TO TRUE
               END-START
           END-IF
           PERFORM 2510-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

                   END-IF
           END-READ.

      * A term deposit with a deposit record accrues at its locked
      * rate; one without falls through to the table walk.
       2520-GET-LOCKED-RATE.
           MOVE ACCT-NO TO TD-ACCT-NO
           READ TDEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
                   SET WS-RATE-LOCKED TO TRUE
           END-READ.

      * Control totals close the journal, so the posting run can be
      * balanced at a glance - accounts posted and total interest
      * moved are what Finance ties back to the general ledger.
               MOVE WS-TOTAL-LINE TO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-IF
           CLOSE ACCTMAST-FILE RATETBL-FILE TDEPOSIT-FILE
                 JOURNAL-FILE POSTJRNL-FILE ACCTUPDT-FILE CHKPT-FILE
           DISPLAY 'INTCAP - Accounts read    ' WS-ACCTS-READ
           DISPLAY 'INTCAP - Accounts posted  ' WS-ACCTS-POSTED
           DISPLAY 'INTCAP - Accounts skipped ' WS-ACCTS-SKIPPED
