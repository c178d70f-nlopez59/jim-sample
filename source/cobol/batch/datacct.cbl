      *      nothing).
      *   5. Unsupported-rule failures = suspense entries held
      *      tonight (every unsupported transaction is recoverable).
      *   6. The inbound clearing file is a source too: every entry
      *      it carried was converted, returned to the originator or
      *      held back with an unproven file, and every converted
      *      entry reached the edit step.
      * One verdict line says every transaction is accounted for; any
      * discrepancy is listed and fails the job - which is exactly
      * the proof the incident review could not produce.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RLSECTL-FILE  ASSIGN TO RLSECTL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRCTL-FILE   ASSIGN TO CLRCTL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE    ASSIGN TO DATAUDIT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE  ASSIGN TO ACCTEXT
           COPY RUNCTL.
       FD  RLSECTL-FILE.
           COPY RLSECTL.
       FD  CLRCTL-FILE.
           COPY CLRCTL.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  EXTRACT-FILE.
           05  WS-EC-PASS              PIC 9(07)  VALUE ZERO.
           05  WS-EC-REJECT            PIC 9(07)  VALUE ZERO.
           05  WS-EC-FUTURE            PIC 9(07)  VALUE ZERO.
           05  WS-EC-CLEARING          PIC 9(07)  VALUE ZERO.
       01  WS-RLSECTL-HOLD.
           05  WS-RL-PASS-IN           PIC 9(07)  VALUE ZERO.
           05  WS-RL-RELEASED          PIC 9(07)  VALUE ZERO.
           05  WS-RL-COMBINED-OUT      PIC 9(07)  VALUE ZERO.
       01  WS-CLRCTL-HOLD.
           05  WS-CC-RECEIVED          PIC 9(07)  VALUE ZERO.
           05  WS-CC-CONVERTED         PIC 9(07)  VALUE ZERO.
           05  WS-CC-RETURNED          PIC 9(07)  VALUE ZERO.
           05  WS-CC-HELD              PIC 9(07)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-AUDIT-COUNT          PIC 9(07) COMP  VALUE ZERO.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CKL-RESULT              PIC X(12).

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'DATACCT' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-AUDIT-TRAIL
               UNTIL WS-AUDIT-EOF
               UNTIL WS-SUSPENSE-EOF
           PERFORM 3000-RUN-THE-CHECKS
           PERFORM 4000-TERMINATE
           MOVE WS-AUDIT-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
               AT END
                   MOVE ZERO TO EC-READ-COUNT EC-PASS-COUNT
                                EC-REJECT-COUNT EC-FUTURE-COUNT
                                EC-CLEARING-READ
           END-READ
           MOVE EC-READ-COUNT   TO WS-EC-READ
           MOVE EC-PASS-COUNT   TO WS-EC-PASS
           MOVE EC-REJECT-COUNT TO WS-EC-REJECT
           MOVE EC-FUTURE-COUNT TO WS-EC-FUTURE
           MOVE EC-CLEARING-READ TO WS-EC-CLEARING
           CLOSE EDITCTL-FILE
           OPEN INPUT CLRCTL-FILE
           READ CLRCTL-FILE
               AT END
                   MOVE ZERO TO CC-ENTRIES-RECEIVED
                                CC-ENTRIES-CONVERTED
                                CC-ENTRIES-RETURNED CC-ENTRIES-HELD
           END-READ
           MOVE CC-ENTRIES-RECEIVED  TO WS-CC-RECEIVED
           MOVE CC-ENTRIES-CONVERTED TO WS-CC-CONVERTED
           MOVE CC-ENTRIES-RETURNED  TO WS-CC-RETURNED
           MOVE CC-ENTRIES-HELD      TO WS-CC-HELD
           CLOSE CLRCTL-FILE
           OPEN INPUT RLSECTL-FILE
           READ RLSECTL-FILE
               AT END
           END-READ.

       3000-RUN-THE-CHECKS.
           MOVE 'CLEARING RECEIVED = CONVERTED + RETURNED + HELD'
               TO CKL-TEXT
           MOVE WS-CC-RECEIVED TO WS-LEFT-VALUE
           COMPUTE WS-RIGHT-VALUE =
               WS-CC-CONVERTED + WS-CC-RETURNED + WS-CC-HELD
           PERFORM 3100-WRITE-ONE-CHECK

           MOVE 'EDIT CLEARING READ = CLEARING CONVERTED'
               TO CKL-TEXT
           MOVE WS-EC-CLEARING  TO WS-LEFT-VALUE
           MOVE WS-CC-CONVERTED TO WS-RIGHT-VALUE
           PERFORM 3100-WRITE-ONE-CHECK

           MOVE 'EDIT READ = PASSED + REJECTED + WAREHOUSED'
               TO CKL-TEXT
           MOVE WS-EC-READ TO WS-LEFT-VALUE
