                                        BY ==RH-CALLS-UNSUPP==
                         ==RC-CALLS-DECLINED==
                                        BY ==RH-CALLS-DECLINED==
                         ==RC-CALLS-LIMIT-DECL==
                                        BY ==RH-CALLS-LIMIT-DECL==
                         ==RC-EXPECTED-COUNT==
                                        BY ==RH-EXPECTED-COUNT==
                         ==RC-BALANCED-SW==
           05  WS-TRL-READ             PIC 9(07)  VALUE ZERO.
           05  WS-TRL-FAILED           PIC 9(07)  VALUE ZERO.
           05  WS-TRL-DECLINED         PIC 9(07)  VALUE ZERO.
           05  WS-TRL-LIMIT-DECL       PIC 9(07)  VALUE ZERO.
           05  WS-TRL-BALANCED-SW      PIC X(01)  VALUE 'Y'.
               88  WS-TRL-BALANCED             VALUE 'Y'.
               88  WS-TRL-OUT-OF-BAL           VALUE 'N'.
           05  WS-ED-SIGNED            PIC -(6)9.
           05  WS-ED-DATE              PIC 9(08).

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'OPSUMM' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-EDIT-STEP
           PERFORM 2200-SUMMARIZE-DB2-EXTRACT
           PERFORM 3000-APPEND-RUN-HISTORY
           PERFORM 3200-PRINT-TREND
           PERFORM 4000-TERMINATE
           MOVE ZERO TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-TRL-READ     TO WS-ED-1
           MOVE WS-TRL-FAILED   TO WS-ED-2
           MOVE WS-TRL-DECLINED TO WS-ED-3
           MOVE WS-TRL-LIMIT-DECL TO WS-ED-4
           STRING 'READ ' WS-ED-1 ' FAILED ' WS-ED-2
               ' DECLINED ' WS-ED-3 ' (LIMIT ' WS-ED-4 ')'
               DELIMITED BY SIZE INTO STL-DETAIL
           MOVE WS-STEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
                   MOVE RC-RECORDS-READ    TO WS-TRL-READ
                   MOVE RC-CALLS-FAILED    TO WS-TRL-FAILED
                   MOVE RC-CALLS-DECLINED  TO WS-TRL-DECLINED
                   IF RC-CALLS-LIMIT-DECL IS NUMERIC
                       MOVE RC-CALLS-LIMIT-DECL TO WS-TRL-LIMIT-DECL
                   ELSE
                       MOVE ZERO TO WS-TRL-LIMIT-DECL
                   END-IF
                   MOVE RC-BALANCED-SW     TO WS-TRL-BALANCED-SW
           END-READ.

