                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO DISTSUM
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPMAST-FILE.
       01  FEEDOTH-RECORD              PIC X(77).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-TRL-STALE-SW         PIC X(01)  VALUE 'N'.
               88  WS-TRL-STALE                VALUE 'Y'.
           05  WS-RATE-MISSING-SW      PIC X(01)  VALUE 'N'.
               88  WS-RATE-MISSING             VALUE 'Y'.
           05  WS-COMPMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-COMPMAST-EOF             VALUE 'Y'.

       01  WS-CUR-IDX                  PIC 9(02) COMP  VALUE ZERO.
       01  WS-CUR-FOUND-IDX            PIC 9(02) COMP  VALUE ZERO.

      * The per-currency section's base-equivalent column is at the
      * run date's rate off the FXRATE table, through FXRLOOK.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.
       01  WS-BASE-EQUIV               PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CUL-BASE-EQUIV          PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CUL-NOTE                PIC X(24).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SUM-HASH                PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'FEEDDIST' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DISTRIBUTE-ONE-RECORD
               UNTIL WS-EXTRACT-EOF
           PERFORM 3000-WRITE-TRAILERS
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 5000-TERMINATE
           MOVE WS-RECORDS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1150-ROUTE-ONE-COMPANY
               UNTIL WS-COMPMAST-EOF
           CLOSE COMPMAST-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN OUTPUT FEED1-FILE FEED2-FILE FEED3-FILE
                       FEED4-FILE FEED5-FILE FEED6-FILE
               MOVE 6 TO WS-ROUTE-IDX
           END-IF.

       1100-ZERO-ONE-FEED.
           ADD 1 TO WS-FEED-IDX
           MOVE ZERO TO WS-FEED-COUNT(WS-FEED-IDX)
               UNTIL WS-CUR-IDX >= WS-CUR-COUNT.

      * One currency's distributed total and its base-currency
      * equivalent at the run date's rate - the base converts at
      * one, and a currency with no rate on FXRATE is flagged and
      * warns the run rather than printing a silently-zero
      * equivalent. The feeds themselves carry native amounts, so a
      * missing rate spoils only this summary column, not the
      * distribution.
       4200-PRINT-ONE-CURRENCY.
           ADD 1 TO WS-CUR-IDX
           MOVE SPACES TO WS-CURRENCY-LINE
           WRITE REPORT-LINE.

       4210-CONVERT-TO-BASE.
           MOVE ZERO TO WS-BASE-EQUIV
           MOVE WS-CUR-CODE(WS-CUR-IDX) TO FXL-CURRENCY-CD
           MOVE WS-RUN-DATE             TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF FXL-RATE-FOUND
               COMPUTE WS-BASE-EQUIV ROUNDED =
                   WS-CUR-TOTAL(WS-CUR-IDX) * FXL-RATE-TO-BASE
               IF WS-CUR-CODE(WS-CUR-IDX) NOT = SPACES
                   STRING 'RATE OF ' FXL-RATE-DATE
                       DELIMITED BY SIZE INTO CUL-NOTE
               END-IF
           ELSE
               MOVE 'NO RATE ON FILE' TO CUL-NOTE
               SET WS-RATE-MISSING TO TRUE
           END-IF
           MOVE WS-BASE-EQUIV TO CUL-BASE-EQUIV.

       4050-PRINT-NEXT-FEED.
           ADD 1 TO WS-FEED-IDX
