       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
      * Daily security violation report for the security officer.
      * Reads the day's refused online transactions off the DSEC
      * extrapartition queue dataset - every DINQ, CINQ or DMNT
      * request DATINQ, CUSTINQ or ACCTMNTE refused because the
      * signed-on operator had no authority record, was suspended,
      * or asked outside their companies or maintenance functions -
      * appends each one to the permanent SECVLOG security violation
      * log, and lists them with a count by user id, so a repeated
      * attempt stands out. The queue is emptied by the next job
      * step only once this step has run clean.
      * Return code 4 means there were violations to look at; 0 a
      * clean day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSEC-FILE    ASSIGN TO DSEC
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECVLOG-FILE ASSIGN TO SECVLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE  ASSIGN TO SECVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DSEC-FILE.
           COPY SECVIOL.
       FD  SECVLOG-FILE.
       01  SECVLOG-RECORD              PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DSEC-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-DSEC-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-READ-ED              PIC Z(06)9.

      * Violations by user id, in the order the user ids are met.
      * A user id past the table's end is counted as overflow and
      * said so at the foot - the detail lines still show it.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  WS-UT-USER-ID       PIC X(08).
               10  WS-UT-COUNT         PIC 9(05) COMP.
       01  WS-USER-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-MAX-USERS                PIC 9(05) COMP  VALUE 500.
       01  WS-UT-IDX                   PIC 9(05) COMP  VALUE ZERO.
       01  WS-UT-FOUND-IDX             PIC 9(05) COMP  VALUE ZERO.
       01  WS-USER-OVERFLOW            PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-DATE                PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-TIME                PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-USER-ID             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRANSID             PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TERMID              PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-FUNCTION            PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  DTL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-KEY                 PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-REASON              PIC X(40).

       01  WS-USER-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  UL-COUNT                PIC ZZZZ9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'SECRPT' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-VIOLATION
               UNTIL WS-DSEC-EOF
           PERFORM 3000-PRINT-USER-COUNTS
           PERFORM 4000-TERMINATE
           MOVE WS-READ-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'SECRPT - Started.'
           OPEN INPUT  DSEC-FILE
           OPEN EXTEND SECVLOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ONLINE SECURITY VIOLATIONS - RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  DATE       TIME      USER ID   TRAN  TERM  '
               'FN  CO   KEY         REASON'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-DSEC.

       2000-PROCESS-ONE-VIOLATION.
           ADD 1 TO WS-READ-COUNT
           MOVE SECURITY-VIOLATION-RECORD TO SECVLOG-RECORD
           WRITE SECVLOG-RECORD
           PERFORM 2200-LIST-VIOLATION
           PERFORM 2300-COUNT-BY-USER
           PERFORM 2100-READ-DSEC.

       2100-READ-DSEC.
           READ DSEC-FILE
               AT END SET WS-DSEC-EOF TO TRUE
           END-READ.

       2200-LIST-VIOLATION.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING SV-TIMESTAMP(1:4) '-' SV-TIMESTAMP(5:2) '-'
               SV-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO DTL-DATE
           STRING SV-TIMESTAMP(9:2) ':' SV-TIMESTAMP(11:2) ':'
               SV-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO DTL-TIME
           MOVE SV-USER-ID    TO DTL-USER-ID
           MOVE SV-TRANSID    TO DTL-TRANSID
           MOVE SV-TERMID     TO DTL-TERMID
           MOVE SV-FUNCTION   TO DTL-FUNCTION
           MOVE SV-COMPANY-CD TO DTL-COMPANY
           MOVE SV-KEY        TO DTL-KEY
           MOVE SV-REASON     TO DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2300-COUNT-BY-USER.
           MOVE ZERO TO WS-UT-FOUND-IDX
           MOVE ZERO TO WS-UT-IDX
           PERFORM 2310-CHECK-ONE-USER
               UNTIL WS-UT-FOUND-IDX > ZERO
                  OR WS-UT-IDX >= WS-USER-COUNT
           IF WS-UT-FOUND-IDX = ZERO
               IF WS-USER-COUNT < WS-MAX-USERS
                   ADD 1 TO WS-USER-COUNT
                   MOVE WS-USER-COUNT TO WS-UT-FOUND-IDX
                   MOVE SV-USER-ID TO WS-UT-USER-ID(WS-UT-FOUND-IDX)
                   MOVE ZERO TO WS-UT-COUNT(WS-UT-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-USER-OVERFLOW
               END-IF
           END-IF
           IF WS-UT-FOUND-IDX > ZERO
               ADD 1 TO WS-UT-COUNT(WS-UT-FOUND-IDX)
           END-IF.

       2310-CHECK-ONE-USER.
           ADD 1 TO WS-UT-IDX
           IF WS-UT-USER-ID(WS-UT-IDX) = SV-USER-ID
               MOVE WS-UT-IDX TO WS-UT-FOUND-IDX
           END-IF.

       3000-PRINT-USER-COUNTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-READ-COUNT = ZERO
               MOVE '  NO SECURITY VIOLATIONS TODAY' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE '  VIOLATIONS BY USER ID' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO WS-UT-IDX
               PERFORM 3100-PRINT-ONE-USER
                   UNTIL WS-UT-IDX >= WS-USER-COUNT
               MOVE SPACES TO WS-HEADING-LINE
               MOVE WS-READ-COUNT TO WS-READ-ED
               STRING '  TOTAL VIOLATIONS ' WS-READ-ED
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-USER-OVERFLOW > ZERO
               MOVE SPACES TO WS-HEADING-LINE
               MOVE WS-USER-OVERFLOW TO WS-READ-ED
               STRING '  ' WS-READ-ED ' VIOLATIONS BY USER IDS PAST '
                   'THE FIRST 500 ARE NOT COUNTED ABOVE'
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-PRINT-ONE-USER.
           ADD 1 TO WS-UT-IDX
           MOVE WS-UT-USER-ID(WS-UT-IDX) TO UL-USER-ID
           MOVE WS-UT-COUNT(WS-UT-IDX)   TO UL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-USER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-TERMINATE.
           CLOSE DSEC-FILE SECVLOG-FILE REPORT-FILE
           DISPLAY 'SECRPT - Violations ' WS-READ-COUNT
           IF WS-READ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'SECRPT - Ended'.
