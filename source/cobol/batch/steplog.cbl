       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPLOG.
      * Step-timing subprogram, reached by dynamic CALL from the
      * batch programs of the nightly chain and the periodic jobs.
      * The start call stamps the start time and reads the step's
      * STEPID card (job name in columns 1-8, step name in 10-17);
      * the end call stamps the end time and appends one STEPHIST
      * record - job, step, program, both timestamps, the elapsed
      * seconds, the records processed and the condition code.
      *
      * Timing is bookkeeping, never a reason to fail a step: a step
      * with no STEPID card is recorded under a blank job and step,
      * and a step with no STEPHIST DD (the same program run from a
      * job that is not timed) is simply not recorded. Neither
      * changes the condition code the caller ends with.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPID-FILE   ASSIGN TO STEPID
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STEPID-STATUS.
           SELECT STEPHIST-FILE ASSIGN TO STEPHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STEPHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEPID-FILE.
       01  STEPID-CARD.
           05  SID-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SID-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(63).
       FD  STEPHIST-FILE.
           COPY STEPHIST.

       WORKING-STORAGE SECTION.
       01  WS-STEPID-STATUS            PIC X(02)  VALUE SPACES.
       01  WS-STEPHIST-STATUS          PIC X(02)  VALUE SPACES.

      * Held from the start call to the end call - this program's
      * storage lasts for the run unit, so the caller's step is
      * timed between its two calls.
       01  WS-STEP-HOLD.
           05  WS-JOB-NAME             PIC X(08)  VALUE SPACES.
           05  WS-STEP-NAME            PIC X(08)  VALUE SPACES.
           05  WS-START-STAMP.
               10  WS-START-DATE       PIC 9(08)  VALUE ZERO.
               10  WS-START-TIME       PIC 9(08)  VALUE ZERO.
               10  WS-START-TIME-X REDEFINES WS-START-TIME.
                   15  WS-START-HH     PIC 9(02).
                   15  WS-START-MM     PIC 9(02).
                   15  WS-START-SS     PIC 9(02).
                   15  WS-START-HS     PIC 9(02).
           05  WS-END-STAMP.
               10  WS-END-DATE         PIC 9(08)  VALUE ZERO.
               10  WS-END-TIME         PIC 9(08)  VALUE ZERO.
               10  WS-END-TIME-X REDEFINES WS-END-TIME.
                   15  WS-END-HH       PIC 9(02).
                   15  WS-END-MM       PIC 9(02).
                   15  WS-END-SS       PIC 9(02).
                   15  WS-END-HS       PIC 9(02).
       01  WS-ELAPSED-SECS             PIC S9(09) COMP  VALUE ZERO.

       LINKAGE SECTION.
       COPY STEPTIME.

       PROCEDURE DIVISION USING STEP-TIMING-AREA.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN STC-STEP-START
                   PERFORM 1000-STEP-START
                   MOVE ZERO TO RETURN-CODE
               WHEN STC-STEP-END
                   PERFORM 2000-STEP-END
                   MOVE STC-COND-CODE TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'STEPLOG - Function ' STC-FUNCTION
                       ' from ' STC-PROGRAM ' unknown - ignored'
           END-EVALUATE
           GOBACK.

       1000-STEP-START.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-START-STAMP
           MOVE SPACES TO WS-JOB-NAME
           MOVE SPACES TO WS-STEP-NAME
           OPEN INPUT STEPID-FILE
           IF WS-STEPID-STATUS = '00'
               READ STEPID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SID-JOB-NAME  TO WS-JOB-NAME
                       MOVE SID-STEP-NAME TO WS-STEP-NAME
               END-READ
               CLOSE STEPID-FILE
           END-IF.

      * An end call with no start call before it is timed as a
      * zero-length step at the end time rather than lost.
       2000-STEP-END.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-END-STAMP
           IF WS-START-DATE = ZERO
               MOVE WS-END-STAMP TO WS-START-STAMP
           END-IF
           COMPUTE WS-ELAPSED-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 86400
               + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
               - (WS-START-HH * 3600 + WS-START-MM * 60
                   + WS-START-SS)
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF
           OPEN EXTEND STEPHIST-FILE
           IF WS-STEPHIST-STATUS = '00'
               MOVE SPACES          TO STEP-HISTORY-RECORD
               MOVE WS-START-DATE   TO STH-START-DATE
               MOVE WS-START-TIME   TO STH-START-TIME
               MOVE WS-END-DATE     TO STH-END-DATE
               MOVE WS-END-TIME     TO STH-END-TIME
               MOVE WS-JOB-NAME     TO STH-JOB-NAME
               MOVE WS-STEP-NAME    TO STH-STEP-NAME
               MOVE STC-PROGRAM     TO STH-PROGRAM
               MOVE WS-ELAPSED-SECS TO STH-ELAPSED-SECS
               MOVE STC-RECORDS     TO STH-RECORDS
               MOVE STC-COND-CODE   TO STH-COND-CODE
               WRITE STEP-HISTORY-RECORD
               CLOSE STEPHIST-FILE
           END-IF.
