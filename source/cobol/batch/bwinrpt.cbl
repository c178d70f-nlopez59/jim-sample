       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWINRPT.
      * Batch-window report. OPSUMM says whether each step of the
      * night was clean; this says how long each took and whether
      * the chain will be done before the online day starts. It
      * reads the STEPHIST timing history STEPLOG builds and the
      * BWINPARM cards naming the chain's steps, and prints:
      *
      *   - each step's elapsed time tonight against its trend (the
      *     average of its last runs before tonight), flagging any
      *     step more than the set percentage and seconds slower;
      *   - the wait ahead of each step - time the chain spent
      *     between its predecessor's end and its start, which is
      *     where untimed utility steps (IEBGENER empties, IDCAMS
      *     defines, sorts) and initiator waits show up;
      *   - the chain's critical path - the longest route through
      *     the steps' predecessors, on tonight's actual times for
      *     steps that have run and trend times for steps still to
      *     come - and its end, projected if the chain is still
      *     running, against the SLA deadline.
      *
      * "Tonight" is everything on the history file since the latest
      * start of the chain's first step, so the report can be run at
      * the end of the chain or part-way through it for a projection.
      * A step with no run tonight is BYPASSED when a later step of
      * the same job has already run (its condition code skipped
      * it), otherwise PENDING and projected at its trend.
      *
      * RC 4 - a step ran slow, the chain is past or projected past
      * the SLA deadline, a card did not edit, or there was no run
      * of the chain on file; RC 16 - no usable window card or no
      * step cards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BWINPARM-FILE ASSIGN TO BWINPARM
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Read twice - once for tonight's anchor, once for the steps.
           SELECT STEPHIST-FILE ASSIGN TO STEPHIST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO BWINRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BWINPARM-FILE.
           COPY BWINPARM.
       FD  STEPHIST-FILE.
           COPY STEPHIST.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-PARM-EOF                 VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-HIST-EOF                 VALUE 'Y'.
           05  WS-WINDOW-CARD-SW       PIC X(01)  VALUE 'N'.
               88  WS-WINDOW-CARD-FOUND        VALUE 'Y'.
           05  WS-ANCHOR-SW            PIC X(01)  VALUE 'N'.
               88  WS-ANCHOR-FOUND             VALUE 'Y'.

      * The window card, defaults applied.
       01  WS-WINDOW.
           05  WS-SLA-TIME             PIC 9(04)  VALUE ZERO.
           05  WS-SLA-TIME-X REDEFINES WS-SLA-TIME.
               10  WS-SLA-HH           PIC 9(02).
               10  WS-SLA-MM           PIC 9(02).
           05  WS-TREND-RUNS           PIC 9(02) COMP  VALUE 10.
           05  WS-SLOW-PCT             PIC 9(03) COMP  VALUE 25.
           05  WS-SLOW-MIN-SECS        PIC 9(05) COMP  VALUE 60.

      * The latest start of the chain's first step - tonight's run
      * begins here, and every time in the report is held as
      * seconds from this moment.
       01  WS-ANCHOR.
           05  WS-ANCHOR-STAMP.
               10  WS-ANCHOR-DATE      PIC 9(08)  VALUE ZERO.
               10  WS-ANCHOR-TIME      PIC 9(08)  VALUE ZERO.
           05  WS-ANCHOR-SECS          PIC 9(05) COMP  VALUE ZERO.
           05  WS-ANCHOR-DAY           PIC 9(07) COMP  VALUE ZERO.

      * A date and time being turned into seconds from the anchor.
       01  WS-STAMP-CALC.
           05  WS-CALC-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-CALC-TIME            PIC 9(08)  VALUE ZERO.
           05  WS-CALC-TIME-X REDEFINES WS-CALC-TIME.
               10  WS-CALC-HH          PIC 9(02).
               10  WS-CALC-MM          PIC 9(02).
               10  WS-CALC-SS          PIC 9(02).
               10  WS-CALC-HS          PIC 9(02).
           05  WS-CALC-SECS            PIC 9(05) COMP  VALUE ZERO.
           05  WS-REL-SECS             PIC S9(07) COMP VALUE ZERO.
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-NOW-TIME             PIC 9(08)  VALUE ZERO.
       01  WS-NOW-REL                  PIC S9(07) COMP VALUE ZERO.
       01  WS-SLA-REL                  PIC S9(07) COMP VALUE ZERO.

      * The chain, one entry per step card in deck order. A step's
      * predecessors are always earlier entries, so one pass down
      * the table computes every finish time.
       01  WS-STEP-COUNT               PIC 9(03) COMP  VALUE ZERO.
       01  WS-STEP-SUB                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES.
               10  WS-SP-JOB           PIC X(08).
               10  WS-SP-STEP          PIC X(08).
               10  WS-SP-PROGRAM       PIC X(08).
               10  WS-SP-PRED-1        PIC 9(03) COMP.
               10  WS-SP-PRED-2        PIC 9(03) COMP.
               10  WS-SP-STATUS        PIC X(01).
                   88  WS-SP-DONE              VALUE 'D'.
                   88  WS-SP-PENDING           VALUE 'P'.
                   88  WS-SP-BYPASSED          VALUE 'B'.
               10  WS-SP-START-REL     PIC S9(07) COMP.
               10  WS-SP-END-REL       PIC S9(07) COMP.
               10  WS-SP-ELAPSED       PIC 9(07) COMP.
               10  WS-SP-RECORDS       PIC 9(09) COMP.
               10  WS-SP-COND-CODE     PIC 9(04).
               10  WS-SP-HIST-COUNT    PIC 9(02) COMP.
               10  WS-SP-HIST-NEXT     PIC 9(02) COMP.
               10  WS-SP-HIST-SECS     PIC 9(07) COMP
                                        OCCURS 20 TIMES.
               10  WS-SP-TREND         PIC 9(07) COMP.
               10  WS-SP-VAR-PCT       PIC S9(05) COMP.
               10  WS-SP-READY-REL     PIC S9(07) COMP.
               10  WS-SP-FINISH-REL    PIC S9(07) COMP.
               10  WS-SP-BINDING       PIC 9(03) COMP.
               10  WS-SP-CRITICAL-SW   PIC X(01).
                   88  WS-SP-CRITICAL          VALUE 'Y'.
               10  WS-SP-SLOW-SW       PIC X(01).
                   88  WS-SP-SLOW              VALUE 'Y'.

       01  WS-LOOKUP.
           05  WS-LOOK-JOB             PIC X(08)  VALUE SPACES.
           05  WS-LOOK-STEP            PIC X(08)  VALUE SPACES.
           05  WS-LOOK-SUB             PIC 9(03) COMP  VALUE ZERO.
           05  WS-FOUND-SUB            PIC 9(03) COMP  VALUE ZERO.
           05  WS-LOOK-LIMIT           PIC 9(03) COMP  VALUE ZERO.
           05  WS-PRED-SUB             PIC 9(03) COMP  VALUE ZERO.

       01  WS-WORK.
           05  WS-HIST-SUB             PIC 9(02) COMP  VALUE ZERO.
           05  WS-HIST-TOTAL           PIC 9(09) COMP  VALUE ZERO.
           05  WS-OVER-SECS            PIC S9(07) COMP VALUE ZERO.
           05  WS-END-SUB              PIC 9(03) COMP  VALUE ZERO.
           05  WS-CHAIN-END-REL        PIC S9(07) COMP VALUE ZERO.
           05  WS-MARGIN-SECS          PIC S9(07) COMP VALUE ZERO.
           05  WS-WAIT-SECS            PIC S9(07) COMP VALUE ZERO.
           05  WS-CP-STEPS             PIC 9(03) COMP  VALUE ZERO.
           05  WS-CP-SUB               PIC 9(03) COMP  VALUE ZERO.
           05  WS-CP-STEPS-DSP         PIC ZZ9.
           05  WS-STATUS-TEXT          PIC X(08)  VALUE SPACES.

      * HH:MM:SS formatting of a number of seconds - a duration, or
      * (with the anchor's time of day added) a clock time.
       01  WS-FORMAT.
           05  WS-FMT-SECS             PIC S9(07) COMP VALUE ZERO.
           05  WS-FMT-DAYS             PIC 9(03) COMP  VALUE ZERO.
           05  WS-FMT-REM              PIC 9(05) COMP  VALUE ZERO.
           05  WS-FMT-HMS.
               10  WS-FMT-HH           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ':'.
               10  WS-FMT-MM           PIC 9(02).
               10  FILLER              PIC X(01)  VALUE ':'.
               10  WS-FMT-SS           PIC 9(02).

       01  WS-COUNTERS.
           05  WS-HIST-READ            PIC 9(07) COMP  VALUE ZERO.
           05  WS-TONIGHT-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(05) COMP  VALUE ZERO.
           05  WS-SLOW-COUNT           PIC 9(03) COMP  VALUE ZERO.
           05  WS-NO-TREND-COUNT       PIC 9(03) COMP  VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(03) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-JOB                 PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-STEP                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-START               PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-END                 PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ELAPSED             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TREND               PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-VAR-PCT             PIC -(4)9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RECORDS             PIC Z(8)9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-COND-CODE           PIC ZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-WAIT                PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-STATUS              PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-CRITICAL            PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-FLAG                PIC X(09).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SML-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SML-VALUE               PIC X(60).

       01  WS-CP-LINE.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  CPL-JOB                 PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CPL-STEP                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CPL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CPL-DURATION            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CPL-BASIS               PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-TONIGHTS-ANCHOR
           IF NOT WS-ANCHOR-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING '  NO RUN OF ' WS-SP-JOB(1) ' '
                   WS-SP-STEP(1) ' ON THE TIMING HISTORY - '
                   'NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY 'BWINRPT - No run of the chain''s first step '
                   'on STEPHIST'
               MOVE 4 TO RETURN-CODE
               DISPLAY 'BWINRPT - Ended'
               STOP RUN
           END-IF
           PERFORM 3000-COLLECT-STEP-TIMES
           MOVE ZERO TO WS-STEP-SUB
           PERFORM 4000-EVALUATE-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-STEP-COUNT
           MOVE ZERO TO WS-STEP-SUB
           PERFORM 4500-SCHEDULE-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-STEP-COUNT
           PERFORM 4700-MARK-CRITICAL-PATH
           PERFORM 1300-WRITE-HEADINGS
           MOVE ZERO TO WS-STEP-SUB
           PERFORM 5000-PRINT-ONE-STEP
               UNTIL WS-STEP-SUB >= WS-STEP-COUNT
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'BWINRPT - Started. Batch-window report.'
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-STAMP
           OPEN INPUT BWINPARM-FILE
           PERFORM 1100-LOAD-ONE-PARM-CARD
               UNTIL WS-PARM-EOF
           CLOSE BWINPARM-FILE
           IF NOT WS-WINDOW-CARD-FOUND
               DISPLAY 'BWINRPT - No usable BWINPARM window card - '
                   'there is no SLA deadline to report against'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'BWINRPT - No BWINPARM step cards - there is '
                   'no chain to report'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE.

       1100-LOAD-ONE-PARM-CARD.
           READ BWINPARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BWP-WINDOW-CARD
                           PERFORM 1150-TAKE-WINDOW-CARD
                       WHEN BWP-STEP-CARD
                           PERFORM 1160-TAKE-STEP-CARD
                       WHEN OTHER
                           ADD 1 TO WS-CARDS-REJECTED
                           DISPLAY 'BWINRPT - BWINPARM card type '
                               BWP-CARD-TYPE ' unknown - ignored'
                   END-EVALUATE
           END-READ.

      * The SLA deadline is required; the trend and slowness
      * settings default to ten runs, 25 percent and a minute when
      * left blank.
       1150-TAKE-WINDOW-CARD.
           IF BWP-SLA-TIME NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'BWINRPT - Window card SLA time ' BWP-SLA-TIME
                   ' not HHMM - ignored'
           ELSE
               MOVE BWP-SLA-TIME-NUM TO WS-SLA-TIME
               IF WS-SLA-HH > 23 OR WS-SLA-MM > 59
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'BWINRPT - Window card SLA time '
                       BWP-SLA-TIME ' not a time of day - ignored'
               ELSE
                   SET WS-WINDOW-CARD-FOUND TO TRUE
               END-IF
           END-IF
           IF BWP-TREND-RUNS IS NUMERIC
               IF BWP-TREND-RUNS-NUM > ZERO
                       AND BWP-TREND-RUNS-NUM <= 20
                   MOVE BWP-TREND-RUNS-NUM TO WS-TREND-RUNS
               ELSE
                   DISPLAY 'BWINRPT - Trend runs must be 1 to 20 - '
                       'using ' WS-TREND-RUNS
               END-IF
           END-IF
           IF BWP-SLOW-PCT IS NUMERIC
               MOVE BWP-SLOW-PCT-NUM TO WS-SLOW-PCT
           END-IF
           IF BWP-SLOW-MIN-SECS IS NUMERIC
               MOVE BWP-SLOW-MIN-SECS-NUM TO WS-SLOW-MIN-SECS
           END-IF.

      * A step card with no predecessors named follows the card
      * before it, unless it is flagged as starting a branch.
       1160-TAKE-STEP-CARD.
           EVALUATE TRUE
               WHEN BWP-JOB-NAME = SPACES OR BWP-STEP-NAME = SPACES
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'BWINRPT - Step card with no job or step '
                       'name - ignored'
               WHEN WS-STEP-COUNT >= 60
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'BWINRPT - Step table full - '
                       BWP-JOB-NAME ' ' BWP-STEP-NAME ' ignored'
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-SUB
                   MOVE BWP-JOB-NAME  TO WS-SP-JOB(WS-STEP-SUB)
                   MOVE BWP-STEP-NAME TO WS-SP-STEP(WS-STEP-SUB)
                   MOVE BWP-PROGRAM   TO WS-SP-PROGRAM(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-PRED-1(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-PRED-2(WS-STEP-SUB)
                   SET WS-SP-PENDING(WS-STEP-SUB) TO TRUE
                   MOVE ZERO TO WS-SP-START-REL(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-END-REL(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-ELAPSED(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-RECORDS(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-COND-CODE(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-HIST-COUNT(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-HIST-NEXT(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-TREND(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-VAR-PCT(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-READY-REL(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-FINISH-REL(WS-STEP-SUB)
                   MOVE ZERO TO WS-SP-BINDING(WS-STEP-SUB)
                   MOVE 'N'  TO WS-SP-CRITICAL-SW(WS-STEP-SUB)
                   MOVE 'N'  TO WS-SP-SLOW-SW(WS-STEP-SUB)
                   IF BWP-PRED-1-STEP = SPACES
                           AND BWP-PRED-2-STEP = SPACES
                       IF NOT BWP-NO-PRED AND WS-STEP-SUB > 1
                           COMPUTE WS-SP-PRED-1(WS-STEP-SUB) =
                               WS-STEP-SUB - 1
                       END-IF
                   ELSE
                       MOVE BWP-PRED-1-JOB  TO WS-LOOK-JOB
                       MOVE BWP-PRED-1-STEP TO WS-LOOK-STEP
                       PERFORM 1170-RESOLVE-PREDECESSOR
                       MOVE WS-PRED-SUB
                           TO WS-SP-PRED-1(WS-STEP-SUB)
                       MOVE BWP-PRED-2-JOB  TO WS-LOOK-JOB
                       MOVE BWP-PRED-2-STEP TO WS-LOOK-STEP
                       PERFORM 1170-RESOLVE-PREDECESSOR
                       MOVE WS-PRED-SUB
                           TO WS-SP-PRED-2(WS-STEP-SUB)
                   END-IF
           END-EVALUATE.

      * A predecessor must be a card earlier in the deck - one that
      * is not is listed and left out, so the path can only run
      * forward down the table.
       1170-RESOLVE-PREDECESSOR.
           MOVE ZERO TO WS-PRED-SUB
           IF WS-LOOK-STEP NOT = SPACES
               IF WS-LOOK-JOB = SPACES
                   MOVE BWP-JOB-NAME TO WS-LOOK-JOB
               END-IF
               COMPUTE WS-LOOK-LIMIT = WS-STEP-SUB - 1
               PERFORM 7200-FIND-STEP
               IF WS-FOUND-SUB = ZERO
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY 'BWINRPT - ' BWP-JOB-NAME ' '
                       BWP-STEP-NAME ' predecessor ' WS-LOOK-JOB
                       ' ' WS-LOOK-STEP ' not an earlier card - '
                       'ignored'
               ELSE
                   MOVE WS-FOUND-SUB TO WS-PRED-SUB
               END-IF
           END-IF.

       1300-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'BATCH WINDOW REPORT - ' WS-SP-JOB(1)
               ' CHAIN STARTED ' WS-ANCHOR-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  JOB      STEP     PROGRAM   START     END'
               '       ELAPSED   TREND       VAR%    RECORDS    CC'
               '  WAIT      STATUS   CP FLAG'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Pass one: tonight starts at the latest start of the first
      * step card's job and step.
       2000-FIND-TONIGHTS-ANCHOR.
           OPEN INPUT STEPHIST-FILE
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM 2100-READ-STEPHIST
           PERFORM 2050-CHECK-ONE-FOR-ANCHOR
               UNTIL WS-HIST-EOF
           CLOSE STEPHIST-FILE
           IF WS-ANCHOR-FOUND
               MOVE WS-ANCHOR-TIME TO WS-CALC-TIME
               COMPUTE WS-ANCHOR-SECS =
                   WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
               COMPUTE WS-ANCHOR-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-ANCHOR-DATE)
               MOVE WS-NOW-DATE TO WS-CALC-DATE
               MOVE WS-NOW-TIME TO WS-CALC-TIME
               PERFORM 7300-RELATIVE-SECONDS
               MOVE WS-REL-SECS TO WS-NOW-REL
               COMPUTE WS-SLA-REL =
                   WS-SLA-HH * 3600 + WS-SLA-MM * 60 - WS-ANCHOR-SECS
               IF WS-SLA-REL <= ZERO
                   ADD 86400 TO WS-SLA-REL
               END-IF
           END-IF.

       2050-CHECK-ONE-FOR-ANCHOR.
           ADD 1 TO WS-HIST-READ
           IF STH-JOB-NAME = WS-SP-JOB(1)
                   AND STH-STEP-NAME = WS-SP-STEP(1)
                   AND STH-START-DATE IS NUMERIC
                   AND STH-START-TIME IS NUMERIC
               IF STH-START-STAMP > WS-ANCHOR-STAMP
                   MOVE STH-START-STAMP TO WS-ANCHOR-STAMP
                   SET WS-ANCHOR-FOUND TO TRUE
               END-IF
           END-IF
           PERFORM 2100-READ-STEPHIST.

       2100-READ-STEPHIST.
           READ STEPHIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.

      * Pass two: a mapped step's run from tonight is its time for
      * the report (the last one wins - a rerun replaces the failed
      * attempt); its earlier runs feed its trend.
       3000-COLLECT-STEP-TIMES.
           OPEN INPUT STEPHIST-FILE
           MOVE 'N' TO WS-HIST-EOF-SW
           PERFORM 2100-READ-STEPHIST
           PERFORM 3100-TAKE-ONE-TIMING
               UNTIL WS-HIST-EOF
           CLOSE STEPHIST-FILE.

       3100-TAKE-ONE-TIMING.
           IF STH-START-DATE IS NUMERIC AND STH-START-TIME IS NUMERIC
                   AND STH-END-DATE IS NUMERIC
                   AND STH-END-TIME IS NUMERIC
                   AND STH-ELAPSED-SECS IS NUMERIC
               MOVE STH-JOB-NAME  TO WS-LOOK-JOB
               MOVE STH-STEP-NAME TO WS-LOOK-STEP
               MOVE WS-STEP-COUNT TO WS-LOOK-LIMIT
               PERFORM 7200-FIND-STEP
               IF WS-FOUND-SUB > ZERO
                   IF STH-START-STAMP >= WS-ANCHOR-STAMP
                       PERFORM 3200-TAKE-TONIGHTS-RUN
                   ELSE
                       PERFORM 3300-ADD-TO-TREND
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-STEPHIST.

       3200-TAKE-TONIGHTS-RUN.
           ADD 1 TO WS-TONIGHT-COUNT
           SET WS-SP-DONE(WS-FOUND-SUB) TO TRUE
           MOVE STH-START-DATE TO WS-CALC-DATE
           MOVE STH-START-TIME TO WS-CALC-TIME
           PERFORM 7300-RELATIVE-SECONDS
           MOVE WS-REL-SECS TO WS-SP-START-REL(WS-FOUND-SUB)
           MOVE STH-END-DATE TO WS-CALC-DATE
           MOVE STH-END-TIME TO WS-CALC-TIME
           PERFORM 7300-RELATIVE-SECONDS
           MOVE WS-REL-SECS TO WS-SP-END-REL(WS-FOUND-SUB)
           MOVE STH-ELAPSED-SECS TO WS-SP-ELAPSED(WS-FOUND-SUB)
           IF STH-RECORDS IS NUMERIC
               MOVE STH-RECORDS TO WS-SP-RECORDS(WS-FOUND-SUB)
           END-IF
           IF STH-COND-CODE IS NUMERIC
               MOVE STH-COND-CODE TO WS-SP-COND-CODE(WS-FOUND-SUB)
           END-IF.

      * The trend keeps the step's last N runs in a ring - the file
      * is in run order, so the slot overwritten is always the
      * oldest.
       3300-ADD-TO-TREND.
           IF WS-SP-HIST-NEXT(WS-FOUND-SUB) >= WS-TREND-RUNS
               MOVE 1 TO WS-SP-HIST-NEXT(WS-FOUND-SUB)
           ELSE
               ADD 1 TO WS-SP-HIST-NEXT(WS-FOUND-SUB)
           END-IF
           MOVE WS-SP-HIST-NEXT(WS-FOUND-SUB) TO WS-HIST-SUB
           MOVE STH-ELAPSED-SECS
               TO WS-SP-HIST-SECS(WS-FOUND-SUB, WS-HIST-SUB)
           IF WS-SP-HIST-COUNT(WS-FOUND-SUB) < WS-TREND-RUNS
               ADD 1 TO WS-SP-HIST-COUNT(WS-FOUND-SUB)
           END-IF.

      * Trend, variance and status for one step.
       4000-EVALUATE-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           MOVE ZERO TO WS-HIST-TOTAL
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 4050-ADD-ONE-HISTORY
               UNTIL WS-HIST-SUB >= WS-SP-HIST-COUNT(WS-STEP-SUB)
           IF WS-SP-HIST-COUNT(WS-STEP-SUB) > ZERO
               COMPUTE WS-SP-TREND(WS-STEP-SUB) ROUNDED =
                   WS-HIST-TOTAL / WS-SP-HIST-COUNT(WS-STEP-SUB)
           ELSE
               ADD 1 TO WS-NO-TREND-COUNT
           END-IF
           IF WS-SP-DONE(WS-STEP-SUB)
               IF WS-SP-TREND(WS-STEP-SUB) > ZERO
                   COMPUTE WS-OVER-SECS =
                       WS-SP-ELAPSED(WS-STEP-SUB)
                       - WS-SP-TREND(WS-STEP-SUB)
                   COMPUTE WS-SP-VAR-PCT(WS-STEP-SUB) ROUNDED =
                       WS-OVER-SECS * 100 / WS-SP-TREND(WS-STEP-SUB)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-SP-VAR-PCT(WS-STEP-SUB)
                   END-COMPUTE
                   IF WS-SP-VAR-PCT(WS-STEP-SUB) > WS-SLOW-PCT
                           AND WS-OVER-SECS >= WS-SLOW-MIN-SECS
                       MOVE 'Y' TO WS-SP-SLOW-SW(WS-STEP-SUB)
                       ADD 1 TO WS-SLOW-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE WS-SP-JOB(WS-STEP-SUB) TO WS-LOOK-JOB
               MOVE WS-STEP-SUB TO WS-LOOK-SUB
               PERFORM 4100-CHECK-ONE-LATER-STEP
                   UNTIL WS-LOOK-SUB >= WS-STEP-COUNT
                      OR WS-SP-BYPASSED(WS-STEP-SUB)
               IF WS-SP-PENDING(WS-STEP-SUB)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.

       4050-ADD-ONE-HISTORY.
           ADD 1 TO WS-HIST-SUB
           ADD WS-SP-HIST-SECS(WS-STEP-SUB, WS-HIST-SUB)
               TO WS-HIST-TOTAL.

      * Steps of one job run in order, so a later step of the same
      * job having run tonight means this one was skipped.
       4100-CHECK-ONE-LATER-STEP.
           ADD 1 TO WS-LOOK-SUB
           IF WS-SP-JOB(WS-LOOK-SUB) = WS-LOOK-JOB
                   AND WS-SP-DONE(WS-LOOK-SUB)
               SET WS-SP-BYPASSED(WS-STEP-SUB) TO TRUE
           END-IF.

      * The step is ready when its latest predecessor finishes. A
      * step that ran finishes when it did; one still to come
      * cannot start before now and runs for its trend; a bypassed
      * step takes no time. The predecessor that made it wait is
      * kept for the critical-path trace.
       4500-SCHEDULE-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           MOVE ZERO TO WS-SP-READY-REL(WS-STEP-SUB)
           MOVE ZERO TO WS-SP-BINDING(WS-STEP-SUB)
           MOVE WS-SP-PRED-1(WS-STEP-SUB) TO WS-PRED-SUB
           PERFORM 4550-APPLY-PREDECESSOR
           MOVE WS-SP-PRED-2(WS-STEP-SUB) TO WS-PRED-SUB
           PERFORM 4550-APPLY-PREDECESSOR
           EVALUATE TRUE
               WHEN WS-SP-DONE(WS-STEP-SUB)
                   MOVE WS-SP-END-REL(WS-STEP-SUB)
                       TO WS-SP-FINISH-REL(WS-STEP-SUB)
               WHEN WS-SP-BYPASSED(WS-STEP-SUB)
                   MOVE WS-SP-READY-REL(WS-STEP-SUB)
                       TO WS-SP-FINISH-REL(WS-STEP-SUB)
               WHEN OTHER
                   MOVE WS-SP-READY-REL(WS-STEP-SUB)
                       TO WS-SP-START-REL(WS-STEP-SUB)
                   IF WS-NOW-REL > WS-SP-START-REL(WS-STEP-SUB)
                       MOVE WS-NOW-REL
                           TO WS-SP-START-REL(WS-STEP-SUB)
                   END-IF
                   COMPUTE WS-SP-FINISH-REL(WS-STEP-SUB) =
                       WS-SP-START-REL(WS-STEP-SUB)
                       + WS-SP-TREND(WS-STEP-SUB)
           END-EVALUATE
           IF WS-SP-FINISH-REL(WS-STEP-SUB) >= WS-CHAIN-END-REL
                   OR WS-END-SUB = ZERO
               MOVE WS-SP-FINISH-REL(WS-STEP-SUB) TO WS-CHAIN-END-REL
               MOVE WS-STEP-SUB TO WS-END-SUB
           END-IF.

       4550-APPLY-PREDECESSOR.
           IF WS-PRED-SUB > ZERO
               IF WS-SP-FINISH-REL(WS-PRED-SUB) >
                       WS-SP-READY-REL(WS-STEP-SUB)
                       OR WS-SP-BINDING(WS-STEP-SUB) = ZERO
                   MOVE WS-SP-FINISH-REL(WS-PRED-SUB)
                       TO WS-SP-READY-REL(WS-STEP-SUB)
                   MOVE WS-PRED-SUB TO WS-SP-BINDING(WS-STEP-SUB)
               END-IF
           END-IF.

      * The critical path is traced back from the step that
      * finishes last, through each step's binding predecessor.
       4700-MARK-CRITICAL-PATH.
           MOVE WS-END-SUB TO WS-CP-SUB
           PERFORM 4750-MARK-ONE-CRITICAL
               UNTIL WS-CP-SUB = ZERO.

       4750-MARK-ONE-CRITICAL.
           MOVE 'Y' TO WS-SP-CRITICAL-SW(WS-CP-SUB)
           ADD 1 TO WS-CP-STEPS
           MOVE WS-SP-BINDING(WS-CP-SUB) TO WS-CP-SUB.

       5000-PRINT-ONE-STEP.
           ADD 1 TO WS-STEP-SUB
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SP-JOB(WS-STEP-SUB)     TO DTL-JOB
           MOVE WS-SP-STEP(WS-STEP-SUB)    TO DTL-STEP
           MOVE WS-SP-PROGRAM(WS-STEP-SUB) TO DTL-PROGRAM
           IF WS-SP-HIST-COUNT(WS-STEP-SUB) > ZERO
               MOVE WS-SP-TREND(WS-STEP-SUB) TO WS-FMT-SECS
               PERFORM 7500-FORMAT-DURATION
               MOVE WS-FMT-HMS TO DTL-TREND
           ELSE
               MOVE '   -    ' TO DTL-TREND
           END-IF
           EVALUATE TRUE
               WHEN WS-SP-DONE(WS-STEP-SUB)
                   MOVE 'DONE' TO DTL-STATUS
                   MOVE WS-SP-START-REL(WS-STEP-SUB) TO WS-FMT-SECS
                   PERFORM 7600-FORMAT-CLOCK
                   MOVE WS-FMT-HMS TO DTL-START
                   MOVE WS-SP-END-REL(WS-STEP-SUB) TO WS-FMT-SECS
                   PERFORM 7600-FORMAT-CLOCK
                   MOVE WS-FMT-HMS TO DTL-END
                   MOVE WS-SP-ELAPSED(WS-STEP-SUB) TO WS-FMT-SECS
                   PERFORM 7500-FORMAT-DURATION
                   MOVE WS-FMT-HMS TO DTL-ELAPSED
                   MOVE WS-SP-VAR-PCT(WS-STEP-SUB) TO DTL-VAR-PCT
                   MOVE WS-SP-RECORDS(WS-STEP-SUB) TO DTL-RECORDS
                   MOVE WS-SP-COND-CODE(WS-STEP-SUB)
                       TO DTL-COND-CODE
                   COMPUTE WS-WAIT-SECS =
                       WS-SP-START-REL(WS-STEP-SUB)
                       - WS-SP-READY-REL(WS-STEP-SUB)
                   IF WS-SP-BINDING(WS-STEP-SUB) = ZERO
                       MOVE ZERO TO WS-WAIT-SECS
                   END-IF
                   MOVE WS-WAIT-SECS TO WS-FMT-SECS
                   PERFORM 7500-FORMAT-DURATION
                   MOVE WS-FMT-HMS TO DTL-WAIT
               WHEN WS-SP-BYPASSED(WS-STEP-SUB)
                   MOVE 'BYPASSED' TO DTL-STATUS
                   MOVE ZERO TO DTL-VAR-PCT
                   MOVE ZERO TO DTL-RECORDS
                   MOVE ZERO TO DTL-COND-CODE
               WHEN OTHER
                   MOVE 'PENDING' TO DTL-STATUS
                   MOVE WS-SP-START-REL(WS-STEP-SUB) TO WS-FMT-SECS
                   PERFORM 7600-FORMAT-CLOCK
                   MOVE WS-FMT-HMS TO DTL-START
                   MOVE WS-SP-FINISH-REL(WS-STEP-SUB) TO WS-FMT-SECS
                   PERFORM 7600-FORMAT-CLOCK
                   MOVE WS-FMT-HMS TO DTL-END
                   MOVE ZERO TO DTL-VAR-PCT
                   MOVE ZERO TO DTL-RECORDS
                   MOVE ZERO TO DTL-COND-CODE
           END-EVALUATE
           IF WS-SP-CRITICAL(WS-STEP-SUB)
               MOVE '*' TO DTL-CRITICAL
           END-IF
           EVALUATE TRUE
               WHEN WS-SP-SLOW(WS-STEP-SUB)
                   MOVE 'SLOW' TO DTL-FLAG
               WHEN WS-SP-HIST-COUNT(WS-STEP-SUB) = ZERO
                   MOVE 'NO TREND' TO DTL-FLAG
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6000-PRINT-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-FMT-SECS
           PERFORM 7600-FORMAT-CLOCK
           MOVE 'CHAIN STARTED' TO SML-TEXT
           STRING WS-FMT-HMS ' ON ' WS-ANCHOR-DATE
               DELIMITED BY SIZE INTO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE WS-NOW-REL TO WS-FMT-SECS
           PERFORM 7600-FORMAT-CLOCK
           MOVE 'REPORT RUN AT' TO SML-TEXT
           STRING WS-FMT-HMS ' ON ' WS-NOW-DATE
               DELIMITED BY SIZE INTO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE WS-CHAIN-END-REL TO WS-FMT-SECS
           PERFORM 7600-FORMAT-CLOCK
           IF WS-PENDING-COUNT > ZERO
               MOVE 'PROJECTED CHAIN END' TO SML-TEXT
           ELSE
               MOVE 'CHAIN ENDED' TO SML-TEXT
           END-IF
           IF WS-FMT-DAYS > ZERO
               STRING WS-FMT-HMS ' (NEXT DAY)'
                   DELIMITED BY SIZE INTO SML-VALUE
           ELSE
               MOVE WS-FMT-HMS TO SML-VALUE
           END-IF
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE WS-SLA-REL TO WS-FMT-SECS
           PERFORM 7600-FORMAT-CLOCK
           MOVE 'SLA DEADLINE' TO SML-TEXT
           MOVE WS-FMT-HMS TO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           COMPUTE WS-MARGIN-SECS = WS-SLA-REL - WS-CHAIN-END-REL
           IF WS-MARGIN-SECS < ZERO
               COMPUTE WS-FMT-SECS = ZERO - WS-MARGIN-SECS
               PERFORM 7500-FORMAT-DURATION
               MOVE 'SLA MISSED BY' TO SML-TEXT
               IF WS-PENDING-COUNT > ZERO
                   MOVE 'SLA PROJECTED MISSED BY' TO SML-TEXT
               END-IF
           ELSE
               MOVE WS-MARGIN-SECS TO WS-FMT-SECS
               PERFORM 7500-FORMAT-DURATION
               MOVE 'MARGIN TO SLA' TO SML-TEXT
           END-IF
           MOVE WS-FMT-HMS TO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE 'STEPS RUNNING SLOW' TO SML-TEXT
           MOVE WS-SLOW-COUNT TO DTL-RECORDS
           MOVE DTL-RECORDS TO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE 'STEPS WITH NO TREND YET' TO SML-TEXT
           MOVE WS-NO-TREND-COUNT TO DTL-RECORDS
           MOVE DTL-RECORDS TO SML-VALUE
           PERFORM 6900-WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CP-STEPS TO WS-CP-STEPS-DSP
           MOVE SPACES TO REPORT-LINE
           STRING '  CRITICAL PATH (' WS-CP-STEPS-DSP ' STEPS) - '
               'THE ROUTE THAT DECIDES WHEN THE CHAIN ENDS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-STEP-SUB
           PERFORM 6100-PRINT-ONE-CRITICAL
               UNTIL WS-STEP-SUB >= WS-STEP-COUNT.

       6100-PRINT-ONE-CRITICAL.
           ADD 1 TO WS-STEP-SUB
           IF WS-SP-CRITICAL(WS-STEP-SUB)
               MOVE SPACES TO WS-CP-LINE
               MOVE WS-SP-JOB(WS-STEP-SUB)     TO CPL-JOB
               MOVE WS-SP-STEP(WS-STEP-SUB)    TO CPL-STEP
               MOVE WS-SP-PROGRAM(WS-STEP-SUB) TO CPL-PROGRAM
               EVALUATE TRUE
                   WHEN WS-SP-DONE(WS-STEP-SUB)
                       MOVE WS-SP-ELAPSED(WS-STEP-SUB)
                           TO WS-FMT-SECS
                       MOVE 'ACTUAL' TO CPL-BASIS
                   WHEN WS-SP-BYPASSED(WS-STEP-SUB)
                       MOVE ZERO TO WS-FMT-SECS
                       MOVE 'BYPASSED' TO CPL-BASIS
                   WHEN OTHER
                       MOVE WS-SP-TREND(WS-STEP-SUB) TO WS-FMT-SECS
                       MOVE 'TREND' TO CPL-BASIS
               END-EVALUATE
               PERFORM 7500-FORMAT-DURATION
               MOVE WS-FMT-HMS TO CPL-DURATION
               MOVE WS-CP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6900-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE.

       7200-FIND-STEP.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-LOOK-SUB
           PERFORM 7210-CHECK-ONE-STEP
               UNTIL WS-FOUND-SUB > ZERO
                  OR WS-LOOK-SUB >= WS-LOOK-LIMIT.

       7210-CHECK-ONE-STEP.
           ADD 1 TO WS-LOOK-SUB
           IF WS-SP-JOB(WS-LOOK-SUB) = WS-LOOK-JOB
                   AND WS-SP-STEP(WS-LOOK-SUB) = WS-LOOK-STEP
               MOVE WS-LOOK-SUB TO WS-FOUND-SUB
           END-IF.

      * Seconds from the anchor to the date and time in hand.
       7300-RELATIVE-SECONDS.
           COMPUTE WS-CALC-SECS =
               WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS
           COMPUTE WS-REL-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
                 - WS-ANCHOR-DAY) * 86400
               + WS-CALC-SECS - WS-ANCHOR-SECS.

       7500-FORMAT-DURATION.
           MOVE ZERO TO WS-FMT-DAYS
           IF WS-FMT-SECS < ZERO
               MOVE ZERO TO WS-FMT-SECS
           END-IF
           IF WS-FMT-SECS > 359999
               MOVE 359999 TO WS-FMT-SECS
           END-IF
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.

      * A clock time: the anchor's time of day plus the seconds in
      * hand, with the days carried past midnight counted.
       7600-FORMAT-CLOCK.
           COMPUTE WS-FMT-SECS = WS-FMT-SECS + WS-ANCHOR-SECS
           IF WS-FMT-SECS < ZERO
               MOVE ZERO TO WS-FMT-SECS
           END-IF
           DIVIDE WS-FMT-SECS BY 86400 GIVING WS-FMT-DAYS
               REMAINDER WS-FMT-REM
           MOVE WS-FMT-REM TO WS-FMT-SECS
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'BWINRPT - Timing records read  ' WS-HIST-READ
           DISPLAY 'BWINRPT - Steps timed tonight  ' WS-TONIGHT-COUNT
           DISPLAY 'BWINRPT - Steps running slow   ' WS-SLOW-COUNT
           IF WS-MARGIN-SECS < ZERO
               DISPLAY 'BWINRPT - Chain end is past the SLA deadline'
           END-IF
           IF WS-SLOW-COUNT > ZERO OR WS-MARGIN-SECS < ZERO
                   OR WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'BWINRPT - Ended'.
