      * including accounts that appeared or disappeared overnight.
      * This is the "what moved overnight" control DATRECON's
      * count/checksum compare cannot give.
      *
      * Accounts are held in more than one currency, so the trial
      * balance is kept per company, type AND currency - native
      * amounts of different currencies are never added together -
      * with the base-currency equivalent of each line beside it at
      * the rate in force on the run date (FXRLOOK, off the FXRATE
      * table), and the movements are ranked by their base
      * equivalent. A currency on the books with no rate fails the
      * step: a missing rate is never taken as one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPOUT-FILE  ASSIGN TO SNAPOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO TRIALBAL
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
                         ==SNP-LAST-INT-DATE==
                                           BY ==SNO-LAST-INT-DATE==
                         ==SNP-CURRENCY-CD==
                                           BY ==SNO-CURRENCY-CD==
                         ==SNP-CUST-NO==       BY ==SNO-CUST-NO==
                         ==SNP-YTD-INTEREST==
                                           BY ==SNO-YTD-INTEREST==
                         ==SNP-TAKEN-TS==      BY ==SNO-TAKEN-TS==
                         ==SNP-SOURCE==        BY ==SNO-SOURCE==
                         ==SNP-FROM-SNAPSHOT==
                                           BY ==SNO-FROM-SNAPSHOT==
                         ==SNP-FROM-FULL-RELOAD==
                                           BY ==SNO-FROM-FULL-RELOAD==
                         ==SNP-FROM-DELTA==    BY ==SNO-FROM-DELTA==.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

               88  WS-MASTER-EOF               VALUE 'Y'.
           05  WS-SNAPIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-SNAPIN-EOF               VALUE 'Y'.
           05  WS-RATE-MISSING-SW      PIC X(01)  VALUE 'N'.
               88  WS-RATE-MISSING             VALUE 'Y'.

      * Compare keys for the side-by-side walk - HIGH-VALUES once a
      * side is exhausted, so the other side drains naturally.
           05  WS-CUR-KEY              PIC X(10)  VALUE SPACES.
           05  WS-PRI-KEY              PIC X(10)  VALUE SPACES.

      * Trial-balance accumulators, one entry per company, type and
      * currency seen on either side, built the same way DATRPT
      * builds its per-rule table.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 80 TIMES.
               10  WS-TB-COMPANY       PIC X(03).
               10  WS-TB-TYPE          PIC X(01).
               10  WS-TB-CURRENCY      PIC X(03).
               10  WS-TB-PRIOR-TOTAL   PIC S9(11)V99   COMP-3.
               10  WS-TB-CUR-TOTAL     PIC S9(11)V99   COMP-3.
               10  WS-TB-PRIOR-COUNT   PIC 9(07) COMP.
       01  WS-TB-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.
       01  WS-TB-LOOK-COMPANY          PIC X(03)  VALUE SPACES.
       01  WS-TB-LOOK-TYPE             PIC X(01)  VALUE SPACES.
       01  WS-TB-LOOK-CURRENCY         PIC X(03)  VALUE SPACES.
       01  WS-TB-BASE-TOTAL            PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

      * Per-currency totals of tonight's master, one entry per
      * denomination currency seen (spaces is the base currency).
       01  WS-CURRENCY-TABLE.
           05  WS-CUR-ENTRY OCCURS 10 TIMES.
               10  WS-CUR-CODE         PIC X(03).
       01  WS-CUR-IDX                  PIC 9(02) COMP  VALUE ZERO.
       01  WS-CUR-FOUND-IDX            PIC 9(02) COMP  VALUE ZERO.

      * Every base equivalent comes from FXRLOOK at the run date.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.
       01  WS-BASE-EQUIV               PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-CONVERT-AMOUNT           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-CONVERT-CURRENCY         PIC X(03)  VALUE SPACES.
       01  WS-RATE-DATE-DSP            PIC 9(08)  VALUE ZERO.

      * The largest account-level movements, kept as a top-ten list
      * ordered by the absolute base equivalent of the movement.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 10 TIMES.
               10  WS-MOVE-ACCT        PIC X(10).
               10  WS-MOVE-CURRENCY    PIC X(03).
               10  WS-MOVE-PRIOR       PIC S9(09)V99   COMP-3.
               10  WS-MOVE-CURRENT     PIC S9(09)V99   COMP-3.
               10  WS-MOVE-DELTA       PIC S9(09)V99   COMP-3.
               10  WS-MOVE-BASE-DELTA  PIC S9(11)V99   COMP-3.
               10  WS-MOVE-ABS         PIC 9(11)V99    COMP-3.
       01  WS-MOVE-COUNT               PIC 9(02) COMP  VALUE ZERO.
       01  WS-MOVE-IDX                 PIC 9(02) COMP  VALUE ZERO.
       01  WS-MOVE-SLOT                PIC 9(02) COMP  VALUE ZERO.

       01  WS-DELTA-WORK.
           05  WS-WORK-ACCT            PIC X(10).
           05  WS-WORK-CURRENCY        PIC X(03).
           05  WS-WORK-PRIOR           PIC S9(09)V99   COMP-3.
           05  WS-WORK-CURRENT         PIC S9(09)V99   COMP-3.
           05  WS-WORK-DELTA           PIC S9(09)V99   COMP-3.
           05  WS-WORK-BASE-DELTA      PIC S9(11)V99   COMP-3.
           05  WS-WORK-ABS             PIC 9(11)V99    COMP-3.

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-GONE-ACCTS           PIC 9(07) COMP  VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
      * Stamped on every snapshot record - the point in time a
      * forward recovery starts carrying this generation from.
       01  WS-SNAP-TS                  PIC X(16)  VALUE SPACES.
       01  WS-HEADING-LINE             PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(30)  VALUE
               '  CO   T  CCY      PRIOR TOTAL'.
           05  FILLER                  PIC X(17)  VALUE
               '    CURRENT TOTAL'.
           05  FILLER                  PIC X(17)  VALUE
               '         MOVEMENT'.
           05  FILLER                  PIC X(19)  VALUE
               '  CURRENT IN BASE'.

       01  WS-TB-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-PRIOR               PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-CURRENT             PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-MOVEMENT            PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-BASE-CURRENT        PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TBL-NOTE                PIC X(16).

       01  WS-CURRENCY-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CUL-TOTAL               PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CUL-BASE-EQUIV          PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CUL-NOTE                PIC X(24).

       01  WS-MOVE-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-ACCT                PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-PRIOR               PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-CURRENT             PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-DELTA               PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MVL-BASE-DELTA          PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'ACCTSNAP' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-ONE-ACCOUNT
               UNTIL WS-MASTER-EOF AND WS-SNAPIN-EOF
           PERFORM 3000-PRINT-TRIAL-BALANCE
           PERFORM 4000-TERMINATE
           MOVE WS-MASTER-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'ACCTSNAP - Started. Snapshot and trial balance.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SNAP-TS
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  SNAPIN-FILE
           OPEN OUTPUT SNAPOUT-FILE
                   'run or skipped night; movements are against zero'
           END-IF.

      * The side-by-side walk. Both inputs are in account-number
      * order, so one pass tells every account apart: on both sides
      * (movement is the difference), only on tonight's master (new
           PERFORM 2750-ACCUMULATE-CURRENCY
           MOVE ACCT-COMPANY-CD TO WS-TB-LOOK-COMPANY
           MOVE ACCT-TYPE       TO WS-TB-LOOK-TYPE
           MOVE ACCT-CURRENCY-CD TO WS-TB-LOOK-CURRENCY
           PERFORM 2700-FIND-TB-ENTRY
           ADD ACCT-BALANCE TO WS-TB-CUR-TOTAL(WS-TB-FOUND-IDX)
           ADD 1 TO WS-TB-CUR-COUNT(WS-TB-FOUND-IDX)
           MOVE ACCT-NO       TO WS-WORK-ACCT
           MOVE ACCT-CURRENCY-CD TO WS-WORK-CURRENCY
           MOVE ZERO          TO WS-WORK-PRIOR
           MOVE ACCT-BALANCE  TO WS-WORK-CURRENT
           PERFORM 2800-RECORD-MOVEMENT
           ADD 1 TO WS-GONE-ACCTS
           MOVE SNP-COMPANY-CD TO WS-TB-LOOK-COMPANY
           MOVE SNP-TYPE       TO WS-TB-LOOK-TYPE
           MOVE SNP-CURRENCY-CD TO WS-TB-LOOK-CURRENCY
           PERFORM 2700-FIND-TB-ENTRY
           ADD SNP-BALANCE TO WS-TB-PRIOR-TOTAL(WS-TB-FOUND-IDX)
           ADD 1 TO WS-TB-PRIOR-COUNT(WS-TB-FOUND-IDX)
           MOVE SNP-ACCT-NO  TO WS-WORK-ACCT
           MOVE SNP-CURRENCY-CD TO WS-WORK-CURRENCY
           MOVE SNP-BALANCE  TO WS-WORK-PRIOR
           MOVE ZERO          TO WS-WORK-CURRENT
           PERFORM 2800-RECORD-MOVEMENT
           PERFORM 2750-ACCUMULATE-CURRENCY
           MOVE ACCT-COMPANY-CD TO WS-TB-LOOK-COMPANY
           MOVE ACCT-TYPE       TO WS-TB-LOOK-TYPE
           MOVE ACCT-CURRENCY-CD TO WS-TB-LOOK-CURRENCY
           PERFORM 2700-FIND-TB-ENTRY
           ADD ACCT-BALANCE TO WS-TB-CUR-TOTAL(WS-TB-FOUND-IDX)
           ADD 1 TO WS-TB-CUR-COUNT(WS-TB-FOUND-IDX)
           MOVE SNP-COMPANY-CD TO WS-TB-LOOK-COMPANY
           MOVE SNP-TYPE       TO WS-TB-LOOK-TYPE
           MOVE SNP-CURRENCY-CD TO WS-TB-LOOK-CURRENCY
           PERFORM 2700-FIND-TB-ENTRY
           ADD SNP-BALANCE TO WS-TB-PRIOR-TOTAL(WS-TB-FOUND-IDX)
           ADD 1 TO WS-TB-PRIOR-COUNT(WS-TB-FOUND-IDX)
           MOVE ACCT-NO       TO WS-WORK-ACCT
           MOVE ACCT-CURRENCY-CD TO WS-WORK-CURRENCY
           MOVE SNP-BALANCE  TO WS-WORK-PRIOR
           MOVE ACCT-BALANCE  TO WS-WORK-CURRENT
           PERFORM 2800-RECORD-MOVEMENT
           MOVE ACCT-OPEN-DATE      TO SNO-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE  TO SNO-LAST-INT-DATE
           MOVE ACCT-CURRENCY-CD    TO SNO-CURRENCY-CD
           MOVE ACCT-CUST-NO        TO SNO-CUST-NO
           MOVE ACCT-YTD-INTEREST   TO SNO-YTD-INTEREST
           MOVE WS-SNAP-TS          TO SNO-TAKEN-TS
           SET SNO-FROM-SNAPSHOT    TO TRUE
           WRITE SNO-RECORD.

       2700-FIND-TB-ENTRY.
                   TO WS-TB-COMPANY(WS-TB-FOUND-IDX)
               MOVE WS-TB-LOOK-TYPE
                   TO WS-TB-TYPE(WS-TB-FOUND-IDX)
               MOVE WS-TB-LOOK-CURRENCY
                   TO WS-TB-CURRENCY(WS-TB-FOUND-IDX)
               MOVE ZERO TO WS-TB-PRIOR-TOTAL(WS-TB-FOUND-IDX)
                            WS-TB-CUR-TOTAL(WS-TB-FOUND-IDX)
                            WS-TB-PRIOR-COUNT(WS-TB-FOUND-IDX)
           ADD 1 TO WS-TB-IDX
           IF WS-TB-COMPANY(WS-TB-IDX) = WS-TB-LOOK-COMPANY
                   AND WS-TB-TYPE(WS-TB-IDX) = WS-TB-LOOK-TYPE
                   AND WS-TB-CURRENCY(WS-TB-IDX) = WS-TB-LOOK-CURRENCY
               MOVE WS-TB-IDX TO WS-TB-FOUND-IDX
           END-IF.


      * Keep the ten largest absolute movements, ordered largest
      * first - find the slot the new movement belongs in, shift the
      * tail down one, and drop whatever falls off the end. Movements
      * compare by base equivalent, so a large number in a small
      * currency does not crowd out a real movement.
       2800-RECORD-MOVEMENT.
           COMPUTE WS-WORK-DELTA =
               WS-WORK-CURRENT - WS-WORK-PRIOR
           IF WS-WORK-DELTA = ZERO
               CONTINUE
           ELSE
               MOVE WS-WORK-DELTA    TO WS-CONVERT-AMOUNT
               MOVE WS-WORK-CURRENCY TO WS-CONVERT-CURRENCY
               PERFORM 2900-CONVERT-TO-BASE
               MOVE WS-BASE-EQUIV TO WS-WORK-BASE-DELTA
               MOVE WS-WORK-BASE-DELTA TO WS-WORK-ABS
               IF WS-WORK-BASE-DELTA < ZERO
                   COMPUTE WS-WORK-ABS = ZERO - WS-WORK-BASE-DELTA
               END-IF
               PERFORM 2810-FIND-MOVEMENT-SLOT
               IF WS-MOVE-SLOT > ZERO
           PERFORM 2821-SHIFT-ONE-DOWN
               UNTIL WS-SHIFT-IDX <= WS-MOVE-SLOT
           MOVE WS-WORK-ACCT    TO WS-MOVE-ACCT(WS-MOVE-SLOT)
           MOVE WS-WORK-CURRENCY TO WS-MOVE-CURRENCY(WS-MOVE-SLOT)
           MOVE WS-WORK-BASE-DELTA
               TO WS-MOVE-BASE-DELTA(WS-MOVE-SLOT)
           MOVE WS-WORK-PRIOR   TO WS-MOVE-PRIOR(WS-MOVE-SLOT)
           MOVE WS-WORK-CURRENT TO WS-MOVE-CURRENT(WS-MOVE-SLOT)
           MOVE WS-WORK-DELTA   TO WS-MOVE-DELTA(WS-MOVE-SLOT)
               TO WS-MOVE-ENTRY(WS-SHIFT-IDX)
           SUBTRACT 1 FROM WS-SHIFT-IDX.

      * One amount restated in the base currency at the rate in force
      * on the run date. A currency with no rate converts to zero
      * and marks the run failed - it is never taken at one.
       2900-CONVERT-TO-BASE.
           MOVE ZERO TO WS-BASE-EQUIV
           MOVE ZERO TO WS-RATE-DATE-DSP
           MOVE WS-CONVERT-CURRENCY TO FXL-CURRENCY-CD
           MOVE WS-RUN-DATE         TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF FXL-RATE-FOUND
               COMPUTE WS-BASE-EQUIV ROUNDED =
                   WS-CONVERT-AMOUNT * FXL-RATE-TO-BASE
               MOVE FXL-RATE-DATE TO WS-RATE-DATE-DSP
           ELSE
               SET WS-RATE-MISSING TO TRUE
           END-IF.

       3000-PRINT-TRIAL-BALANCE.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'TRIAL BALANCE MOVEMENT REPORT - RUN DATE '
           MOVE ZERO TO WS-TB-IDX
           PERFORM 3100-PRINT-ONE-TB-LINE
               UNTIL WS-TB-IDX >= WS-TB-COUNT
           MOVE SPACES TO WS-TB-LINE
           MOVE 'ALL' TO TBL-COMPANY
           MOVE WS-TB-BASE-TOTAL TO TBL-BASE-CURRENT
           MOVE WS-TB-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  LARGEST ACCOUNT MOVEMENTS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CCY    ACCOUNTS          TOTAL'
               '        BASE EQUIVALENT'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CUR-IDX
               UNTIL WS-CUR-IDX >= WS-CUR-COUNT.

      * One currency's position: the total in its own currency and
      * the base-currency equivalent at the run date's rate, with
      * the effective date of the rate used. The base currency
      * converts at one; a currency with no rate is flagged and
      * fails the run - a blank rate must never print as a
      * silently-zero equivalent.
       3300-PRINT-ONE-CURRENCY.
           ADD 1 TO WS-CUR-IDX
           MOVE SPACES TO WS-CURRENCY-LINE
           WRITE REPORT-LINE.

       3310-CONVERT-TO-BASE.
           MOVE WS-CUR-TOTAL(WS-CUR-IDX) TO WS-CONVERT-AMOUNT
           MOVE WS-CUR-CODE(WS-CUR-IDX)  TO WS-CONVERT-CURRENCY
           PERFORM 2900-CONVERT-TO-BASE
           MOVE WS-BASE-EQUIV TO CUL-BASE-EQUIV
           IF WS-CUR-CODE(WS-CUR-IDX) NOT = SPACES
               IF FXL-RATE-FOUND
                   STRING 'RATE OF ' WS-RATE-DATE-DSP
                       DELIMITED BY SIZE INTO CUL-NOTE
               ELSE
                   MOVE 'NO RATE ON FILE' TO CUL-NOTE
               END-IF
           END-IF.

       3100-PRINT-ONE-TB-LINE.
           MOVE SPACES TO WS-TB-LINE
           MOVE WS-TB-COMPANY(WS-TB-IDX)     TO TBL-COMPANY
           MOVE WS-TB-TYPE(WS-TB-IDX)        TO TBL-TYPE
           IF WS-TB-CURRENCY(WS-TB-IDX) = SPACES
               MOVE '---' TO TBL-CURRENCY
           ELSE
               MOVE WS-TB-CURRENCY(WS-TB-IDX) TO TBL-CURRENCY
           END-IF
           MOVE WS-TB-PRIOR-TOTAL(WS-TB-IDX) TO TBL-PRIOR
           MOVE WS-TB-CUR-TOTAL(WS-TB-IDX)   TO TBL-CURRENT
           COMPUTE TBL-MOVEMENT =
               WS-TB-CUR-TOTAL(WS-TB-IDX) -
               WS-TB-PRIOR-TOTAL(WS-TB-IDX)
           MOVE WS-TB-CUR-TOTAL(WS-TB-IDX) TO WS-CONVERT-AMOUNT
           MOVE WS-TB-CURRENCY(WS-TB-IDX)  TO WS-CONVERT-CURRENCY
           PERFORM 2900-CONVERT-TO-BASE
           MOVE WS-BASE-EQUIV TO TBL-BASE-CURRENT
           ADD WS-BASE-EQUIV TO WS-TB-BASE-TOTAL
           IF NOT FXL-RATE-FOUND
               MOVE 'NO RATE ON FILE' TO TBL-NOTE
           END-IF
           MOVE WS-TB-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

           ADD 1 TO WS-MOVE-IDX
           MOVE SPACES TO WS-MOVE-LINE
           MOVE WS-MOVE-ACCT(WS-MOVE-IDX)    TO MVL-ACCT
           IF WS-MOVE-CURRENCY(WS-MOVE-IDX) = SPACES
               MOVE '---' TO MVL-CURRENCY
           ELSE
               MOVE WS-MOVE-CURRENCY(WS-MOVE-IDX) TO MVL-CURRENCY
           END-IF
           MOVE WS-MOVE-BASE-DELTA(WS-MOVE-IDX) TO MVL-BASE-DELTA
           MOVE WS-MOVE-PRIOR(WS-MOVE-IDX)   TO MVL-PRIOR
           MOVE WS-MOVE-CURRENT(WS-MOVE-IDX) TO MVL-CURRENT
           MOVE WS-MOVE-DELTA(WS-MOVE-IDX)   TO MVL-DELTA
           DISPLAY 'ACCTSNAP - Dropped accounts  ' WS-GONE-ACCTS
           IF WS-RATE-MISSING
               DISPLAY 'ACCTSNAP - Ending with a non-zero condition '
                   'code - a currency on the books has no rate on '
                   'FXRATE for ' WS-RUN-DATE ' - load it (FXRMNT) '
                   'and rerun'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
