       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      * Month-end foreign-currency revaluation, run by DATMONTH once
      * the month's postings have all reached the ledger. GLEXTR
      * books every posting to a foreign-currency account in base at
      * the rate of its own run date, so by month-end the ledger
      * carries each such account at a mix of historic rates. This
      * step restates every foreign-currency balance on the master
      * at the month-end rate (FXRLOOK, off the FXRATE table) and
      * books the difference as a balanced revaluation journal on
      * its own GLFEED generation, source FXREVAL.
      *
      * The carrying value of an account is worked out, not
      * guessed: last month's revalued base off the prior position
      * generation (FXREVPOS), plus every posting to the account
      * since - taken off the posting journal by PJ-TIMESTAMP after
      * the prior run's cutoff stamp, each at the rate of its run
      * date and rounded posting by posting exactly as GLEXTR booked
      * it. The revaluation is the month-end value less that
      * carrying value, per account:
      *
      *   a rise  - the account's 'C' GLMAP card for its company and
      *             type is credited, the company's '*' 'L'
      *             revaluation loss card debited;
      *   a fall  - the account's 'D' card is debited, the
      *             company's '*' 'G' revaluation gain card credited.
      *
      * An account gone from the master has its whole carrying value
      * taken out the same way. Every foreign-currency account on
      * the master is written to the new position generation at its
      * revalued base, for next month to start from.
      *
      * Nothing is booked unless everything can be: a first pass
      * proves there is a rate for every currency at the month-end
      * date and for every posting at its run date, and GLMAP cards
      * for every company and type in play. Any gap is listed, the
      * prior positions are carried forward unchanged, an empty feed
      * is cut and the step fails - the rerun after the fix starts
      * again from the same place. No rate is ever taken as one.
      *
      * An empty prior position generation is the first run: the
      * positions are seeded at the month-end rate, nothing is
      * booked, and the step ends 4 - the ledger's opening foreign-
      * currency carrying values must be agreed to the seeded
      * positions by hand. A native balance that does not follow
      * from last month's position and the journaled postings is
      * listed and ends the step 4.
      *
      *   no PARM        - revalued at the run's own date, the date
      *                    INTCAP posts the month-end interest under.
      *   PARM=CCYYMMDD  - revalued at the rate in force on that date
      *                    (a month-end run that slips past midnight).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * Last month's positions in, this month's out - one generation
      * per run, in account-number order.
           SELECT POSITIN-FILE  ASSIGN TO POSITIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITOUT-FILE ASSIGN TO POSITOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The posting journal's foreign-currency postings, sorted by
      * account and timestamp by the step before.
           SELECT FXJRNL-FILE   ASSIGN TO FXJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE    ASSIGN TO GLMAP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFEED-FILE   ASSIGN TO GLFEED
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO FXREVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  POSITIN-FILE.
           COPY FXPOSREC.
       FD  POSITOUT-FILE.
           COPY FXPOSREC
               REPLACING ==FX-POSITION-HEADER==
                                          BY ==FX-POSOUT-HEADER==
                         ==FPH-RECORD-TYPE== BY ==FOH-RECORD-TYPE==
                         ==FPH-HEADER==      BY ==FOH-HEADER==
                         ==FPH-REVAL-DATE==  BY ==FOH-REVAL-DATE==
                         ==FPH-JOURNAL-CUTOFF==
                                          BY ==FOH-JOURNAL-CUTOFF==
                         ==FX-POSITION-DETAIL==
                                          BY ==FX-POSOUT-DETAIL==
                         ==FPD-RECORD-TYPE== BY ==FOD-RECORD-TYPE==
                         ==FPD-DETAIL==      BY ==FOD-DETAIL==
                         ==FPD-ACCT-NO==     BY ==FOD-ACCT-NO==
                         ==FPD-COMPANY-CD==  BY ==FOD-COMPANY-CD==
                         ==FPD-ACCT-TYPE==   BY ==FOD-ACCT-TYPE==
                         ==FPD-CURRENCY-CD== BY ==FOD-CURRENCY-CD==
                         ==FPD-NATIVE-BALANCE==
                                          BY ==FOD-NATIVE-BALANCE==
                         ==FPD-BASE-VALUE==  BY ==FOD-BASE-VALUE==
                         ==FPD-RATE-TO-BASE==
                                          BY ==FOD-RATE-TO-BASE==
                         ==FX-POSITION-TRAILER==
                                          BY ==FX-POSOUT-TRAILER==
                         ==FPT-RECORD-TYPE== BY ==FOT-RECORD-TYPE==
                         ==FPT-TRAILER==     BY ==FOT-TRAILER==
                         ==FPT-RECORD-COUNT== BY ==FOT-RECORD-COUNT==
                         ==FPT-BASE-TOTAL==  BY ==FOT-BASE-TOTAL==.
       FD  FXJRNL-FILE.
           COPY POSTJRNL.
       FD  GLMAP-FILE.
           COPY GLMAP.
       FD  GLFEED-FILE.
           COPY GLFEED.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-GLMAP-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-GLMAP-EOF                VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-MASTER-EOF               VALUE 'Y'.
           05  WS-POSITIN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-POSITIN-EOF              VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-EOF              VALUE 'Y'.
           05  WS-SEED-SW              PIC X(01)  VALUE 'N'.
               88  WS-SEED-RUN                 VALUE 'Y'.
           05  WS-NOT-READY-SW         PIC X(01)  VALUE 'N'.
               88  WS-NOT-READY                VALUE 'Y'.
           05  WS-BOOKING-FAILED-SW    PIC X(01)  VALUE 'N'.
               88  WS-BOOKING-FAILED           VALUE 'Y'.
           05  WS-UNBALANCED-SW        PIC X(01)  VALUE 'N'.
               88  WS-HAS-UNBALANCED           VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW      PIC X(01)  VALUE 'N'.
               88  WS-TRAILER-SEEN             VALUE 'Y'.
           05  WS-ON-MASTER-SW         PIC X(01)  VALUE 'N'.
               88  WS-ON-MASTER                VALUE 'Y'.
           05  WS-IN-WINDOW-SW         PIC X(01)  VALUE 'N'.
               88  WS-IN-WINDOW                VALUE 'Y'.
           05  WS-FOREIGN-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  WS-FOREIGN-FOUND            VALUE 'Y'.

      * The revaluation date and the journal cutoff this run takes
      * its postings up to; the prior run's pair off the prior
      * position header.
       01  WS-REVAL-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-STAMP             PIC X(16)  VALUE SPACES.
       01  WS-PRIOR-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-PRIOR-CUTOFF             PIC X(16)  VALUE SPACES.

      * Compare keys for the three-way walk - HIGH-VALUES once a side
      * is exhausted, so the other sides drain naturally.
       01  WS-COMPARE-KEYS.
           05  WS-MST-KEY              PIC X(10)  VALUE SPACES.
           05  WS-POS-KEY              PIC X(10)  VALUE SPACES.
           05  WS-JRN-KEY              PIC X(10)  VALUE SPACES.
           05  WS-LOW-KEY              PIC X(10)  VALUE SPACES.

      * The account in hand, gathered from whichever sides hold it.
       01  WS-ACCOUNT-WORK.
           05  WS-ACW-COMPANY          PIC X(03).
           05  WS-ACW-TYPE             PIC X(01).
           05  WS-ACW-CURRENCY         PIC X(03).
           05  WS-ACW-PRIOR-NATIVE     PIC S9(09)V99   COMP-3.
           05  WS-ACW-PRIOR-BASE       PIC S9(11)V99   COMP-3.
           05  WS-ACW-POSTED-NATIVE    PIC S9(11)V99   COMP-3.
           05  WS-ACW-POSTED-BASE      PIC S9(11)V99   COMP-3.
           05  WS-ACW-NOW-NATIVE       PIC S9(09)V99   COMP-3.
           05  WS-ACW-CARRIED          PIC S9(11)V99   COMP-3.
           05  WS-ACW-REVALUED         PIC S9(11)V99   COMP-3.
           05  WS-ACW-DELTA            PIC S9(11)V99   COMP-3.
           05  WS-ACW-RATE             PIC S9(05)V9(6) COMP-3.
       01  WS-POSTING-BASE             PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-NATIVE-EXPECTED          PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

      * Every conversion goes through FXRLOOK.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.

      * The GL account map: the 'C' and 'D' cards per company and
      * type, and the '*' 'G' and '*' 'L' revaluation cards per
      * company. The other cards belong to GLEXTR and INTACCR.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MAP-COMPANY      PIC X(03).
               10  WS-MAP-TYPE         PIC X(01).
               10  WS-MAP-DIRECTION    PIC X(01).
               10  WS-MAP-GL-ACCT      PIC X(08).
       01  WS-MAP-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-MAP-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-MAP-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.
       01  WS-MAP-LOOKUP.
           05  WS-LOOK-COMPANY         PIC X(03).
           05  WS-LOOK-TYPE            PIC X(01).
           05  WS-LOOK-DIRECTION       PIC X(01).

      * The readiness pass checks each company, type and currency
      * once, however many accounts share it.
       01  WS-CHK-TABLE.
           05  WS-CHK-ENTRY OCCURS 100 TIMES.
               10  WS-CHK-COMPANY      PIC X(03).
               10  WS-CHK-TYPE         PIC X(01).
               10  WS-CHK-CURRENCY     PIC X(03).
       01  WS-CHK-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-CHK-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CHK-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.
       01  WS-CHK-LOOKUP.
           05  WS-CHK-LOOK-COMPANY     PIC X(03).
           05  WS-CHK-LOOK-TYPE        PIC X(01).
           05  WS-CHK-LOOK-CURRENCY    PIC X(03).

      * The revaluation journal lines under construction, one entry
      * per company, GL account and direction - GLEXTR's summary.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 100 TIMES.
               10  WS-SUM-COMPANY      PIC X(03).
               10  WS-SUM-GL-ACCT      PIC X(08).
               10  WS-SUM-DIRECTION    PIC X(01).
               10  WS-SUM-AMOUNT       PIC S9(13)V99   COMP-3.
       01  WS-SUM-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-SUM-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-SUM-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.

      * Per-company debit/credit proof.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 10 TIMES.
               10  WS-BAL-COMPANY      PIC X(03).
               10  WS-BAL-DEBITS       PIC S9(13)V99   COMP-3.
               10  WS-BAL-CREDITS      PIC S9(13)V99   COMP-3.
       01  WS-BAL-COUNT                PIC 9(02) COMP  VALUE ZERO.
       01  WS-BAL-IDX                  PIC 9(02) COMP  VALUE ZERO.
       01  WS-BAL-FOUND-IDX            PIC 9(02) COMP  VALUE ZERO.

      * One side of a revaluation entry, in the shape the map keys on.
       01  WS-POSTING-WORK.
           05  WS-PST-DIRECTION        PIC X(01).
           05  WS-PST-ABS-AMOUNT       PIC S9(11)V99   COMP-3.

      * The listing's revaluation summary, per company and currency.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 50 TIMES.
               10  WS-CC-COMPANY       PIC X(03).
               10  WS-CC-CURRENCY      PIC X(03).
               10  WS-CC-ACCOUNTS      PIC 9(07) COMP.
               10  WS-CC-NATIVE        PIC S9(13)V99   COMP-3.
               10  WS-CC-CARRIED       PIC S9(13)V99   COMP-3.
               10  WS-CC-REVALUED      PIC S9(13)V99   COMP-3.
               10  WS-CC-DELTA         PIC S9(13)V99   COMP-3.
               10  WS-CC-RATE          PIC S9(05)V9(6) COMP-3.
       01  WS-CC-COUNT                 PIC 9(02) COMP  VALUE ZERO.
       01  WS-CC-IDX                   PIC 9(02) COMP  VALUE ZERO.
       01  WS-CC-FOUND-IDX             PIC 9(02) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MASTER-READ          PIC 9(07) COMP  VALUE ZERO.
           05  WS-FOREIGN-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSITIN-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSTINGS-TAKEN       PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSITOUT-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-PROBLEM-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CONTROL-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTALS.
           05  WS-DEBIT-TOTAL          PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-CREDIT-TOTAL         PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-PRIOR-BASE-TOTAL     PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-NEW-BASE-TOTAL       PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

      * A long list of the same gap says nothing the first fifty do
      * not - the rest are counted.
       01  WS-PROBLEM-LIMIT            PIC 9(03) COMP  VALUE 50.

       01  WS-HEADING-LINE             PIC X(132).
       01  WS-PROBLEM-LINE             PIC X(132).

       01  WS-CC-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-ACCOUNTS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-NATIVE              PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-CARRIED             PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-REVALUED            PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-RATE                PIC ZZZZ9.999999.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-DELTA               PIC -(13)9.99.

       01  WS-GL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GLL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GLL-GL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GLL-DIRECTION           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GLL-AMOUNT              PIC -(13)9.99.

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BAL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BAL-DEBITS              PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BAL-CREDITS             PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BAL-VERDICT             PIC X(16).

       01  WS-COUNT-EDIT               PIC Z(06)9.
       01  WS-AMOUNT-EDIT              PIC -(11)9.99.
       01  WS-AMOUNT-EDIT-2            PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

      * PARM=CCYYMMDD revalues at that date's rate - anything else
      * (or no parm) revalues at the run's own date.
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           MOVE 'FXREVAL' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-READINESS
           IF WS-NOT-READY
               PERFORM 6000-CARRY-PRIOR-FORWARD
           ELSE
               PERFORM 3000-START-REVALUATION
               PERFORM 3100-REVALUE-ONE-ACCOUNT
                   UNTIL WS-MST-KEY = HIGH-VALUES
                     AND WS-POS-KEY = HIGH-VALUES
                     AND WS-JRN-KEY = HIGH-VALUES
               PERFORM 3900-FINISH-POSITIONS
           END-IF
           PERFORM 4000-WRITE-THE-FEED
           PERFORM 4500-PRINT-THE-SUMMARY
           PERFORM 4800-PROVE-THE-BALANCE
           PERFORM 5000-TERMINATE
           MOVE WS-FOREIGN-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'FXREVAL - Started. Revaluing foreign-currency '
               'balances.'
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CUTOFF-STAMP
           MOVE WS-CUTOFF-STAMP(1:8) TO WS-REVAL-DATE
           IF LK-PARM-LEN >= 8 AND LK-PARM-TEXT IS NUMERIC
               MOVE LK-PARM-TEXT TO WS-REVAL-DATE
               DISPLAY 'FXREVAL - Revaluation date from PARM '
                   WS-REVAL-DATE
           END-IF
           OPEN INPUT GLMAP-FILE
           PERFORM 1200-LOAD-ONE-MAP-CARD
               UNTIL WS-GLMAP-EOF
           CLOSE GLMAP-FILE
           OPEN OUTPUT POSITOUT-FILE
           OPEN OUTPUT GLFEED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'FOREIGN-CURRENCY REVALUATION - REVALUED AT '
               WS-REVAL-DATE ' RATES, POSTINGS TO '
               WS-CUTOFF-STAMP
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1200-LOAD-ONE-MAP-CARD.
           READ GLMAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GLM-DIRECTION = 'C' OR GLM-DIRECTION = 'D'
                           OR GLM-DIRECTION = 'G'
                           OR GLM-DIRECTION = 'L'
                       PERFORM 1210-ADD-MAP-ENTRY
                   END-IF
           END-READ.

       1210-ADD-MAP-ENTRY.
           IF WS-MAP-COUNT < 50
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-COMPANY-CD TO WS-MAP-COMPANY(WS-MAP-COUNT)
               MOVE GLM-ACCT-TYPE  TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE GLM-DIRECTION  TO WS-MAP-DIRECTION(WS-MAP-COUNT)
               MOVE GLM-GL-ACCOUNT TO WS-MAP-GL-ACCT(WS-MAP-COUNT)
           ELSE
               DISPLAY 'FXREVAL - Map table full - card for '
                   GLM-COMPANY-CD ' ' GLM-ACCT-TYPE ' '
                   GLM-DIRECTION ' ignored'
           END-IF.

      *****************************************************************
      * The readiness pass. Reads the prior positions, the master and
      * the journal window once, books nothing, and sets WS-NOT-READY
      * on any gap that would leave the revaluation unbookable.
      *****************************************************************
       2000-CHECK-READINESS.
           OPEN INPUT POSITIN-FILE
           PERFORM 2010-READ-POSITIN
           IF WS-POSITIN-EOF
               SET WS-SEED-RUN TO TRUE
               DISPLAY 'FXREVAL - Prior position generation is '
                   'empty - first run; positions will be seeded and '
                   'nothing booked'
           ELSE
               IF FPH-HEADER
                   MOVE FPH-REVAL-DATE     TO WS-PRIOR-DATE
                   MOVE FPH-JOURNAL-CUTOFF TO WS-PRIOR-CUTOFF
                   PERFORM 2010-READ-POSITIN
               ELSE
                   MOVE 'THE PRIOR POSITION GENERATION HAS NO HEADER'
                       TO WS-PROBLEM-LINE
                   PERFORM 9000-REPORT-PROBLEM
               END-IF
           END-IF
           IF NOT WS-SEED-RUN
               MOVE SPACES TO WS-HEADING-LINE
               STRING 'PRIOR POSITIONS REVALUED AT ' WS-PRIOR-DATE
                   ', POSTINGS TO ' WS-PRIOR-CUTOFF
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PRIOR-DATE >= WS-REVAL-DATE
                       OR WS-PRIOR-CUTOFF >= WS-CUTOFF-STAMP
                   MOVE SPACES TO WS-PROBLEM-LINE
                   STRING 'THE PRIOR POSITIONS ARE ALREADY REVALUED '
                       'AT ' WS-PRIOR-DATE ' - NOT BEFORE '
                       WS-REVAL-DATE
                       DELIMITED BY SIZE INTO WS-PROBLEM-LINE
                   PERFORM 9000-REPORT-PROBLEM
               END-IF
           END-IF
           PERFORM 2020-CHECK-ONE-POSITION
               UNTIL WS-POSITIN-EOF
           CLOSE POSITIN-FILE
           IF NOT WS-SEED-RUN
               PERFORM 2030-CHECK-POSITION-TRAILER
           END-IF
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-STATUS NOT = '00'
               MOVE SPACES TO WS-PROBLEM-LINE
               STRING 'THE ACCOUNT MASTER CANNOT BE OPENED - STATUS '
                   WS-ACCTMAST-STATUS
                   DELIMITED BY SIZE INTO WS-PROBLEM-LINE
               PERFORM 9000-REPORT-PROBLEM
           ELSE
               PERFORM 2100-CHECK-ONE-MASTER
                   UNTIL WS-MASTER-EOF
               CLOSE ACCTMAST-FILE
           END-IF
           IF NOT WS-SEED-RUN
               OPEN INPUT FXJRNL-FILE
               PERFORM 2200-CHECK-ONE-POSTING
                   UNTIL WS-JOURNAL-EOF
               CLOSE FXJRNL-FILE
           END-IF
           IF WS-NOT-READY
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-HEADING-LINE
               STRING '  *** ' WS-COUNT-EDIT ' PROBLEM(S) - '
                   'NOTHING BOOKED, PRIOR POSITIONS CARRIED FORWARD '
                   'UNCHANGED'
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2010-READ-POSITIN.
           READ POSITIN-FILE
               AT END
                   SET WS-POSITIN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-POS-KEY
               NOT AT END
                   EVALUATE TRUE
                       WHEN FPD-DETAIL
                           MOVE FPD-ACCT-NO TO WS-POS-KEY
                       WHEN FPT-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE HIGH-VALUES TO WS-POS-KEY
                       WHEN OTHER
                           MOVE HIGH-VALUES TO WS-POS-KEY
                   END-EVALUATE
           END-READ.

      * Every prior position is counted against its trailer, and its
      * company, type and currency will need booking if the account
      * has moved or gone.
       2020-CHECK-ONE-POSITION.
           IF FPD-DETAIL
               ADD 1 TO WS-POSITIN-COUNT
               ADD FPD-BASE-VALUE TO WS-PRIOR-BASE-TOTAL
               MOVE FPD-COMPANY-CD  TO WS-CHK-LOOK-COMPANY
               MOVE FPD-ACCT-TYPE   TO WS-CHK-LOOK-TYPE
               MOVE FPD-CURRENCY-CD TO WS-CHK-LOOK-CURRENCY
               PERFORM 2300-CHECK-COMBINATION
           END-IF
           IF FPT-TRAILER
               IF FPT-RECORD-COUNT NOT = WS-POSITIN-COUNT
                       OR FPT-BASE-TOTAL NOT = WS-PRIOR-BASE-TOTAL
                   MOVE WS-POSITIN-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-PROBLEM-LINE
                   STRING 'THE PRIOR POSITION GENERATION DOES NOT '
                       'AGREE WITH ITS TRAILER - ' WS-COUNT-EDIT
                       ' DETAILS READ'
                       DELIMITED BY SIZE INTO WS-PROBLEM-LINE
                   PERFORM 9000-REPORT-PROBLEM
               END-IF
           END-IF
           PERFORM 2010-READ-POSITIN.

       2030-CHECK-POSITION-TRAILER.
           IF NOT WS-TRAILER-SEEN
               MOVE SPACES TO WS-PROBLEM-LINE
               STRING 'THE PRIOR POSITION GENERATION HAS NO TRAILER '
                   '- IT IS INCOMPLETE'
                   DELIMITED BY SIZE INTO WS-PROBLEM-LINE
               PERFORM 9000-REPORT-PROBLEM
           END-IF.

       2100-CHECK-ONE-MASTER.
           READ ACCTMAST-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF ACCT-CURRENCY-CD NOT = SPACES
                       MOVE ACCT-COMPANY-CD  TO WS-CHK-LOOK-COMPANY
                       MOVE ACCT-TYPE        TO WS-CHK-LOOK-TYPE
                       MOVE ACCT-CURRENCY-CD TO WS-CHK-LOOK-CURRENCY
                       PERFORM 2300-CHECK-COMBINATION
                   END-IF
           END-READ.

      * A posting in the window needs the rate of its own run date -
      * the rate GLEXTR booked it at.
       2200-CHECK-ONE-POSTING.
           READ FXJRNL-FILE
               AT END
                   SET WS-JOURNAL-EOF TO TRUE
               NOT AT END
                   PERFORM 3350-TEST-THE-WINDOW
                   IF WS-IN-WINDOW
                       MOVE PJ-COMPANY-CD  TO WS-CHK-LOOK-COMPANY
                       MOVE PJ-ACCT-TYPE   TO WS-CHK-LOOK-TYPE
                       MOVE PJ-CURRENCY-CD TO WS-CHK-LOOK-CURRENCY
                       PERFORM 2300-CHECK-COMBINATION
                       PERFORM 2210-CHECK-POSTING-RATE
                   END-IF
           END-READ.

       2210-CHECK-POSTING-RATE.
           MOVE PJ-CURRENCY-CD TO FXL-CURRENCY-CD
           MOVE PJ-RUN-DATE    TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF NOT FXL-RATE-FOUND
               MOVE SPACES TO WS-PROBLEM-LINE
               STRING 'NO RATE FOR ' PJ-CURRENCY-CD ' ON '
                   PJ-RUN-DATE ' - POSTING TO ACCOUNT ' PJ-ACCT-NO
                   ' AT ' PJ-TIMESTAMP(1:16)
                   DELIMITED BY SIZE INTO WS-PROBLEM-LINE
               PERFORM 9000-REPORT-PROBLEM
           END-IF.

      * Each company, type and currency is checked the first time it
      * is seen: the currency's month-end rate and, unless this is
      * the seeding run, the four GLMAP cards a revaluation of it
      * could post to.
       2300-CHECK-COMBINATION.
           MOVE ZERO TO WS-CHK-FOUND-IDX
           MOVE ZERO TO WS-CHK-IDX
           PERFORM 2310-CHECK-ONE-CHK-ENTRY
               UNTIL WS-CHK-FOUND-IDX > ZERO
                  OR WS-CHK-IDX >= WS-CHK-COUNT
           IF WS-CHK-FOUND-IDX = ZERO
               IF WS-CHK-COUNT < 100
                   ADD 1 TO WS-CHK-COUNT
                   MOVE WS-CHK-LOOKUP TO WS-CHK-ENTRY(WS-CHK-COUNT)
                   PERFORM 2320-CHECK-THE-RATE
                   IF NOT WS-SEED-RUN
                       PERFORM 2330-CHECK-THE-CARDS
                   END-IF
               ELSE
                   MOVE SPACES TO WS-PROBLEM-LINE
                   STRING 'MORE THAN 100 COMPANY/TYPE/CURRENCY '
                       'COMBINATIONS - TABLE FULL'
                       DELIMITED BY SIZE INTO WS-PROBLEM-LINE
                   PERFORM 9000-REPORT-PROBLEM
               END-IF
           END-IF.

       2310-CHECK-ONE-CHK-ENTRY.
           ADD 1 TO WS-CHK-IDX
           IF WS-CHK-ENTRY(WS-CHK-IDX) = WS-CHK-LOOKUP
               MOVE WS-CHK-IDX TO WS-CHK-FOUND-IDX
           END-IF.

       2320-CHECK-THE-RATE.
           MOVE WS-CHK-LOOK-CURRENCY TO FXL-CURRENCY-CD
           MOVE WS-REVAL-DATE        TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF NOT FXL-RATE-FOUND
               MOVE SPACES TO WS-PROBLEM-LINE
               STRING 'NO MONTH-END RATE FOR ' WS-CHK-LOOK-CURRENCY
                   ' ON ' WS-REVAL-DATE ' - IN USE BY COMPANY '
                   WS-CHK-LOOK-COMPANY ' TYPE ' WS-CHK-LOOK-TYPE
                   DELIMITED BY SIZE INTO WS-PROBLEM-LINE
               PERFORM 9000-REPORT-PROBLEM
           END-IF.

       2330-CHECK-THE-CARDS.
           MOVE WS-CHK-LOOK-COMPANY TO WS-LOOK-COMPANY
           MOVE WS-CHK-LOOK-TYPE    TO WS-LOOK-TYPE
           MOVE 'C'                 TO WS-LOOK-DIRECTION
           PERFORM 2340-CHECK-ONE-CARD
           MOVE 'D'                 TO WS-LOOK-DIRECTION
           PERFORM 2340-CHECK-ONE-CARD
           MOVE '*'                 TO WS-LOOK-TYPE
           MOVE 'G'                 TO WS-LOOK-DIRECTION
           PERFORM 2340-CHECK-ONE-CARD
           MOVE 'L'                 TO WS-LOOK-DIRECTION
           PERFORM 2340-CHECK-ONE-CARD.

       2340-CHECK-ONE-CARD.
           PERFORM 3600-FIND-MAP-ENTRY
           IF WS-MAP-FOUND-IDX = ZERO
               MOVE SPACES TO WS-PROBLEM-LINE
               STRING 'NO GLMAP CARD FOR COMPANY ' WS-LOOK-COMPANY
                   ' TYPE ' WS-LOOK-TYPE ' DIRECTION '
                   WS-LOOK-DIRECTION
                   DELIMITED BY SIZE INTO WS-PROBLEM-LINE
               PERFORM 9000-REPORT-PROBLEM
           END-IF.

      *****************************************************************
      * The revaluation proper: a three-way walk of the master's
      * foreign-currency accounts, the prior positions and the
      * journal window, all in account order.
      *****************************************************************
       3000-START-REVALUATION.
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE 'N' TO WS-POSITIN-EOF-SW
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           OPEN INPUT ACCTMAST-FILE
           OPEN INPUT POSITIN-FILE
           PERFORM 2010-READ-POSITIN
           IF NOT WS-POSITIN-EOF
               IF FPH-HEADER
                   PERFORM 2010-READ-POSITIN
               END-IF
           END-IF
           IF WS-SEED-RUN
               SET WS-JOURNAL-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-JRN-KEY
           ELSE
               OPEN INPUT FXJRNL-FILE
               PERFORM 3300-READ-JOURNAL
           END-IF
           PERFORM 3200-READ-MASTER
           MOVE SPACES         TO FX-POSOUT-HEADER
           MOVE 'H'            TO FOH-RECORD-TYPE
           MOVE WS-REVAL-DATE  TO FOH-REVAL-DATE
           MOVE WS-CUTOFF-STAMP TO FOH-JOURNAL-CUTOFF
           WRITE FX-POSOUT-HEADER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Whichever sides hold the lowest account contribute to it:
      * the prior position its carried base, the journal its
      * postings since, the master its balance now.
       3100-REVALUE-ONE-ACCOUNT.
           MOVE WS-MST-KEY TO WS-LOW-KEY
           IF WS-POS-KEY < WS-LOW-KEY
               MOVE WS-POS-KEY TO WS-LOW-KEY
           END-IF
           IF WS-JRN-KEY < WS-LOW-KEY
               MOVE WS-JRN-KEY TO WS-LOW-KEY
           END-IF
           MOVE SPACES TO WS-ACW-COMPANY WS-ACW-TYPE WS-ACW-CURRENCY
           MOVE ZERO   TO WS-ACW-PRIOR-NATIVE WS-ACW-PRIOR-BASE
                          WS-ACW-POSTED-NATIVE WS-ACW-POSTED-BASE
                          WS-ACW-NOW-NATIVE WS-ACW-CARRIED
                          WS-ACW-REVALUED WS-ACW-DELTA WS-ACW-RATE
           MOVE 'N' TO WS-ON-MASTER-SW
           IF WS-POS-KEY = WS-LOW-KEY
               MOVE FPD-COMPANY-CD     TO WS-ACW-COMPANY
               MOVE FPD-ACCT-TYPE      TO WS-ACW-TYPE
               MOVE FPD-CURRENCY-CD    TO WS-ACW-CURRENCY
               MOVE FPD-NATIVE-BALANCE TO WS-ACW-PRIOR-NATIVE
               MOVE FPD-BASE-VALUE     TO WS-ACW-PRIOR-BASE
               PERFORM 2010-READ-POSITIN
           END-IF
           PERFORM 3310-TAKE-ONE-POSTING
               UNTIL WS-JRN-KEY NOT = WS-LOW-KEY
           IF WS-MST-KEY = WS-LOW-KEY
               SET WS-ON-MASTER TO TRUE
               MOVE ACCT-COMPANY-CD  TO WS-ACW-COMPANY
               MOVE ACCT-TYPE        TO WS-ACW-TYPE
               MOVE ACCT-CURRENCY-CD TO WS-ACW-CURRENCY
               MOVE ACCT-BALANCE     TO WS-ACW-NOW-NATIVE
               PERFORM 3200-READ-MASTER
           END-IF
           PERFORM 3400-BOOK-THE-ACCOUNT.

      * Only the foreign-currency accounts take part - base-currency
      * accounts are passed over.
       3200-READ-MASTER.
           MOVE 'N' TO WS-FOREIGN-FOUND-SW
           PERFORM 3210-READ-ONE-MASTER
               UNTIL WS-MASTER-EOF OR WS-FOREIGN-FOUND.

       3210-READ-ONE-MASTER.
           READ ACCTMAST-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MST-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   IF ACCT-CURRENCY-CD NOT = SPACES
                       ADD 1 TO WS-FOREIGN-COUNT
                       MOVE ACCT-NO TO WS-MST-KEY
                       SET WS-FOREIGN-FOUND TO TRUE
                   END-IF
           END-READ.

       3300-READ-JOURNAL.
           READ FXJRNL-FILE
               AT END
                   SET WS-JOURNAL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-JRN-KEY
               NOT AT END
                   MOVE PJ-ACCT-NO TO WS-JRN-KEY
           END-READ.

      * A posting in the window joins the account's carried value at
      * the base amount GLEXTR booked for it.
       3310-TAKE-ONE-POSTING.
           PERFORM 3350-TEST-THE-WINDOW
           IF WS-IN-WINDOW
               ADD 1 TO WS-POSTINGS-TAKEN
               IF WS-ACW-COMPANY = SPACES
                   MOVE PJ-COMPANY-CD  TO WS-ACW-COMPANY
                   MOVE PJ-ACCT-TYPE   TO WS-ACW-TYPE
                   MOVE PJ-CURRENCY-CD TO WS-ACW-CURRENCY
               END-IF
               MOVE PJ-CURRENCY-CD TO FXL-CURRENCY-CD
               MOVE PJ-RUN-DATE    TO FXL-AS-OF-DATE
               CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
               IF FXL-RATE-FOUND
                   COMPUTE WS-POSTING-BASE ROUNDED =
                       PJ-AMOUNT * FXL-RATE-TO-BASE
               ELSE
                   MOVE ZERO TO WS-POSTING-BASE
                   SET WS-BOOKING-FAILED TO TRUE
               END-IF
               ADD PJ-AMOUNT       TO WS-ACW-POSTED-NATIVE
               ADD WS-POSTING-BASE TO WS-ACW-POSTED-BASE
           END-IF
           PERFORM 3300-READ-JOURNAL.

      * The window is every posting stamped after the prior run's
      * cutoff and no later than this run's. A posting with no run
      * date never reached the ledger through GLEXTR and is left out.
       3350-TEST-THE-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SW
           IF PJ-TIMESTAMP(1:16) > WS-PRIOR-CUTOFF
                   AND PJ-TIMESTAMP(1:16) <= WS-CUTOFF-STAMP
                   AND PJ-RUN-DATE IS NUMERIC
                   AND PJ-CURRENCY-CD NOT = SPACES
               SET WS-IN-WINDOW TO TRUE
           END-IF.

      * Carried value against month-end value. On the seeding run the
      * month-end value becomes the carried value and nothing moves.
       3400-BOOK-THE-ACCOUNT.
           COMPUTE WS-ACW-CARRIED =
               WS-ACW-PRIOR-BASE + WS-ACW-POSTED-BASE
           MOVE WS-ACW-CURRENCY TO FXL-CURRENCY-CD
           MOVE WS-REVAL-DATE   TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF FXL-RATE-FOUND
               MOVE FXL-RATE-TO-BASE TO WS-ACW-RATE
           ELSE
               IF WS-ON-MASTER
                   SET WS-BOOKING-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-ON-MASTER
               COMPUTE WS-ACW-REVALUED ROUNDED =
                   WS-ACW-NOW-NATIVE * WS-ACW-RATE
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF
           IF WS-SEED-RUN
               MOVE WS-ACW-REVALUED TO WS-ACW-CARRIED
           ELSE
               PERFORM 3450-CHECK-NATIVE-CONTROL
           END-IF
           COMPUTE WS-ACW-DELTA = WS-ACW-REVALUED - WS-ACW-CARRIED
           IF WS-ACW-DELTA NOT = ZERO
               PERFORM 3500-POST-REVALUATION
           END-IF
           PERFORM 3700-ACCUMULATE-CURRENCY
           IF WS-ON-MASTER
               PERFORM 3800-WRITE-POSITION
           END-IF.

      * Last month's native balance plus the month's postings should
      * be the balance now (nil for an account gone from the master).
      * When it is not, a movement bypassed the journal and the
      * carried value cannot be trusted - listed for review.
       3450-CHECK-NATIVE-CONTROL.
           COMPUTE WS-NATIVE-EXPECTED =
               WS-ACW-PRIOR-NATIVE + WS-ACW-POSTED-NATIVE
           IF WS-NATIVE-EXPECTED NOT = WS-ACW-NOW-NATIVE
               ADD 1 TO WS-CONTROL-COUNT
               MOVE WS-NATIVE-EXPECTED TO WS-AMOUNT-EDIT
               MOVE WS-ACW-NOW-NATIVE  TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO WS-HEADING-LINE
               STRING '  *** ACCOUNT ' WS-LOW-KEY ' ' WS-ACW-CURRENCY
                   ' BALANCE SHOULD BE ' WS-AMOUNT-EDIT
                   ' FROM ITS POSTINGS, MASTER HOLDS '
                   WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * A rise in the account's base value is a credit to it and a
      * revaluation loss; a fall is a debit to it and a gain.
       3500-POST-REVALUATION.
           MOVE WS-ACW-COMPANY TO WS-LOOK-COMPANY
           MOVE WS-ACW-TYPE    TO WS-LOOK-TYPE
           IF WS-ACW-DELTA > ZERO
               MOVE 'C' TO WS-LOOK-DIRECTION
               MOVE WS-ACW-DELTA TO WS-PST-ABS-AMOUNT
           ELSE
               MOVE 'D' TO WS-LOOK-DIRECTION
               COMPUTE WS-PST-ABS-AMOUNT = ZERO - WS-ACW-DELTA
           END-IF
           MOVE WS-LOOK-DIRECTION TO WS-PST-DIRECTION
           PERFORM 3510-POST-ONE-SIDE
           MOVE '*' TO WS-LOOK-TYPE
           IF WS-ACW-DELTA > ZERO
               MOVE 'L' TO WS-LOOK-DIRECTION
               MOVE 'D' TO WS-PST-DIRECTION
           ELSE
               MOVE 'G' TO WS-LOOK-DIRECTION
               MOVE 'C' TO WS-PST-DIRECTION
           END-IF
           PERFORM 3510-POST-ONE-SIDE.

       3510-POST-ONE-SIDE.
           PERFORM 3600-FIND-MAP-ENTRY
           IF WS-MAP-FOUND-IDX = ZERO
               SET WS-BOOKING-FAILED TO TRUE
               MOVE SPACES TO WS-HEADING-LINE
               STRING '  *** NO GLMAP CARD FOR COMPANY '
                   WS-LOOK-COMPANY ' TYPE ' WS-LOOK-TYPE
                   ' DIRECTION ' WS-LOOK-DIRECTION
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3620-ACCUMULATE-SUMMARY
           END-IF.

       3600-FIND-MAP-ENTRY.
           MOVE ZERO TO WS-MAP-FOUND-IDX
           MOVE ZERO TO WS-MAP-IDX
           PERFORM 3610-CHECK-ONE-MAP-ENTRY
               UNTIL WS-MAP-FOUND-IDX > ZERO
                  OR WS-MAP-IDX >= WS-MAP-COUNT.

       3610-CHECK-ONE-MAP-ENTRY.
           ADD 1 TO WS-MAP-IDX
           IF WS-MAP-COMPANY(WS-MAP-IDX) = WS-LOOK-COMPANY
                   AND WS-MAP-TYPE(WS-MAP-IDX) = WS-LOOK-TYPE
                   AND WS-MAP-DIRECTION(WS-MAP-IDX) =
                       WS-LOOK-DIRECTION
               MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
           END-IF.

       3620-ACCUMULATE-SUMMARY.
           MOVE ZERO TO WS-SUM-FOUND-IDX
           MOVE ZERO TO WS-SUM-IDX
           PERFORM 3630-CHECK-ONE-SUMMARY
               UNTIL WS-SUM-FOUND-IDX > ZERO
                  OR WS-SUM-IDX >= WS-SUM-COUNT
           IF WS-SUM-FOUND-IDX = ZERO
               IF WS-SUM-COUNT < 100
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-FOUND-IDX
                   MOVE WS-LOOK-COMPANY
                       TO WS-SUM-COMPANY(WS-SUM-FOUND-IDX)
                   MOVE WS-MAP-GL-ACCT(WS-MAP-FOUND-IDX)
                       TO WS-SUM-GL-ACCT(WS-SUM-FOUND-IDX)
                   MOVE WS-PST-DIRECTION
                       TO WS-SUM-DIRECTION(WS-SUM-FOUND-IDX)
                   MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-FOUND-IDX)
               ELSE
                   SET WS-BOOKING-FAILED TO TRUE
                   DISPLAY 'FXREVAL - Summary table full - feed is '
                       'incomplete, step will fail'
               END-IF
           END-IF
           IF WS-SUM-FOUND-IDX > ZERO
               ADD WS-PST-ABS-AMOUNT
                   TO WS-SUM-AMOUNT(WS-SUM-FOUND-IDX)
               PERFORM 3640-ACCUMULATE-BALANCE
           END-IF.

       3630-CHECK-ONE-SUMMARY.
           ADD 1 TO WS-SUM-IDX
           IF WS-SUM-COMPANY(WS-SUM-IDX) = WS-LOOK-COMPANY
                   AND WS-SUM-GL-ACCT(WS-SUM-IDX) =
                       WS-MAP-GL-ACCT(WS-MAP-FOUND-IDX)
                   AND WS-SUM-DIRECTION(WS-SUM-IDX) =
                       WS-PST-DIRECTION
               MOVE WS-SUM-IDX TO WS-SUM-FOUND-IDX
           END-IF.

       3640-ACCUMULATE-BALANCE.
           MOVE ZERO TO WS-BAL-FOUND-IDX
           MOVE ZERO TO WS-BAL-IDX
           PERFORM 3650-CHECK-ONE-BALANCE
               UNTIL WS-BAL-FOUND-IDX > ZERO
                  OR WS-BAL-IDX >= WS-BAL-COUNT
           IF WS-BAL-FOUND-IDX = ZERO AND WS-BAL-COUNT < 10
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IDX
               MOVE WS-LOOK-COMPANY
                   TO WS-BAL-COMPANY(WS-BAL-FOUND-IDX)
               MOVE ZERO TO WS-BAL-DEBITS(WS-BAL-FOUND-IDX)
                            WS-BAL-CREDITS(WS-BAL-FOUND-IDX)
           END-IF
           IF WS-BAL-FOUND-IDX > ZERO
               IF WS-PST-DIRECTION = 'D'
                   ADD WS-PST-ABS-AMOUNT
                       TO WS-BAL-DEBITS(WS-BAL-FOUND-IDX)
               ELSE
                   ADD WS-PST-ABS-AMOUNT
                       TO WS-BAL-CREDITS(WS-BAL-FOUND-IDX)
               END-IF
           END-IF.

       3650-CHECK-ONE-BALANCE.
           ADD 1 TO WS-BAL-IDX
           IF WS-BAL-COMPANY(WS-BAL-IDX) = WS-LOOK-COMPANY
               MOVE WS-BAL-IDX TO WS-BAL-FOUND-IDX
           END-IF.

       3700-ACCUMULATE-CURRENCY.
           MOVE ZERO TO WS-CC-FOUND-IDX
           MOVE ZERO TO WS-CC-IDX
           PERFORM 3710-CHECK-ONE-CC-ENTRY
               UNTIL WS-CC-FOUND-IDX > ZERO
                  OR WS-CC-IDX >= WS-CC-COUNT
           IF WS-CC-FOUND-IDX = ZERO
               IF WS-CC-COUNT < 50
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
                   MOVE WS-ACW-COMPANY
                       TO WS-CC-COMPANY(WS-CC-FOUND-IDX)
                   MOVE WS-ACW-CURRENCY
                       TO WS-CC-CURRENCY(WS-CC-FOUND-IDX)
                   MOVE ZERO TO WS-CC-ACCOUNTS(WS-CC-FOUND-IDX)
                                WS-CC-NATIVE(WS-CC-FOUND-IDX)
                                WS-CC-CARRIED(WS-CC-FOUND-IDX)
                                WS-CC-REVALUED(WS-CC-FOUND-IDX)
                                WS-CC-DELTA(WS-CC-FOUND-IDX)
                                WS-CC-RATE(WS-CC-FOUND-IDX)
               ELSE
                   DISPLAY 'FXREVAL - Currency summary table full - '
                       WS-ACW-COMPANY ' ' WS-ACW-CURRENCY
                       ' not listed'
               END-IF
           END-IF
           IF WS-CC-FOUND-IDX > ZERO
               IF WS-ON-MASTER
                   ADD 1 TO WS-CC-ACCOUNTS(WS-CC-FOUND-IDX)
               END-IF
               ADD WS-ACW-NOW-NATIVE
                   TO WS-CC-NATIVE(WS-CC-FOUND-IDX)
               ADD WS-ACW-CARRIED  TO WS-CC-CARRIED(WS-CC-FOUND-IDX)
               ADD WS-ACW-REVALUED TO WS-CC-REVALUED(WS-CC-FOUND-IDX)
               ADD WS-ACW-DELTA    TO WS-CC-DELTA(WS-CC-FOUND-IDX)
               IF WS-ACW-RATE NOT = ZERO
                   MOVE WS-ACW-RATE TO WS-CC-RATE(WS-CC-FOUND-IDX)
               END-IF
           END-IF.

       3710-CHECK-ONE-CC-ENTRY.
           ADD 1 TO WS-CC-IDX
           IF WS-CC-COMPANY(WS-CC-IDX) = WS-ACW-COMPANY
                   AND WS-CC-CURRENCY(WS-CC-IDX) = WS-ACW-CURRENCY
               MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
           END-IF.

       3800-WRITE-POSITION.
           MOVE SPACES            TO FX-POSOUT-DETAIL
           MOVE 'D'               TO FOD-RECORD-TYPE
           MOVE WS-LOW-KEY        TO FOD-ACCT-NO
           MOVE WS-ACW-COMPANY    TO FOD-COMPANY-CD
           MOVE WS-ACW-TYPE       TO FOD-ACCT-TYPE
           MOVE WS-ACW-CURRENCY   TO FOD-CURRENCY-CD
           MOVE WS-ACW-NOW-NATIVE TO FOD-NATIVE-BALANCE
           MOVE WS-ACW-REVALUED   TO FOD-BASE-VALUE
           MOVE WS-ACW-RATE       TO FOD-RATE-TO-BASE
           WRITE FX-POSOUT-DETAIL
           ADD 1 TO WS-POSITOUT-COUNT
           ADD WS-ACW-REVALUED TO WS-NEW-BASE-TOTAL.

       3900-FINISH-POSITIONS.
           MOVE SPACES            TO FX-POSOUT-TRAILER
           MOVE 'T'               TO FOT-RECORD-TYPE
           MOVE WS-POSITOUT-COUNT TO FOT-RECORD-COUNT
           MOVE WS-NEW-BASE-TOTAL TO FOT-BASE-TOTAL
           WRITE FX-POSOUT-TRAILER
           CLOSE ACCTMAST-FILE POSITIN-FILE
           IF NOT WS-SEED-RUN
               CLOSE FXJRNL-FILE
           END-IF.

      *****************************************************************
      * The feed, the listing and the proof. A run that was not
      * ready cuts an empty, balanced feed.
      *****************************************************************
       4000-WRITE-THE-FEED.
           MOVE SPACES        TO GL-FEED-HEADER
           MOVE 'HDR'         TO GLH-RECORD-TYPE
           MOVE WS-REVAL-DATE TO GLH-RUN-DATE
           WRITE GL-FEED-HEADER
           MOVE ZERO TO WS-SUM-IDX
           PERFORM 4100-WRITE-ONE-LINE
               UNTIL WS-SUM-IDX >= WS-SUM-COUNT
           MOVE SPACES           TO GL-FEED-TRAILER
           MOVE 'TRL'            TO GLT-RECORD-TYPE
           MOVE WS-LINES-WRITTEN TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL   TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLT-CREDIT-TOTAL
           WRITE GL-FEED-TRAILER.

       4100-WRITE-ONE-LINE.
           ADD 1 TO WS-SUM-IDX
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-REVAL-DATE                TO GLJ-RUN-DATE
           MOVE WS-SUM-COMPANY(WS-SUM-IDX)   TO GLJ-COMPANY-CD
           MOVE WS-SUM-GL-ACCT(WS-SUM-IDX)   TO GLJ-GL-ACCOUNT
           MOVE WS-SUM-DIRECTION(WS-SUM-IDX) TO GLJ-DIRECTION
           MOVE WS-SUM-AMOUNT(WS-SUM-IDX)    TO GLJ-AMOUNT
           MOVE 'FXREVAL'                    TO GLJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           IF WS-SUM-DIRECTION(WS-SUM-IDX) = 'D'
               ADD WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-CREDIT-TOTAL
           END-IF.

       4500-PRINT-THE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CO   CCY  ACCOUNTS     NATIVE BALANCE'
               '       CARRIED BASE      REVALUED BASE'
               '          RATE        GAIN(-)/LOSS'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CC-IDX
           PERFORM 4510-PRINT-ONE-CURRENCY
               UNTIL WS-CC-IDX >= WS-CC-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  CO   GL ACCT   D/C            AMOUNT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SUM-IDX
           PERFORM 4520-PRINT-ONE-GL-LINE
               UNTIL WS-SUM-IDX >= WS-SUM-COUNT.

       4510-PRINT-ONE-CURRENCY.
           ADD 1 TO WS-CC-IDX
           MOVE SPACES TO WS-CC-LINE
           MOVE WS-CC-COMPANY(WS-CC-IDX)  TO CCL-COMPANY
           MOVE WS-CC-CURRENCY(WS-CC-IDX) TO CCL-CURRENCY
           MOVE WS-CC-ACCOUNTS(WS-CC-IDX) TO CCL-ACCOUNTS
           MOVE WS-CC-NATIVE(WS-CC-IDX)   TO CCL-NATIVE
           MOVE WS-CC-CARRIED(WS-CC-IDX)  TO CCL-CARRIED
           MOVE WS-CC-REVALUED(WS-CC-IDX) TO CCL-REVALUED
           MOVE WS-CC-RATE(WS-CC-IDX)     TO CCL-RATE
           MOVE WS-CC-DELTA(WS-CC-IDX)    TO CCL-DELTA
           MOVE WS-CC-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4520-PRINT-ONE-GL-LINE.
           ADD 1 TO WS-SUM-IDX
           MOVE SPACES TO WS-GL-LINE
           MOVE WS-SUM-COMPANY(WS-SUM-IDX)   TO GLL-COMPANY
           MOVE WS-SUM-GL-ACCT(WS-SUM-IDX)   TO GLL-GL-ACCOUNT
           MOVE WS-SUM-DIRECTION(WS-SUM-IDX) TO GLL-DIRECTION
           MOVE WS-SUM-AMOUNT(WS-SUM-IDX)    TO GLL-AMOUNT
           MOVE WS-GL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Debits equal credits per company by construction - proven
      * anyway, as GLEXTR proves its feed.
       4800-PROVE-THE-BALANCE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  CO         DEBITS          CREDITS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-BAL-IDX
           PERFORM 4810-PROVE-ONE-COMPANY
               UNTIL WS-BAL-IDX >= WS-BAL-COUNT.

       4810-PROVE-ONE-COMPANY.
           ADD 1 TO WS-BAL-IDX
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE WS-BAL-COMPANY(WS-BAL-IDX) TO BAL-COMPANY
           MOVE WS-BAL-DEBITS(WS-BAL-IDX)  TO BAL-DEBITS
           MOVE WS-BAL-CREDITS(WS-BAL-IDX) TO BAL-CREDITS
           IF WS-BAL-DEBITS(WS-BAL-IDX) =
                   WS-BAL-CREDITS(WS-BAL-IDX)
               MOVE 'BALANCED'       TO BAL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BAL-VERDICT
               SET WS-HAS-UNBALANCED TO TRUE
           END-IF
           MOVE WS-BALANCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE POSITOUT-FILE GLFEED-FILE REPORT-FILE
           DISPLAY 'FXREVAL - Master records read    ' WS-MASTER-READ
           DISPLAY 'FXREVAL - Foreign accounts        '
               WS-FOREIGN-COUNT
           DISPLAY 'FXREVAL - Prior positions read    '
               WS-POSITIN-COUNT
           DISPLAY 'FXREVAL - Postings in the window  '
               WS-POSTINGS-TAKEN
           DISPLAY 'FXREVAL - Positions written       '
               WS-POSITOUT-COUNT
           DISPLAY 'FXREVAL - Accounts gone, released '
               WS-DROPPED-COUNT
           DISPLAY 'FXREVAL - Ledger lines written    '
               WS-LINES-WRITTEN
           EVALUATE TRUE
               WHEN WS-NOT-READY
                   DISPLAY 'FXREVAL - ' WS-PROBLEM-COUNT
                       ' problem(s) - nothing booked and the prior '
                       'positions carried forward - see FXREVRPT, '
                       'fix and rerun'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-BOOKING-FAILED OR WS-HAS-UNBALANCED
                   DISPLAY 'FXREVAL - The revaluation feed is '
                       'incomplete or out of balance - the feed must '
                       'not reach the ledger'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SEED-RUN
                   DISPLAY 'FXREVAL - Positions seeded - nothing '
                       'booked; agree the ledger to the seeded '
                       'positions'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONTROL-COUNT > ZERO
                   DISPLAY 'FXREVAL - ' WS-CONTROL-COUNT
                       ' account(s) whose balance does not follow '
                       'from their postings - see FXREVRPT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'FXREVAL - Ended'.

      * Not ready: the prior generation is copied to the new one
      * record for record, so the rerun after the fix starts again
      * from the same positions and cutoff.
       6000-CARRY-PRIOR-FORWARD.
           MOVE 'N' TO WS-POSITIN-EOF-SW
           OPEN INPUT POSITIN-FILE
           PERFORM 6100-COPY-ONE-POSITION
               UNTIL WS-POSITIN-EOF
           CLOSE POSITIN-FILE.

       6100-COPY-ONE-POSITION.
           READ POSITIN-FILE
               AT END
                   SET WS-POSITIN-EOF TO TRUE
               NOT AT END
                   WRITE FX-POSOUT-DETAIL FROM FX-POSITION-DETAIL
           END-READ.

       9000-REPORT-PROBLEM.
           SET WS-NOT-READY TO TRUE
           ADD 1 TO WS-PROBLEM-COUNT
           IF WS-PROBLEM-COUNT <= WS-PROBLEM-LIMIT
               MOVE SPACES TO REPORT-LINE
               STRING '  *** ' WS-PROBLEM-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-PROBLEM-COUNT = WS-PROBLEM-LIMIT
               MOVE '  *** FURTHER PROBLEMS ARE COUNTED, NOT LISTED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
