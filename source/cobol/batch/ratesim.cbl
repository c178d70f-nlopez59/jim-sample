       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
      * Interest-rate what-if simulation. Takes a deck of proposed
      * rate cards in the RATEMNT format - the deck Treasury means to
      * load - and, without touching RATETBL, projects what INTCAP
      * would post on every account at each month end of a chosen
      * horizon twice over: once at the rates on RATETBL today, once
      * with the proposed cards applied on top of them. The report
      * gives the monthly interest at each set of rates and the
      * difference by company and account type, then the accounts
      * most affected, so Finance approves a rate change on the
      * figures the system itself will post instead of an
      * off-system model.
      *
      * The projection is INTCAP's and RULE-3's own arithmetic:
      * balance times annual rate times elapsed days over 36500,
      * rounded, from the account's last interest date to each month
      * end, capitalized so the next month accrues on the new
      * balance. The rate is resolved as INTCAP resolves it on each
      * posting date - a term deposit's locked rate, else the
      * RATETBL entry for the company and type with the highest
      * effective date on or before the date, else the account's
      * own ACCT-INT-RATE. A term deposit that matures inside the
      * horizon is taken through TDMATUR's steps: interest to the
      * maturity date at the locked rate, then either renewal for
      * the same term at the table rate in force on the maturity
      * date - the point where a proposed term-deposit rate first
      * bites - or payout, after which it earns nothing here.
      *
      * The proposed cards are edited as RATEMNT edits them and
      * applied in deck order against a copy of the table held in
      * storage: an add inserts or replaces, a delete removes. A
      * rejected card is listed and left out of the simulation.
      *
      * PARM is the horizon in month ends, 01 to 24 - no PARM is 12.
      * The first posting date is the end of the run-date month.
      * Interest is restated in the base currency at the rate in
      * force on the run date (FXRLOOK) - the simulation does not
      * guess at future exchange rates - and a currency with no rate
      * fails the step.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
           SELECT RATECRD-FILE  ASSIGN TO RATECRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO RATESIMR
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  RATECRD-FILE.
           COPY RATECRD.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-ACCTMAST-OPEN-OK             VALUE '00' '05' '97'.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
           88  WS-RATETBL-OPEN-OK              VALUE '00' '05' '97'.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-TDEPOSIT-OPEN-OK             VALUE '00' '05' '97'.

       01  WS-SWITCHES.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-RATETBL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATETBL-EOF              VALUE 'Y'.
           05  WS-RATECRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATECRD-EOF              VALUE 'Y'.
           05  WS-RUN-STATE-SW         PIC X(01)  VALUE 'Y'.
               88  WS-RUN-OK                   VALUE 'Y'.
               88  WS-RUN-FAILED               VALUE 'N'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-RATE-MISSING-SW      PIC X(01)  VALUE 'N'.
               88  WS-RATE-MISSING             VALUE 'Y'.
           05  WS-TD-ON-FILE-SW        PIC X(01)  VALUE 'N'.
               88  WS-TD-ON-FILE               VALUE 'Y'.
           05  WS-SIM-TD-OPEN-SW       PIC X(01)  VALUE 'N'.
               88  WS-SIM-TD-OPEN              VALUE 'Y'.
           05  WS-RANKED-SW            PIC X(01)  VALUE 'N'.
               88  WS-RANK-PLACED              VALUE 'Y'.
           05  WS-MASTER-OPEN-SW       PIC X(01)  VALUE 'N'.
               88  WS-MASTER-OPEN              VALUE 'Y'.

      * The run date and the horizon's posting dates - the last day
      * of each month from the run-date month on.
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-HORIZON                  PIC 9(02)  VALUE 12.
       01  WS-HORIZON-MAX              PIC 9(02)  VALUE 24.
       01  WS-MONTH-IDX                PIC 9(03) COMP  VALUE ZERO.
       01  WS-POSTING-DATES.
           05  WS-POST-DATE OCCURS 24 TIMES
                                       PIC 9(08).

      * Date work - a CCYYMMDD date taken apart to step it by whole
      * months, the day clamped to the target month as TDEPMNT and
      * TDMATUR clamp it.
       01  WS-MAT-DATE-N               PIC 9(08)  VALUE ZERO.
       01  WS-MAT-DATE-X REDEFINES WS-MAT-DATE-N.
           05  WS-MAT-YEAR             PIC 9(04).
           05  WS-MAT-MONTH            PIC 9(02).
           05  WS-MAT-DAY              PIC 9(02).
       01  WS-MAT-MONTH-COUNT          PIC 9(06)  VALUE ZERO.
       01  WS-MAT-MAX-DAY              PIC 9(02)  VALUE ZERO.
       01  WS-MAT-ADD-MONTHS           PIC 9(03)  VALUE ZERO.
       01  WS-LEAP-REM                 PIC 9(04)  VALUE ZERO.

      * Every RATETBL entry, with the proposed cards applied beside
      * it: an entry is in force today (CUR) and/or under the
      * proposal (PRO). A proposed add for a new key adds an entry
      * that is PRO only; a delete turns PRO off.
       01  WS-RT-MAX                   PIC 9(05) COMP  VALUE 2000.
       01  WS-RT-COUNT                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-RT-IDX                   PIC 9(05) COMP  VALUE ZERO.
       01  WS-RT-FOUND-IDX             PIC 9(05) COMP  VALUE ZERO.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 2000 TIMES.
               10  WS-RT-COMPANY       PIC X(03).
               10  WS-RT-TYPE          PIC X(01).
               10  WS-RT-EFF-DATE      PIC 9(08).
               10  WS-RT-CUR-SW        PIC X(01).
                   88  WS-RT-IN-CURRENT        VALUE 'Y'.
               10  WS-RT-CUR-RATE      PIC S9(03)V9(4) COMP-3.
               10  WS-RT-PRO-SW        PIC X(01).
                   88  WS-RT-IN-PROPOSED       VALUE 'Y'.
               10  WS-RT-PRO-RATE      PIC S9(03)V9(4) COMP-3.

      * The rate in force on each posting date, resolved once per
      * company and type under each set of rates - the table walk is
      * then not repeated for every account.
       01  WS-PR-MAX                   PIC 9(05) COMP  VALUE 200.
       01  WS-PR-COUNT                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-PR-IDX                   PIC 9(05) COMP  VALUE ZERO.
       01  WS-PR-FOUND-IDX             PIC 9(05) COMP  VALUE ZERO.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-COMPANY       PIC X(03).
               10  WS-PR-TYPE          PIC X(01).
               10  WS-PR-MONTH OCCURS 24 TIMES.
                   15  WS-PR-RATE-SW   PIC X(01) OCCURS 2 TIMES.
                   15  WS-PR-RATE      PIC S9(03)V9(4) COMP-3
                                       OCCURS 2 TIMES.

      * Rate resolution work - the company, type, date and set of
      * rates (1 current, 2 proposed) being resolved, and the answer.
       01  WS-LOOK-COMPANY             PIC X(03)  VALUE SPACES.
       01  WS-LOOK-TYPE                PIC X(01)  VALUE SPACES.
       01  WS-LOOK-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-LOOK-BEST-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-LOOK-RATE                PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.
       01  WS-LOOK-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-LOOK-FOUND                   VALUE 'Y'.
       01  WS-SCEN                     PIC 9(01)  VALUE ZERO.
           88  WS-SCEN-CURRENT                 VALUE 1.
           88  WS-SCEN-PROPOSED                VALUE 2.

      * The account being projected, one set of figures per set of
      * rates.
       01  WS-ACCT-SIM.
           05  WS-AS-SCEN OCCURS 2 TIMES.
               10  WS-AS-MONTH-INT     PIC S9(11)V99   COMP-3
                                       OCCURS 24 TIMES.
               10  WS-AS-TOTAL-INT     PIC S9(11)V99   COMP-3.
               10  WS-AS-END-RATE      PIC S9(03)V9(4) COMP-3.
       01  WS-SIM-BALANCE              PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-SIM-LAST-INT             PIC 9(08)  VALUE ZERO.
       01  WS-SIM-RATE                 PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.
       01  WS-SIM-INTEREST             PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-SIM-TO-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-DAYS-ELAPSED             PIC S9(05)      COMP-3
                                        VALUE ZERO.
      * The term deposit as it stands in the projection.
       01  WS-SIM-TD-RATE              PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.
       01  WS-SIM-TD-MATURITY          PIC 9(08)  VALUE ZERO.

      * Company-by-type figures in the base currency - one column
      * per account type (S, C, T, L and any other code); the last
      * company entry is filled at print time with every company's
      * total.
       01  WS-CO-MAX                   PIC 9(03) COMP  VALUE 50.
       01  WS-CO-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-IDX                   PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-ALL                   PIC 9(03) COMP  VALUE 51.
       01  WS-CO-LOOK-CODE             PIC X(03)  VALUE SPACES.
       01  WS-COL-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-COL-COUNT                PIC 9(03) COMP  VALUE 5.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 51 TIMES.
               10  WS-CO-CODE          PIC X(03).
               10  WS-CO-COL OCCURS 5 TIMES.
                   15  WS-FG-ACCOUNTS  PIC 9(07) COMP.
                   15  WS-FG-AFFECTED  PIC 9(07) COMP.
                   15  WS-FG-MONTH OCCURS 24 TIMES.
                       20  WS-FG-INT   PIC S9(13)V99   COMP-3
                                       OCCURS 2 TIMES.
                   15  WS-FG-TOTAL     PIC S9(13)V99   COMP-3
                                       OCCURS 2 TIMES.

       01  WS-TYPE-NAMES.
           05  FILLER  PIC X(13)  VALUE 'SSAVINGS     '.
           05  FILLER  PIC X(13)  VALUE 'CCHECKING    '.
           05  FILLER  PIC X(13)  VALUE 'TTERM DEPOSIT'.
           05  FILLER  PIC X(13)  VALUE 'LLOANS       '.
           05  FILLER  PIC X(13)  VALUE '*OTHER TYPE  '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-CODE        PIC X(01).
               10  WS-TYPE-NAME        PIC X(12).

      * The accounts most affected - the largest differences over
      * the horizon in the base currency, either way, largest first.
       01  WS-TOP-MAX                  PIC 9(03) COMP  VALUE 25.
       01  WS-TOP-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-TOP-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 26 TIMES.
               10  WS-TOP-ACCT-NO      PIC X(10).
               10  WS-TOP-COMPANY      PIC X(03).
               10  WS-TOP-TYPE         PIC X(01).
               10  WS-TOP-CURRENCY     PIC X(03).
               10  WS-TOP-BALANCE      PIC S9(09)V99   COMP-3.
               10  WS-TOP-CUR-RATE     PIC S9(03)V9(4) COMP-3.
               10  WS-TOP-PRO-RATE     PIC S9(03)V9(4) COMP-3.
               10  WS-TOP-CUR-INT      PIC S9(13)V99   COMP-3.
               10  WS-TOP-PRO-INT      PIC S9(13)V99   COMP-3.
               10  WS-TOP-DIFF         PIC S9(13)V99   COMP-3.
               10  WS-TOP-ABS-DIFF     PIC S9(13)V99   COMP-3.

      * Every base equivalent comes from FXRLOOK at the run date.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.
       01  WS-MISSING-CURRENCY         PIC X(03)  VALUE SPACES.
       01  WS-BASE-CUR-TOTAL           PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-BASE-PRO-TOTAL           PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-BASE-DIFF                PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-ABS-DIFF                 PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-BASE-AMOUNT              PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

       01  WS-REASON-HOLD              PIC X(50)  VALUE SPACES.
       01  WS-RATE-ED                  PIC -(03)9.9999.

       01  WS-COUNTERS.
           05  WS-RATETBL-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CARD-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-PROJECTED      PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-AFFECTED       PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-SKIPPED        PIC 9(07) COMP  VALUE ZERO.
           05  WS-TD-ROLLOVERS         PIC 9(07) COMP  VALUE ZERO.
           05  WS-TD-PAYOUTS           PIC 9(07) COMP  VALUE ZERO.

      * PARM = the horizon in month ends, two digits.
       01  WS-PARM-HORIZON             PIC X(02)  VALUE SPACES.
       01  WS-PARM-HORIZON-N REDEFINES WS-PARM-HORIZON
                                       PIC 9(02).

       01  WS-HEADING-LINE             PIC X(132).
       01  WS-HORIZON-DSP              PIC Z9.

       01  WS-CARD-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '  T  CO.  T  EFF-DATE  RATE     RESULT'.
       01  WS-CARD-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-RATE                PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CDL-RESULT              PIC X(50).

       01  WS-GROUP-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE 'COMPANY '.
           05  GPL-COMPANY             PIC X(13).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GPL-TYPE-NAME           PIC X(12).
           05  FILLER                  PIC X(12)  VALUE
               '  ACCOUNTS '.
           05  GPL-ACCOUNTS            PIC Z(06)9.
           05  FILLER                  PIC X(22)  VALUE
               '  AFFECTED BY CHANGE '.
           05  GPL-AFFECTED            PIC Z(06)9.

       01  WS-MONTH-HEADING.
           05  FILLER                  PIC X(41)  VALUE
               '    MONTH  POSTED ON     AT CURRENT RATES'.
           05  FILLER                  PIC X(40)  VALUE
               '   AT PROPOSED RATES          DIFFERENCE'.
       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  MTL-MONTH               PIC X(06).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  MTL-POST-DATE           PIC X(08).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  MTL-CURRENT             PIC -(13)9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  MTL-PROPOSED            PIC -(13)9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  MTL-DIFFERENCE          PIC -(13)9.99.

       01  WS-TOP-HEADING-1.
           05  FILLER                  PIC X(41)  VALUE
               '                                  BALANCE'.
           05  FILLER                  PIC X(21)  VALUE
               ' RATE AT HORIZON END '.
           05  FILLER                  PIC X(43)  VALUE
               '----- HORIZON INTEREST, BASE CURRENCY -----'.
       01  WS-TOP-HEADING-2.
           05  FILLER                  PIC X(41)  VALUE
               ' RANK ACCOUNT     CO. T CCY   IN ACCT CCY'.
           05  FILLER                  PIC X(36)  VALUE
               '   CURRENT  PROPOSED         CURRENT'.
           05  FILLER                  PIC X(32)  VALUE
               '        PROPOSED      DIFFERENCE'.
       01  WS-TOP-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TPL-RANK                PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TPL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-TYPE                PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-BALANCE             PIC -(09)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-CUR-RATE            PIC -(03)9.9999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-PRO-RATE            PIC -(03)9.9999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-CUR-INT             PIC -(11)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-PRO-INT             PIC -(11)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TPL-DIFFERENCE          PIC -(11)9.99.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-OK
               PERFORM 2000-SIMULATE-ONE-ACCOUNT
                   UNTIL WS-ACCTMAST-EOF OR WS-RUN-FAILED
           END-IF
           IF WS-RUN-OK
               PERFORM 3000-PRINT-REPORT
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'RATESIM - Started. Interest-rate what-if '
               'simulation.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-SET-HORIZON
           IF WS-RUN-OK
               PERFORM 1200-SET-POSTING-DATES
               PERFORM 1300-LOAD-RATE-TABLE
           END-IF
           IF WS-RUN-OK
               PERFORM 1400-APPLY-PROPOSED-CARDS
           END-IF
           IF WS-RUN-OK
               PERFORM 1500-BUILD-RATE-GRID
           END-IF
           IF WS-RUN-OK
               PERFORM 1600-OPEN-MASTER-FILES
           END-IF.

      * PARM is two digits, 01 to the table's 24 month ends - none
      * at all runs the usual year.
       1100-SET-HORIZON.
           IF LK-PARM-LEN > ZERO
               MOVE SPACES TO WS-PARM-HORIZON
               IF LK-PARM-LEN = 1
                   MOVE '0' TO WS-PARM-HORIZON(1:1)
                   MOVE LK-PARM-TEXT(1:1) TO WS-PARM-HORIZON(2:1)
               ELSE
                   MOVE LK-PARM-TEXT(1:2) TO WS-PARM-HORIZON
               END-IF
               IF LK-PARM-LEN > 2
                       OR WS-PARM-HORIZON IS NOT NUMERIC
                       OR WS-PARM-HORIZON-N = ZERO
                       OR WS-PARM-HORIZON-N > WS-HORIZON-MAX
                   DISPLAY 'RATESIM - PARM must be the horizon in '
                       'month ends, 01 to ' WS-HORIZON-MAX ' - got '
                       LK-PARM-TEXT
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   MOVE WS-PARM-HORIZON-N TO WS-HORIZON
               END-IF
           END-IF.

      * The last day of the run-date month, then of each month after
      * it, as many as the horizon holds.
       1200-SET-POSTING-DATES.
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 1210-SET-ONE-POSTING-DATE
               UNTIL WS-MONTH-IDX >= WS-HORIZON.

       1210-SET-ONE-POSTING-DATE.
           MOVE WS-RUN-DATE TO WS-MAT-DATE-N
           MOVE WS-MONTH-IDX TO WS-MAT-ADD-MONTHS
           PERFORM 2650-ADD-MONTHS
           PERFORM 2660-SET-MONTH-LENGTH
           MOVE WS-MAT-MAX-DAY TO WS-MAT-DAY
           ADD 1 TO WS-MONTH-IDX
           MOVE WS-MAT-DATE-N TO WS-POST-DATE(WS-MONTH-IDX).

      * The rates in force today, in key order. The cluster's seed
      * record (a non-numeric date) is passed over.
       1300-LOAD-RATE-TABLE.
           OPEN INPUT RATETBL-FILE
           IF NOT WS-RATETBL-OPEN-OK
               DISPLAY 'RATESIM - RATETBL open failed, status '
                   WS-RATETBL-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               PERFORM 1310-LOAD-ONE-RATE
                   UNTIL WS-RATETBL-EOF OR WS-RUN-FAILED
               CLOSE RATETBL-FILE
           END-IF.

       1310-LOAD-ONE-RATE.
           READ RATETBL-FILE NEXT RECORD
               AT END
                   SET WS-RATETBL-EOF TO TRUE
               NOT AT END
                   IF RT-EFF-DATE IS NUMERIC
                       PERFORM 1320-ADD-RATE-ENTRY
                       IF WS-RUN-OK
                           ADD 1 TO WS-RATETBL-COUNT
                           MOVE 'Y' TO WS-RT-CUR-SW(WS-RT-COUNT)
                           MOVE RT-INT-RATE
                               TO WS-RT-CUR-RATE(WS-RT-COUNT)
                           MOVE 'Y' TO WS-RT-PRO-SW(WS-RT-COUNT)
                           MOVE RT-INT-RATE
                               TO WS-RT-PRO-RATE(WS-RT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      * A new entry at the end of the table, keyed from RT-KEY.
       1320-ADD-RATE-ENTRY.
           IF WS-RT-COUNT >= WS-RT-MAX
               DISPLAY 'RATESIM - More than ' WS-RT-MAX
                   ' rate entries - the simulation cannot hold the '
                   'table'
               SET WS-RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-RT-COUNT
               MOVE RT-COMPANY-CD TO WS-RT-COMPANY(WS-RT-COUNT)
               MOVE RT-ACCT-TYPE  TO WS-RT-TYPE(WS-RT-COUNT)
               MOVE RT-EFF-DATE   TO WS-RT-EFF-DATE(WS-RT-COUNT)
               MOVE 'N'  TO WS-RT-CUR-SW(WS-RT-COUNT)
               MOVE ZERO TO WS-RT-CUR-RATE(WS-RT-COUNT)
               MOVE 'N'  TO WS-RT-PRO-SW(WS-RT-COUNT)
               MOVE ZERO TO WS-RT-PRO-RATE(WS-RT-COUNT)
           END-IF.

      * The proposed deck, applied in order to the PRO side of the
      * table as RATEMNT would apply it to RATETBL. Every card is
      * listed with what it would do.
       1400-APPLY-PROPOSED-CARDS.
           MOVE SPACES TO WS-HEADING-LINE
           MOVE WS-HORIZON TO WS-HORIZON-DSP
           STRING 'INTEREST RATE WHAT-IF SIMULATION - RUN DATE '
               WS-RUN-DATE ' - HORIZON ' WS-HORIZON-DSP
               ' MONTH ENDS, ' WS-POST-DATE(1) ' TO '
               WS-POST-DATE(WS-HORIZON)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PROPOSED RATE CARDS - NOT LOADED TO RATETBL'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CARD-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT RATECRD-FILE
           PERFORM 1410-READ-RATECRD
           PERFORM 1420-APPLY-ONE-CARD
               UNTIL WS-RATECRD-EOF OR WS-RUN-FAILED
           CLOSE RATECRD-FILE
           IF WS-CARD-COUNT = ZERO
               MOVE '  NO PROPOSED CARDS' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1410-READ-RATECRD.
           READ RATECRD-FILE
               AT END SET WS-RATECRD-EOF TO TRUE
           END-READ.

       1420-APPLY-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           PERFORM 1430-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE RTC-COMPANY-CD   TO WS-LOOK-COMPANY
               MOVE RTC-ACCT-TYPE    TO WS-LOOK-TYPE
               MOVE RTC-EFF-DATE-NUM TO WS-LOOK-DATE
               PERFORM 1460-FIND-RATE-ENTRY
               IF RTC-ADD
                   PERFORM 1440-APPLY-ADD
               ELSE
                   PERFORM 1450-APPLY-DELETE
               END-IF
           END-IF
           PERFORM 1490-LIST-CARD
           PERFORM 1410-READ-RATECRD.

      * RATEMNT's edits, in RATEMNT's order - first failure wins.
       1430-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND RTC-TRAN-CODE NOT = 'A' AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'REJECTED - INVALID TRANSACTION CODE'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND RTC-COMPANY-CD = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'REJECTED - MISSING COMPANY CODE'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED
                   AND RTC-ACCT-TYPE NOT = 'S' AND NOT = 'C'
                                     AND NOT = 'L' AND NOT = 'T'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'REJECTED - INVALID ACCOUNT TYPE'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND RTC-EFF-DATE NOT NUMERIC
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND RTC-ADD
               IF RTC-INT-RATE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'REJECTED - RATE FIELD NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF.

      * An add for a key already in the table replaces its proposed
      * rate, as RATEMNT's add replaces the entry on file.
       1440-APPLY-ADD.
           IF WS-RT-FOUND-IDX > ZERO
                   AND WS-RT-IN-PROPOSED(WS-RT-FOUND-IDX)
               MOVE WS-RT-PRO-RATE(WS-RT-FOUND-IDX) TO WS-RATE-ED
               STRING 'WOULD REPLACE RATE ' WS-RATE-ED
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
           ELSE
               MOVE 'WOULD ADD' TO WS-REASON-HOLD
           END-IF
           IF WS-RT-FOUND-IDX = ZERO
               MOVE RTC-COMPANY-CD   TO RT-COMPANY-CD
               MOVE RTC-ACCT-TYPE    TO RT-ACCT-TYPE
               MOVE RTC-EFF-DATE-NUM TO RT-EFF-DATE
               PERFORM 1320-ADD-RATE-ENTRY
               MOVE WS-RT-COUNT TO WS-RT-FOUND-IDX
           END-IF
           IF WS-RUN-OK
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE 'Y' TO WS-RT-PRO-SW(WS-RT-FOUND-IDX)
               MOVE RTC-INT-RATE-NUM
                   TO WS-RT-PRO-RATE(WS-RT-FOUND-IDX)
           END-IF.

       1450-APPLY-DELETE.
           IF WS-RT-FOUND-IDX > ZERO
                   AND WS-RT-IN-PROPOSED(WS-RT-FOUND-IDX)
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE 'N' TO WS-RT-PRO-SW(WS-RT-FOUND-IDX)
               MOVE WS-RT-PRO-RATE(WS-RT-FOUND-IDX) TO WS-RATE-ED
               STRING 'WOULD DELETE RATE ' WS-RATE-ED
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - DELETE FAILED - ENTRY NOT FOUND'
                   TO WS-REASON-HOLD
           END-IF.

      * The table entry for the company, type and effective date in
      * WS-LOOK-*, or zero.
       1460-FIND-RATE-ENTRY.
           MOVE ZERO TO WS-RT-FOUND-IDX
           MOVE ZERO TO WS-RT-IDX
           PERFORM 1470-CHECK-ONE-RATE-ENTRY
               UNTIL WS-RT-FOUND-IDX > ZERO
                  OR WS-RT-IDX >= WS-RT-COUNT.

       1470-CHECK-ONE-RATE-ENTRY.
           ADD 1 TO WS-RT-IDX
           IF WS-RT-COMPANY(WS-RT-IDX) = WS-LOOK-COMPANY
                   AND WS-RT-TYPE(WS-RT-IDX) = WS-LOOK-TYPE
                   AND WS-RT-EFF-DATE(WS-RT-IDX) = WS-LOOK-DATE
               MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
           END-IF.

       1490-LIST-CARD.
           MOVE SPACES TO WS-CARD-LINE
           MOVE RTC-TRAN-CODE  TO CDL-TRAN-CODE
           MOVE RTC-COMPANY-CD TO CDL-COMPANY
           MOVE RTC-ACCT-TYPE  TO CDL-TYPE
           MOVE RTC-EFF-DATE   TO CDL-EFF-DATE
           MOVE RTC-INT-RATE   TO CDL-RATE
           MOVE WS-REASON-HOLD TO CDL-RESULT
           MOVE WS-CARD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * One grid row per company and type on the table, each posting
      * date resolved under both sets of rates.
       1500-BUILD-RATE-GRID.
           MOVE ZERO TO WS-RT-IDX
           PERFORM 1510-GRID-ONE-RATE-ENTRY
               UNTIL WS-RT-IDX >= WS-RT-COUNT OR WS-RUN-FAILED
           MOVE ZERO TO WS-PR-IDX
           PERFORM 1530-RESOLVE-ONE-PAIR
               UNTIL WS-PR-IDX >= WS-PR-COUNT.

       1510-GRID-ONE-RATE-ENTRY.
           ADD 1 TO WS-RT-IDX
           MOVE WS-RT-COMPANY(WS-RT-IDX) TO WS-LOOK-COMPANY
           MOVE WS-RT-TYPE(WS-RT-IDX)    TO WS-LOOK-TYPE
           PERFORM 1520-FIND-PAIR
           IF WS-PR-FOUND-IDX = ZERO
               IF WS-PR-COUNT >= WS-PR-MAX
                   DISPLAY 'RATESIM - More than ' WS-PR-MAX
                       ' company/type pairs on the rate table'
                   SET WS-RUN-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-LOOK-COMPANY TO WS-PR-COMPANY(WS-PR-COUNT)
                   MOVE WS-LOOK-TYPE    TO WS-PR-TYPE(WS-PR-COUNT)
               END-IF
           END-IF.

      * The grid row for the company and type in WS-LOOK-*, or zero.
       1520-FIND-PAIR.
           MOVE ZERO TO WS-PR-FOUND-IDX
           MOVE ZERO TO WS-PR-IDX
           PERFORM 1525-CHECK-ONE-PAIR
               UNTIL WS-PR-FOUND-IDX > ZERO
                  OR WS-PR-IDX >= WS-PR-COUNT.

       1525-CHECK-ONE-PAIR.
           ADD 1 TO WS-PR-IDX
           IF WS-PR-COMPANY(WS-PR-IDX) = WS-LOOK-COMPANY
                   AND WS-PR-TYPE(WS-PR-IDX) = WS-LOOK-TYPE
               MOVE WS-PR-IDX TO WS-PR-FOUND-IDX
           END-IF.

       1530-RESOLVE-ONE-PAIR.
           ADD 1 TO WS-PR-IDX
           MOVE WS-PR-COMPANY(WS-PR-IDX) TO WS-LOOK-COMPANY
           MOVE WS-PR-TYPE(WS-PR-IDX)    TO WS-LOOK-TYPE
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 1540-RESOLVE-ONE-MONTH
               UNTIL WS-MONTH-IDX >= WS-HORIZON.

       1540-RESOLVE-ONE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           MOVE WS-POST-DATE(WS-MONTH-IDX) TO WS-LOOK-DATE
           MOVE 1 TO WS-SCEN
           PERFORM 2700-RESOLVE-TABLE-RATE
           MOVE WS-LOOK-FOUND-SW
               TO WS-PR-RATE-SW(WS-PR-IDX, WS-MONTH-IDX, 1)
           MOVE WS-LOOK-RATE
               TO WS-PR-RATE(WS-PR-IDX, WS-MONTH-IDX, 1)
           MOVE 2 TO WS-SCEN
           PERFORM 2700-RESOLVE-TABLE-RATE
           MOVE WS-LOOK-FOUND-SW
               TO WS-PR-RATE-SW(WS-PR-IDX, WS-MONTH-IDX, 2)
           MOVE WS-LOOK-RATE
               TO WS-PR-RATE(WS-PR-IDX, WS-MONTH-IDX, 2).

       1600-OPEN-MASTER-FILES.
           SET WS-MASTER-OPEN TO TRUE
           OPEN INPUT ACCTMAST-FILE
           IF NOT WS-ACCTMAST-OPEN-OK
               DISPLAY 'RATESIM - ACCTMAST open failed, status '
                   WS-ACCTMAST-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT TDEPOSIT-FILE
           IF NOT WS-TDEPOSIT-OPEN-OK
               DISPLAY 'RATESIM - TDEPOSIT open failed, status '
                   WS-TDEPOSIT-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF
           IF WS-RUN-OK
               PERFORM 2900-READ-ACCTMAST
           END-IF.

      * One account, projected under both sets of rates. An account
      * whose last interest date is not a date cannot be projected -
      * INTCAP would fail on it too - and is counted, not guessed at.
       2000-SIMULATE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-READ
           IF ACCT-LAST-INT-DATE IS NOT NUMERIC
                   OR ACCT-LAST-INT-DATE = ZERO
               ADD 1 TO WS-ACCTS-SKIPPED
           ELSE
               ADD 1 TO WS-ACCTS-PROJECTED
               MOVE ACCT-COMPANY-CD TO WS-LOOK-COMPANY
               MOVE ACCT-TYPE       TO WS-LOOK-TYPE
               PERFORM 1520-FIND-PAIR
               PERFORM 2100-READ-TERM-DEPOSIT
               MOVE 1 TO WS-SCEN
               PERFORM 2200-PROJECT-SCENARIO
               MOVE 2 TO WS-SCEN
               PERFORM 2200-PROJECT-SCENARIO
               PERFORM 2400-CONVERT-AND-ADD
           END-IF
           PERFORM 2900-READ-ACCTMAST.

      * INTCAP reads the deposit record for a term account only.
       2100-READ-TERM-DEPOSIT.
           MOVE 'N' TO WS-TD-ON-FILE-SW
           IF ACCT-TYPE-TERM
               MOVE ACCT-NO TO TD-ACCT-NO
               READ TDEPOSIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TD-ON-FILE TO TRUE
               END-READ
           END-IF.

      * The account from today's master figures through every month
      * end of the horizon, under the rates WS-SCEN names.
       2200-PROJECT-SCENARIO.
           MOVE ACCT-BALANCE       TO WS-SIM-BALANCE
           MOVE ACCT-LAST-INT-DATE TO WS-SIM-LAST-INT
           MOVE ZERO TO WS-AS-TOTAL-INT(WS-SCEN)
           MOVE ZERO TO WS-AS-END-RATE(WS-SCEN)
           MOVE 'N' TO WS-SIM-TD-OPEN-SW
           IF WS-TD-ON-FILE
               MOVE TD-LOCKED-RATE TO WS-SIM-TD-RATE
               MOVE ZERO TO WS-SIM-TD-MATURITY
               IF TD-STATUS-OPEN AND TD-MATURITY-DATE IS NUMERIC
                       AND NOT ACCT-STATUS-CLOSED
                   SET WS-SIM-TD-OPEN TO TRUE
                   MOVE TD-MATURITY-DATE TO WS-SIM-TD-MATURITY
               END-IF
           END-IF
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 2300-PROJECT-ONE-MONTH
               UNTIL WS-MONTH-IDX >= WS-HORIZON.

      * Maturities that fall by the posting date first, as TDMATUR
      * works them on their night, then INTCAP's posting.
       2300-PROJECT-ONE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           MOVE ZERO TO WS-AS-MONTH-INT(WS-SCEN, WS-MONTH-IDX)
           PERFORM 2310-MATURE-DEPOSIT
               UNTIL NOT WS-SIM-TD-OPEN
                  OR WS-SIM-TD-MATURITY > WS-POST-DATE(WS-MONTH-IDX)
           PERFORM 2350-GET-POSTING-RATE
           MOVE WS-POST-DATE(WS-MONTH-IDX) TO WS-SIM-TO-DATE
           PERFORM 2390-ACCRUE-TO-DATE
           MOVE WS-SIM-RATE TO WS-AS-END-RATE(WS-SCEN).

      * Interest to the maturity date at the locked rate, then
      * renewal at the table rate in force that day (the old rate
      * standing when the table has none) or payout.
       2310-MATURE-DEPOSIT.
           MOVE WS-SIM-TD-RATE     TO WS-SIM-RATE
           MOVE WS-SIM-TD-MATURITY TO WS-SIM-TO-DATE
           PERFORM 2390-ACCRUE-TO-DATE
           IF TD-PAYOUT OR TD-TERM-MONTHS = ZERO
               MOVE 'N' TO WS-SIM-TD-OPEN-SW
               MOVE ZERO TO WS-SIM-BALANCE
               IF WS-SCEN-CURRENT
                   ADD 1 TO WS-TD-PAYOUTS
               END-IF
           ELSE
               MOVE TD-COMPANY-CD      TO WS-LOOK-COMPANY
               MOVE 'T'                TO WS-LOOK-TYPE
               MOVE WS-SIM-TD-MATURITY TO WS-LOOK-DATE
               PERFORM 2700-RESOLVE-TABLE-RATE
               IF WS-LOOK-FOUND
                   MOVE WS-LOOK-RATE TO WS-SIM-TD-RATE
               END-IF
               MOVE WS-SIM-TD-MATURITY TO WS-MAT-DATE-N
               MOVE TD-TERM-MONTHS     TO WS-MAT-ADD-MONTHS
               PERFORM 2650-ADD-MONTHS
               MOVE WS-MAT-DATE-N TO WS-SIM-TD-MATURITY
               IF WS-SCEN-CURRENT
                   ADD 1 TO WS-TD-ROLLOVERS
               END-IF
           END-IF.

      * INTCAP's resolution on the posting date: a term deposit's
      * locked rate, the table rate, or the account's own.
       2350-GET-POSTING-RATE.
           MOVE ACCT-INT-RATE TO WS-SIM-RATE
           EVALUATE TRUE
               WHEN WS-TD-ON-FILE
                   MOVE WS-SIM-TD-RATE TO WS-SIM-RATE
               WHEN WS-PR-FOUND-IDX = ZERO
                   CONTINUE
               WHEN WS-PR-RATE-SW(WS-PR-FOUND-IDX, WS-MONTH-IDX,
                                  WS-SCEN) = 'Y'
                   MOVE WS-PR-RATE(WS-PR-FOUND-IDX, WS-MONTH-IDX,
                                   WS-SCEN) TO WS-SIM-RATE
           END-EVALUATE.

      * INTCAP's day count from the last interest date to
      * WS-SIM-TO-DATE, capitalized. An amount that rounds to zero
      * leaves the interest date alone, as INTCAP leaves it.
       2390-ACCRUE-TO-DATE.
           COMPUTE WS-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-SIM-TO-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-SIM-LAST-INT)
           IF WS-DAYS-ELAPSED < 0
               MOVE 0 TO WS-DAYS-ELAPSED
           END-IF
           COMPUTE WS-SIM-INTEREST ROUNDED =
               WS-SIM-BALANCE * WS-SIM-RATE * WS-DAYS-ELAPSED
                   / 36500
           IF WS-SIM-INTEREST NOT = ZERO
               ADD WS-SIM-INTEREST TO WS-SIM-BALANCE
               MOVE WS-SIM-TO-DATE TO WS-SIM-LAST-INT
               ADD WS-SIM-INTEREST
                   TO WS-AS-MONTH-INT(WS-SCEN, WS-MONTH-IDX)
               ADD WS-SIM-INTEREST TO WS-AS-TOTAL-INT(WS-SCEN)
           END-IF.

      * The account's figures restated in the base currency and
      * added to its company and type; an account whose interest
      * differs is counted and offered to the most-affected list.
       2400-CONVERT-AND-ADD.
           MOVE ACCT-CURRENCY-CD TO FXL-CURRENCY-CD
           MOVE WS-RUN-DATE      TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF NOT FXL-RATE-FOUND
               MOVE ACCT-CURRENCY-CD TO WS-MISSING-CURRENCY
               SET WS-RATE-MISSING TO TRUE
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE ACCT-COMPANY-CD TO WS-CO-LOOK-CODE
               PERFORM 2500-FIND-COMPANY
               PERFORM 2520-SET-COLUMN
               ADD 1 TO WS-FG-ACCOUNTS(WS-CO-FOUND-IDX, WS-COL-IDX)
               MOVE ZERO TO WS-MONTH-IDX
               PERFORM 2410-CONVERT-ONE-MONTH
                   UNTIL WS-MONTH-IDX >= WS-HORIZON
               COMPUTE WS-BASE-CUR-TOTAL ROUNDED =
                   WS-AS-TOTAL-INT(1) * FXL-RATE-TO-BASE
               COMPUTE WS-BASE-PRO-TOTAL ROUNDED =
                   WS-AS-TOTAL-INT(2) * FXL-RATE-TO-BASE
               ADD WS-BASE-CUR-TOTAL
                   TO WS-FG-TOTAL(WS-CO-FOUND-IDX, WS-COL-IDX, 1)
               ADD WS-BASE-PRO-TOTAL
                   TO WS-FG-TOTAL(WS-CO-FOUND-IDX, WS-COL-IDX, 2)
               IF WS-AS-TOTAL-INT(1) NOT = WS-AS-TOTAL-INT(2)
                   ADD 1 TO WS-ACCTS-AFFECTED
                   ADD 1
                       TO WS-FG-AFFECTED(WS-CO-FOUND-IDX, WS-COL-IDX)
                   PERFORM 2600-RANK-ACCOUNT
               END-IF
           END-IF.

       2410-CONVERT-ONE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-AS-MONTH-INT(1, WS-MONTH-IDX) * FXL-RATE-TO-BASE
           ADD WS-BASE-AMOUNT
               TO WS-FG-INT(WS-CO-FOUND-IDX, WS-COL-IDX,
                            WS-MONTH-IDX, 1)
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-AS-MONTH-INT(2, WS-MONTH-IDX) * FXL-RATE-TO-BASE
           ADD WS-BASE-AMOUNT
               TO WS-FG-INT(WS-CO-FOUND-IDX, WS-COL-IDX,
                            WS-MONTH-IDX, 2).

      * The company's entry, started on first sight. Companies past
      * the table's room share one overflow entry, reported as '***'
      * so the all-company totals still balance.
       2500-FIND-COMPANY.
           MOVE ZERO TO WS-CO-FOUND-IDX
           MOVE ZERO TO WS-CO-IDX
           PERFORM 2510-CHECK-ONE-COMPANY
               UNTIL WS-CO-FOUND-IDX > ZERO
                  OR WS-CO-IDX >= WS-CO-COUNT
           IF WS-CO-FOUND-IDX = ZERO
               IF WS-CO-COUNT >= WS-CO-MAX - 1
                   IF WS-CO-COUNT < WS-CO-MAX
                       DISPLAY 'RATESIM - More than ' WS-CO-COUNT
                           ' companies - ' WS-CO-LOOK-CODE
                           ' and later ones reported as ***'
                       MOVE '***' TO WS-CO-LOOK-CODE
                       MOVE WS-CO-MAX TO WS-CO-COUNT
                       MOVE WS-CO-MAX TO WS-CO-FOUND-IDX
                       PERFORM 2530-START-COMPANY
                   END-IF
                   MOVE WS-CO-MAX TO WS-CO-FOUND-IDX
               ELSE
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-FOUND-IDX
                   PERFORM 2530-START-COMPANY
               END-IF
           END-IF.

       2510-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF WS-CO-CODE(WS-CO-IDX) = WS-CO-LOOK-CODE
               MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
           END-IF.

      * The type code picks the column.
       2520-SET-COLUMN.
           EVALUATE ACCT-TYPE
               WHEN 'S'
                   MOVE 1 TO WS-COL-IDX
               WHEN 'C'
                   MOVE 2 TO WS-COL-IDX
               WHEN 'T'
                   MOVE 3 TO WS-COL-IDX
               WHEN 'L'
                   MOVE 4 TO WS-COL-IDX
               WHEN OTHER
                   MOVE 5 TO WS-COL-IDX
           END-EVALUATE.

       2530-START-COMPANY.
           INITIALIZE WS-CO-ENTRY(WS-CO-FOUND-IDX)
           MOVE WS-CO-LOOK-CODE TO WS-CO-CODE(WS-CO-FOUND-IDX).

      * The account into the most-affected list if its difference
      * is larger than the smallest one held - entries below its
      * place move down one and the last drops off.
       2600-RANK-ACCOUNT.
           COMPUTE WS-BASE-DIFF = WS-BASE-PRO-TOTAL - WS-BASE-CUR-TOTAL
           MOVE WS-BASE-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF
           MOVE 'N' TO WS-RANKED-SW
           MOVE WS-TOP-COUNT TO WS-TOP-IDX
           PERFORM 2610-MAKE-ROOM
               UNTIL WS-RANK-PLACED OR WS-TOP-IDX = ZERO
           ADD 1 TO WS-TOP-IDX
           IF WS-TOP-IDX <= WS-TOP-MAX
               MOVE ACCT-NO          TO WS-TOP-ACCT-NO(WS-TOP-IDX)
               MOVE ACCT-COMPANY-CD  TO WS-TOP-COMPANY(WS-TOP-IDX)
               MOVE ACCT-TYPE        TO WS-TOP-TYPE(WS-TOP-IDX)
               MOVE ACCT-CURRENCY-CD TO WS-TOP-CURRENCY(WS-TOP-IDX)
               MOVE ACCT-BALANCE     TO WS-TOP-BALANCE(WS-TOP-IDX)
               MOVE WS-AS-END-RATE(1) TO WS-TOP-CUR-RATE(WS-TOP-IDX)
               MOVE WS-AS-END-RATE(2) TO WS-TOP-PRO-RATE(WS-TOP-IDX)
               MOVE WS-BASE-CUR-TOTAL TO WS-TOP-CUR-INT(WS-TOP-IDX)
               MOVE WS-BASE-PRO-TOTAL TO WS-TOP-PRO-INT(WS-TOP-IDX)
               MOVE WS-BASE-DIFF      TO WS-TOP-DIFF(WS-TOP-IDX)
               MOVE WS-ABS-DIFF       TO WS-TOP-ABS-DIFF(WS-TOP-IDX)
               IF WS-TOP-COUNT < WS-TOP-MAX
                   ADD 1 TO WS-TOP-COUNT
               END-IF
           END-IF.

      * Walking up from the bottom: an entry with a smaller
      * difference moves down a place (off the end when the list is
      * full); the first one as large or larger stops the walk.
       2610-MAKE-ROOM.
           IF WS-TOP-ABS-DIFF(WS-TOP-IDX) < WS-ABS-DIFF
               MOVE WS-TOP-ENTRY(WS-TOP-IDX)
                   TO WS-TOP-ENTRY(WS-TOP-IDX + 1)
               SUBTRACT 1 FROM WS-TOP-IDX
           ELSE
               SET WS-RANK-PLACED TO TRUE
           END-IF.

      * WS-MAT-DATE-N moved on WS-MAT-ADD-MONTHS whole months, the
      * day clamped to the target month - TDMATUR's calculation.
       2650-ADD-MONTHS.
           COMPUTE WS-MAT-MONTH-COUNT =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + WS-MAT-ADD-MONTHS
           DIVIDE WS-MAT-MONTH-COUNT BY 12
               GIVING WS-MAT-YEAR REMAINDER WS-MAT-MONTH
           ADD 1 TO WS-MAT-MONTH
           PERFORM 2660-SET-MONTH-LENGTH
           IF WS-MAT-DAY > WS-MAT-MAX-DAY
               MOVE WS-MAT-MAX-DAY TO WS-MAT-DAY
           END-IF.

       2660-SET-MONTH-LENGTH.
           EVALUATE WS-MAT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MAT-MAX-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MAT-MAX-DAY
               WHEN 02
                   PERFORM 2665-SET-FEBRUARY-LIMIT
           END-EVALUATE.

       2665-SET-FEBRUARY-LIMIT.
           MOVE 28 TO WS-MAT-MAX-DAY
           COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-MAT-YEAR 4)
           IF WS-LEAP-REM = ZERO
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-MAT-YEAR 100)
               IF WS-LEAP-REM NOT = ZERO
                   MOVE 29 TO WS-MAT-MAX-DAY
               ELSE
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-MAT-YEAR 400)
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MAT-MAX-DAY
                   END-IF
               END-IF
           END-IF.

      * The entry for WS-LOOK-COMPANY/TYPE with the highest effective
      * date on or before WS-LOOK-DATE under the rates WS-SCEN names
      * - the GET-APPLICABLE-RATE walk, over the table in storage.
       2700-RESOLVE-TABLE-RATE.
           MOVE 'N'  TO WS-LOOK-FOUND-SW
           MOVE ZERO TO WS-LOOK-RATE
           MOVE ZERO TO WS-LOOK-BEST-DATE
           MOVE ZERO TO WS-RT-IDX
           PERFORM 2710-CHECK-ONE-TABLE-RATE
               UNTIL WS-RT-IDX >= WS-RT-COUNT.

       2710-CHECK-ONE-TABLE-RATE.
           ADD 1 TO WS-RT-IDX
           IF WS-RT-COMPANY(WS-RT-IDX) = WS-LOOK-COMPANY
                   AND WS-RT-TYPE(WS-RT-IDX) = WS-LOOK-TYPE
                   AND WS-RT-EFF-DATE(WS-RT-IDX) <= WS-LOOK-DATE
                   AND WS-RT-EFF-DATE(WS-RT-IDX) >= WS-LOOK-BEST-DATE
               IF WS-SCEN-CURRENT AND WS-RT-IN-CURRENT(WS-RT-IDX)
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
                   MOVE WS-RT-EFF-DATE(WS-RT-IDX) TO WS-LOOK-BEST-DATE
                   MOVE WS-RT-CUR-RATE(WS-RT-IDX) TO WS-LOOK-RATE
               END-IF
               IF WS-SCEN-PROPOSED AND WS-RT-IN-PROPOSED(WS-RT-IDX)
                   MOVE 'Y' TO WS-LOOK-FOUND-SW
                   MOVE WS-RT-EFF-DATE(WS-RT-IDX) TO WS-LOOK-BEST-DATE
                   MOVE WS-RT-PRO-RATE(WS-RT-IDX) TO WS-LOOK-RATE
               END-IF
           END-IF.

       2900-READ-ACCTMAST.
           READ ACCTMAST-FILE NEXT RECORD
               AT END SET WS-ACCTMAST-EOF TO TRUE
           END-READ.

      * The company-and-type blocks, then every company's total by
      * type, then the accounts most affected.
       3000-PRINT-REPORT.
           MOVE 'INTEREST BY COMPANY AND ACCOUNT TYPE - BASE CURRENCY'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           INITIALIZE WS-CO-ENTRY(WS-CO-ALL)
           MOVE ZERO TO WS-CO-IDX
           PERFORM 3100-PRINT-ONE-COMPANY
               UNTIL WS-CO-IDX >= WS-CO-COUNT
           MOVE WS-CO-ALL TO WS-CO-IDX
           PERFORM 3110-PRINT-COMPANY-TYPES
           PERFORM 3300-PRINT-MOST-AFFECTED.

       3100-PRINT-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           MOVE ZERO TO WS-COL-IDX
           PERFORM 3150-ADD-TO-ALL-COMPANIES
               UNTIL WS-COL-IDX >= WS-COL-COUNT
           PERFORM 3110-PRINT-COMPANY-TYPES.

       3110-PRINT-COMPANY-TYPES.
           MOVE ZERO TO WS-COL-IDX
           PERFORM 3200-PRINT-ONE-TYPE
               UNTIL WS-COL-IDX >= WS-COL-COUNT.

       3150-ADD-TO-ALL-COMPANIES.
           ADD 1 TO WS-COL-IDX
           ADD WS-FG-ACCOUNTS(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-ACCOUNTS(WS-CO-ALL, WS-COL-IDX)
           ADD WS-FG-AFFECTED(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-AFFECTED(WS-CO-ALL, WS-COL-IDX)
           ADD WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 1)
               TO WS-FG-TOTAL(WS-CO-ALL, WS-COL-IDX, 1)
           ADD WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 2)
               TO WS-FG-TOTAL(WS-CO-ALL, WS-COL-IDX, 2)
           MOVE ZERO TO WS-MONTH-IDX
           PERFORM 3160-ADD-ONE-MONTH
               UNTIL WS-MONTH-IDX >= WS-HORIZON.

       3160-ADD-ONE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           ADD WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 1)
               TO WS-FG-INT(WS-CO-ALL, WS-COL-IDX, WS-MONTH-IDX, 1)
           ADD WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 2)
               TO WS-FG-INT(WS-CO-ALL, WS-COL-IDX, WS-MONTH-IDX, 2).

      * One type's block - skipped when the company has no accounts
      * of the type.
       3200-PRINT-ONE-TYPE.
           ADD 1 TO WS-COL-IDX
           IF WS-FG-ACCOUNTS(WS-CO-IDX, WS-COL-IDX) > ZERO
               IF WS-CO-IDX = WS-CO-ALL
                   MOVE 'ALL COMPANIES' TO GPL-COMPANY
               ELSE
                   MOVE WS-CO-CODE(WS-CO-IDX) TO GPL-COMPANY
               END-IF
               MOVE WS-TYPE-NAME(WS-COL-IDX) TO GPL-TYPE-NAME
               MOVE WS-FG-ACCOUNTS(WS-CO-IDX, WS-COL-IDX)
                   TO GPL-ACCOUNTS
               MOVE WS-FG-AFFECTED(WS-CO-IDX, WS-COL-IDX)
                   TO GPL-AFFECTED
               MOVE WS-GROUP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MONTH-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO WS-MONTH-IDX
               PERFORM 3210-PRINT-ONE-MONTH
                   UNTIL WS-MONTH-IDX >= WS-HORIZON
               MOVE SPACES TO WS-MONTH-LINE
               MOVE 'TOTAL ' TO MTL-MONTH
               MOVE WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 1)
                   TO MTL-CURRENT
               MOVE WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 2)
                   TO MTL-PROPOSED
               COMPUTE MTL-DIFFERENCE =
                   WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 2) -
                   WS-FG-TOTAL(WS-CO-IDX, WS-COL-IDX, 1)
               MOVE WS-MONTH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3210-PRINT-ONE-MONTH.
           ADD 1 TO WS-MONTH-IDX
           MOVE SPACES TO WS-MONTH-LINE
           MOVE WS-POST-DATE(WS-MONTH-IDX) TO MTL-POST-DATE
           MOVE WS-POST-DATE(WS-MONTH-IDX)(1:6) TO MTL-MONTH
           MOVE WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 1)
               TO MTL-CURRENT
           MOVE WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 2)
               TO MTL-PROPOSED
           COMPUTE MTL-DIFFERENCE =
               WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 2) -
               WS-FG-INT(WS-CO-IDX, WS-COL-IDX, WS-MONTH-IDX, 1)
           MOVE WS-MONTH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3300-PRINT-MOST-AFFECTED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ACCOUNTS MOST AFFECTED - LARGEST DIFFERENCE OVER '
               'THE HORIZON, EITHER WAY'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOP-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOP-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOP-COUNT = ZERO
               MOVE '  NO ACCOUNT WOULD BE POSTED A DIFFERENT AMOUNT'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZERO TO WS-TOP-IDX
           PERFORM 3310-PRINT-ONE-AFFECTED
               UNTIL WS-TOP-IDX >= WS-TOP-COUNT.

       3310-PRINT-ONE-AFFECTED.
           ADD 1 TO WS-TOP-IDX
           MOVE SPACES TO WS-TOP-LINE
           MOVE WS-TOP-IDX                  TO TPL-RANK
           MOVE WS-TOP-ACCT-NO(WS-TOP-IDX)  TO TPL-ACCT-NO
           MOVE WS-TOP-COMPANY(WS-TOP-IDX)  TO TPL-COMPANY
           MOVE WS-TOP-TYPE(WS-TOP-IDX)     TO TPL-TYPE
           MOVE WS-TOP-CURRENCY(WS-TOP-IDX) TO TPL-CURRENCY
           MOVE WS-TOP-BALANCE(WS-TOP-IDX)  TO TPL-BALANCE
           MOVE WS-TOP-CUR-RATE(WS-TOP-IDX) TO TPL-CUR-RATE
           MOVE WS-TOP-PRO-RATE(WS-TOP-IDX) TO TPL-PRO-RATE
           MOVE WS-TOP-CUR-INT(WS-TOP-IDX)  TO TPL-CUR-INT
           MOVE WS-TOP-PRO-INT(WS-TOP-IDX)  TO TPL-PRO-INT
           MOVE WS-TOP-DIFF(WS-TOP-IDX)     TO TPL-DIFFERENCE
           MOVE WS-TOP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE ACCTMAST-FILE TDEPOSIT-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'RATESIM - Rate entries on file   ' WS-RATETBL-COUNT
           DISPLAY 'RATESIM - Proposed cards read    ' WS-CARD-COUNT
           DISPLAY 'RATESIM - Cards applied          ' WS-ACCEPT-COUNT
           DISPLAY 'RATESIM - Cards rejected         ' WS-REJECT-COUNT
           DISPLAY 'RATESIM - Accounts read          ' WS-ACCTS-READ
           DISPLAY 'RATESIM - Accounts projected     '
               WS-ACCTS-PROJECTED
           DISPLAY 'RATESIM - Accounts affected      '
               WS-ACCTS-AFFECTED
           DISPLAY 'RATESIM - Accounts not projected '
               WS-ACCTS-SKIPPED
           DISPLAY 'RATESIM - Deposit renewals       ' WS-TD-ROLLOVERS
           DISPLAY 'RATESIM - Deposit payouts        ' WS-TD-PAYOUTS
           IF WS-RATE-MISSING
               DISPLAY 'RATESIM - Currency ' WS-MISSING-CURRENCY
                   ' has no rate on FXRATE for ' WS-RUN-DATE
                   ' - load it (FXRMNT) and rerun'
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   DISPLAY 'RATESIM - Ending with a non-zero '
                       'condition code - the report is not usable'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   DISPLAY 'RATESIM - Rejected cards were left out '
                       'of the simulation'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ACCTS-SKIPPED > ZERO
                   DISPLAY 'RATESIM - Accounts with no valid last '
                       'interest date were not projected'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'RATESIM - Ended'.
