       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
      * Daily interest accrual to the general ledger. Interest
      * reaches the ledger through INTCAP only once a month, so
      * every month-end and mid-cycle quarter-end used to need a
      * hand-booked accrual. This step works out, for every account
      * on the master, the interest accrued since its
      * ACCT-LAST-INT-DATE - the RATETBL rate (or a term deposit's
      * locked rate) and the RULE-3 day-count, exactly as INTCAP
      * will capitalize it - and carries the running accrual per
      * account forward on the ACCRUAL generation data group. The
      * night's change in accrued interest payable, by company and
      * account type, goes to the ledger as a balanced journal on
      * its own GLACCR feed generation, mapped through the GLMAP
      * cards with direction 'E' (the interest expense account) and
      * 'A' (the accrued interest payable account) for the company
      * and type.
      * When an account's last interest date has moved since its
      * accrual was computed, the interest was capitalized (INTCAP
      * at month-end, TDMATUR at maturity, ACCTCLOS at closure) and
      * reached the ledger as a posting - its whole prior accrual is
      * reversed out, source ACCRREV, and accrual starts again from
      * the new date, so the ledger is never charged twice. An
      * account gone from the master has its accrual reversed the
      * same way.
      * The prior generation is read and a new one written, the
      * ACCTSNAP discipline: a failed run catalogs nothing and the
      * rerun starts again from the same prior accruals, so no
      * change can reach the ledger twice. An account whose company
      * and type have no 'E' and 'A' cards is carried forward
      * unchanged and listed, and is picked up by the first run
      * after the cards are added.
      *
      *   no PARM      - the nightly run: the run date comes off the
      *                  run-control trailer, like TDMATUR.
      *   PARM='INTCAP' - the month-end run straight after INTCAP:
      *                  the run date is INTCAP's posting date (the
      *                  clock), and the capitalized accruals are
      *                  reversed the same day they are posted.
      *
      * The accrual listing lists every account whose accrual moved
      * and ties the per-account changes to the ledger lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE   ASSIGN TO DATCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * Central interest-rate table and term deposit file - the same
      * rate resolution INTCAP and RULE-3 run.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
      * Prior run's accruals in, this run's out - one generation per
      * run, in account-number order.
           SELECT ACCRIN-FILE   ASSIGN TO ACCRIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCROUT-FILE  ASSIGN TO ACCROUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE    ASSIGN TO GLMAP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFEED-FILE   ASSIGN TO GLACCR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO ACCRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  ACCRIN-FILE.
           COPY ACCRREC.
       FD  ACCROUT-FILE.
           COPY ACCRREC
               REPLACING ==ACCRUAL-RECORD== BY ==ACCRUAL-OUT-RECORD==
                         ==ACR-ACCT-NO==    BY ==ACO-ACCT-NO==
                         ==ACR-COMPANY-CD== BY ==ACO-COMPANY-CD==
                         ==ACR-ACCT-TYPE==  BY ==ACO-ACCT-TYPE==
                         ==ACR-BASE-DATE==  BY ==ACO-BASE-DATE==
                         ==ACR-ACCRUAL-DATE==
                                            BY ==ACO-ACCRUAL-DATE==
                         ==ACR-DAYS==       BY ==ACO-DAYS==
                         ==ACR-RATE==       BY ==ACO-RATE==
                         ==ACR-ACCRUED==    BY ==ACO-ACCRUED==.
       FD  GLMAP-FILE.
           COPY GLMAP.
       FD  GLFEED-FILE.
           COPY GLFEED.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-MASTER-EOF               VALUE 'Y'.
           05  WS-ACCRIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-ACCRIN-EOF               VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-GLMAP-EOF                VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-RATE-LOCKED-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATE-LOCKED              VALUE 'Y'.
           05  WS-MONTH-END-SW         PIC X(01)  VALUE 'N'.
               88  WS-MONTH-END-RUN            VALUE 'Y'.
           05  WS-TIE-FAILED-SW        PIC X(01)  VALUE 'N'.
               88  WS-TIE-FAILED               VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.

      * Compare keys for the side-by-side walk - HIGH-VALUES once a
      * side is exhausted, so the other side drains naturally.
       01  WS-COMPARE-KEYS.
           05  WS-CUR-KEY              PIC X(10)  VALUE SPACES.
           05  WS-PRI-KEY              PIC X(10)  VALUE SPACES.

      * The rate in force for the account in hand.
       01  WS-APPLICABLE-RATE          PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

      * The accrual worked out for the account in hand - the same
      * formula and rounding INTCAP posts with.
       01  WS-ACCRUAL-CALC.
           05  WS-LAST-INT-DATE-8      PIC 9(08).
           05  WS-DAYS-ELAPSED         PIC S9(05)      COMP-3.
           05  WS-NEW-ACCRUED          PIC S9(09)V99   COMP-3.
           05  WS-PRIOR-ACCRUED        PIC S9(09)V99   COMP-3.
           05  WS-ACCRUAL-CHANGE       PIC S9(09)V99   COMP-3.
           05  WS-REVERSAL             PIC S9(09)V99   COMP-3.
           05  WS-NET-CHANGE           PIC S9(09)V99   COMP-3.
           05  WS-NOTE                 PIC X(34).

      * The GLMAP 'E' and 'A' cards, loaded up front - one pair per
      * company and account type that books interest.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
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

      * One entry per company and account type met, with its ledger
      * accounts and the night's movement. An entry with no 'E' or
      * 'A' card is unmapped - its accounts are carried forward
      * untouched. A company/type past the table's end is treated
      * the same way.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 50 TIMES.
               10  WS-CT-COMPANY       PIC X(03).
               10  WS-CT-TYPE          PIC X(01).
               10  WS-CT-MAPPED-SW     PIC X(01).
                   88  WS-CT-MAPPED            VALUE 'Y'.
               10  WS-CT-EXPENSE-GL    PIC X(08).
               10  WS-CT-PAYABLE-GL    PIC X(08).
               10  WS-CT-ACCOUNTS      PIC 9(07)       COMP.
               10  WS-CT-PRIOR-TOTAL   PIC S9(11)V99   COMP-3.
               10  WS-CT-ACCRUAL       PIC S9(11)V99   COMP-3.
               10  WS-CT-REVERSAL      PIC S9(11)V99   COMP-3.
               10  WS-CT-NEW-TOTAL     PIC S9(11)V99   COMP-3.
       01  WS-CT-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-CT-IDX                   PIC 9(03) COMP  VALUE ZERO.
       01  WS-CT-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.
       01  WS-CT-LOOK-COMPANY          PIC X(03).
       01  WS-CT-LOOK-TYPE             PIC X(01).

      * A ledger line under construction: the signed amount and the
      * source it is booked under.
       01  WS-GL-WORK.
           05  WS-GL-AMOUNT            PIC S9(11)V99   COMP-3.
           05  WS-GL-ABS-AMOUNT        PIC S9(11)V99   COMP-3.
           05  WS-GL-SOURCE            PIC X(08).

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCRIN-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCROUT-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CHANGED-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTALS.
           05  WS-DETAIL-NET-TOTAL     PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-GL-PAYABLE-NET       PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-DEBIT-TOTAL          PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-CREDIT-TOTAL         PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '  ACCOUNT     CO  T  BASE DATE   DAYS   '.
           05  FILLER                  PIC X(40)  VALUE
               '    RATE  PRIOR ACCRUAL    NEW ACCRUAL  '.
           05  FILLER                  PIC X(20)  VALUE
               '      CHANGE  NOTE'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-BASE-DATE           PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RATE                PIC ZZ9.9999.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-PRIOR               PIC -(10)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-NEW                 PIC -(10)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-CHANGE              PIC -(8)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-NOTE                PIC X(34).

       01  WS-CT-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CTL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CTL-ACCOUNTS            PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-PRIOR               PIC -(12)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-ACCRUAL             PIC -(12)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-REVERSAL            PIC -(12)9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-NEW                 PIC -(12)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CTL-NOTE                PIC X(20).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(40).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC Z(06)9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

      * PARM='INTCAP' is the month-end run after capitalization -
      * anything else (or no parm) is the nightly run.
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           MOVE 'INTACCR' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ONE-ACCOUNT
               UNTIL WS-MASTER-EOF AND WS-ACCRIN-EOF
           PERFORM 3000-WRITE-THE-FEED
           PERFORM 4000-PRINT-THE-TIE
           PERFORM 5000-TERMINATE
           MOVE WS-MASTER-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'INTACCR - Started. Accruing interest payable.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LEN >= 6 AND LK-PARM-TEXT(1:6) = 'INTCAP'
               SET WS-MONTH-END-RUN TO TRUE
               DISPLAY 'INTACCR - Month-end run after INTCAP, '
                   'accruing to ' WS-RUN-DATE
           ELSE
               OPEN INPUT RUNCTL-FILE
               PERFORM 1100-READ-ONE-TRAILER
                   UNTIL WS-RUNCTL-EOF
               CLOSE RUNCTL-FILE
               DISPLAY 'INTACCR - Nightly run, accruing to '
                   WS-RUN-DATE
           END-IF
           OPEN INPUT GLMAP-FILE
           PERFORM 1200-LOAD-ONE-MAP-CARD
               UNTIL WS-GLMAP-EOF
           CLOSE GLMAP-FILE
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN INPUT  TDEPOSIT-FILE
           OPEN INPUT  ACCRIN-FILE
           OPEN OUTPUT ACCROUT-FILE
           OPEN OUTPUT GLFEED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'INTEREST ACCRUAL LISTING - ACCRUED TO '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-MASTER
           PERFORM 2200-READ-ACCRIN
           IF WS-ACCRIN-EOF
               DISPLAY 'INTACCR - Prior accrual generation is empty '
                   '- first run; every account accrues from zero'
           END-IF.

       1100-READ-ONE-TRAILER.
           READ RUNCTL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-RUN-DATE IS NUMERIC
                       MOVE RC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.

      * Only the accrual cards - the posting cards are GLEXTR's.
       1200-LOAD-ONE-MAP-CARD.
           READ GLMAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GLM-DIRECTION = 'E' OR GLM-DIRECTION = 'A'
                       PERFORM 1210-ADD-MAP-ENTRY
                   END-IF
           END-READ.

       1210-ADD-MAP-ENTRY.
           IF WS-MAP-COUNT < 100
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-COMPANY-CD TO WS-MAP-COMPANY(WS-MAP-COUNT)
               MOVE GLM-ACCT-TYPE  TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE GLM-DIRECTION  TO WS-MAP-DIRECTION(WS-MAP-COUNT)
               MOVE GLM-GL-ACCOUNT TO WS-MAP-GL-ACCT(WS-MAP-COUNT)
           ELSE
               DISPLAY 'INTACCR - Map table full - card for '
                   GLM-COMPANY-CD ' ' GLM-ACCT-TYPE ' '
                   GLM-DIRECTION ' ignored'
           END-IF.

      * The side-by-side walk: on both sides (the accrual moves), on
      * the master only (a new account starts accruing), or on the
      * prior accruals only (the account is gone - reverse it).
       2000-ACCRUE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PRI-KEY
                   PERFORM 2300-MASTER-ONLY
               WHEN WS-CUR-KEY > WS-PRI-KEY
                   PERFORM 2400-ACCRUAL-ONLY
               WHEN OTHER
                   PERFORM 2500-BOTH-SIDES
           END-EVALUATE.

       2100-READ-MASTER.
           READ ACCTMAST-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE ACCT-NO TO WS-CUR-KEY
           END-READ.

       2200-READ-ACCRIN.
           READ ACCRIN-FILE
               AT END
                   SET WS-ACCRIN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               NOT AT END
                   ADD 1 TO WS-ACCRIN-COUNT
                   MOVE ACR-ACCT-NO TO WS-PRI-KEY
           END-READ.

       2300-MASTER-ONLY.
           MOVE ACCT-COMPANY-CD TO WS-CT-LOOK-COMPANY
           MOVE ACCT-TYPE       TO WS-CT-LOOK-TYPE
           PERFORM 2700-FIND-CT-ENTRY
           IF WS-CT-FOUND-IDX = ZERO
               PERFORM 2800-LIST-UNMAPPED-MASTER
           ELSE
               PERFORM 2600-COMPUTE-ACCRUAL
               MOVE ZERO TO WS-PRIOR-ACCRUED
               MOVE ZERO TO WS-REVERSAL
               MOVE WS-NEW-ACCRUED TO WS-ACCRUAL-CHANGE
               MOVE 'NEW ACCOUNT' TO WS-NOTE
               PERFORM 2900-BOOK-THE-ACCOUNT
               PERFORM 2950-WRITE-NEW-ACCRUAL
           END-IF
           PERFORM 2100-READ-MASTER.

       2400-ACCRUAL-ONLY.
           MOVE ACR-COMPANY-CD TO WS-CT-LOOK-COMPANY
           MOVE ACR-ACCT-TYPE  TO WS-CT-LOOK-TYPE
           PERFORM 2700-FIND-CT-ENTRY
           IF WS-CT-FOUND-IDX = ZERO
               PERFORM 2850-CARRY-UNMAPPED-ACCRUAL
           ELSE
               MOVE ACR-ACCRUED TO WS-PRIOR-ACCRUED
               MOVE ZERO TO WS-NEW-ACCRUED
               MOVE ZERO TO WS-ACCRUAL-CHANGE
               COMPUTE WS-REVERSAL = ZERO - ACR-ACCRUED
               MOVE 'ACCOUNT GONE - ACCRUAL REVERSED' TO WS-NOTE
               MOVE ZERO TO WS-DAYS-ELAPSED
               MOVE ZERO TO WS-APPLICABLE-RATE
               PERFORM 2900-BOOK-THE-ACCOUNT
           END-IF
           PERFORM 2200-READ-ACCRIN.

      * A moved base date means the prior accrual was capitalized -
      * reverse all of it and accrue afresh from the new date.
       2500-BOTH-SIDES.
           MOVE ACCT-COMPANY-CD TO WS-CT-LOOK-COMPANY
           MOVE ACCT-TYPE       TO WS-CT-LOOK-TYPE
           PERFORM 2700-FIND-CT-ENTRY
           IF WS-CT-FOUND-IDX = ZERO
               PERFORM 2850-CARRY-UNMAPPED-ACCRUAL
           ELSE
               PERFORM 2600-COMPUTE-ACCRUAL
               MOVE ACR-ACCRUED TO WS-PRIOR-ACCRUED
               IF ACR-BASE-DATE = ACCT-LAST-INT-DATE
                   MOVE ZERO TO WS-REVERSAL
                   COMPUTE WS-ACCRUAL-CHANGE =
                       WS-NEW-ACCRUED - ACR-ACCRUED
                   MOVE SPACES TO WS-NOTE
               ELSE
                   COMPUTE WS-REVERSAL = ZERO - ACR-ACCRUED
                   MOVE WS-NEW-ACCRUED TO WS-ACCRUAL-CHANGE
                   MOVE 'CAPITALIZED - PRIOR ACCRUAL REVERSED'
                       TO WS-NOTE
               END-IF
               PERFORM 2900-BOOK-THE-ACCOUNT
               PERFORM 2950-WRITE-NEW-ACCRUAL
           END-IF
           PERFORM 2100-READ-MASTER
           PERFORM 2200-READ-ACCRIN.

      * Interest from the last interest date to the run date at the
      * rate in force - INTCAP's computation, to the penny.
       2600-COMPUTE-ACCRUAL.
           MOVE ZERO TO WS-DAYS-ELAPSED
           IF ACCT-LAST-INT-DATE IS NUMERIC
               MOVE ACCT-LAST-INT-DATE TO WS-LAST-INT-DATE-8
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-INT-DATE-8)
           END-IF
           IF WS-DAYS-ELAPSED < 0
               MOVE 0 TO WS-DAYS-ELAPSED
           END-IF
           PERFORM 2650-GET-APPLICABLE-RATE
           COMPUTE WS-NEW-ACCRUED ROUNDED =
               ACCT-BALANCE * WS-APPLICABLE-RATE * WS-DAYS-ELAPSED
                   / 36500.

      * The mirror of INTCAP's 2500-GET-APPLICABLE-RATE - a term
      * deposit's locked rate, else the latest table entry for the
      * company and type on or before the run date, else the
      * account's own rate.
       2650-GET-APPLICABLE-RATE.
           MOVE ACCT-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           MOVE 'N' TO WS-RATE-LOCKED-SW
           IF ACCT-TYPE-TERM
               PERFORM 2670-GET-LOCKED-RATE
           END-IF
           IF NOT WS-RATE-LOCKED
               START RATETBL-FILE KEY >= RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATE-MORE TO TRUE
               END-START
           END-IF
           PERFORM 2660-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

       2660-GET-NEXT-RATE-ENTRY.
           READ RATETBL-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-RATE-MORE-SW
               NOT AT END
                   IF RT-COMPANY-CD = ACCT-COMPANY-CD
                           AND RT-ACCT-TYPE = ACCT-TYPE
                           AND RT-EFF-DATE <= WS-RUN-DATE
                       MOVE RT-INT-RATE TO WS-APPLICABLE-RATE
                   ELSE
                       MOVE 'N' TO WS-RATE-MORE-SW
                   END-IF
           END-READ.

       2670-GET-LOCKED-RATE.
           MOVE ACCT-NO TO TD-ACCT-NO
           READ TDEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
                   SET WS-RATE-LOCKED TO TRUE
           END-READ.

      * The company/type entry for the account in hand, created with
      * its ledger accounts the first time the pair is met. Zero
      * back means the pair cannot be booked.
       2700-FIND-CT-ENTRY.
           MOVE ZERO TO WS-CT-FOUND-IDX
           MOVE ZERO TO WS-CT-IDX
           PERFORM 2710-CHECK-ONE-CT-ENTRY
               UNTIL WS-CT-FOUND-IDX > ZERO
                  OR WS-CT-IDX >= WS-CT-COUNT
           IF WS-CT-FOUND-IDX = ZERO AND WS-CT-COUNT < 50
               PERFORM 2720-ADD-CT-ENTRY
           END-IF
           IF WS-CT-FOUND-IDX > ZERO
               IF NOT WS-CT-MAPPED(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-FOUND-IDX
               END-IF
           END-IF.

       2710-CHECK-ONE-CT-ENTRY.
           ADD 1 TO WS-CT-IDX
           IF WS-CT-COMPANY(WS-CT-IDX) = WS-CT-LOOK-COMPANY
                   AND WS-CT-TYPE(WS-CT-IDX) = WS-CT-LOOK-TYPE
               MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
           END-IF.

       2720-ADD-CT-ENTRY.
           ADD 1 TO WS-CT-COUNT
           MOVE WS-CT-COUNT TO WS-CT-FOUND-IDX
           MOVE WS-CT-LOOK-COMPANY TO WS-CT-COMPANY(WS-CT-FOUND-IDX)
           MOVE WS-CT-LOOK-TYPE    TO WS-CT-TYPE(WS-CT-FOUND-IDX)
           MOVE ZERO TO WS-CT-ACCOUNTS(WS-CT-FOUND-IDX)
                        WS-CT-PRIOR-TOTAL(WS-CT-FOUND-IDX)
                        WS-CT-ACCRUAL(WS-CT-FOUND-IDX)
                        WS-CT-REVERSAL(WS-CT-FOUND-IDX)
                        WS-CT-NEW-TOTAL(WS-CT-FOUND-IDX)
           MOVE SPACES TO WS-CT-EXPENSE-GL(WS-CT-FOUND-IDX)
                          WS-CT-PAYABLE-GL(WS-CT-FOUND-IDX)
           MOVE WS-CT-LOOK-COMPANY TO WS-LOOK-COMPANY
           MOVE WS-CT-LOOK-TYPE    TO WS-LOOK-TYPE
           MOVE 'E'                TO WS-LOOK-DIRECTION
           PERFORM 2730-FIND-MAP-ENTRY
           IF WS-MAP-FOUND-IDX > ZERO
               MOVE WS-MAP-GL-ACCT(WS-MAP-FOUND-IDX)
                   TO WS-CT-EXPENSE-GL(WS-CT-FOUND-IDX)
           END-IF
           MOVE 'A'                TO WS-LOOK-DIRECTION
           PERFORM 2730-FIND-MAP-ENTRY
           IF WS-MAP-FOUND-IDX > ZERO
               MOVE WS-MAP-GL-ACCT(WS-MAP-FOUND-IDX)
                   TO WS-CT-PAYABLE-GL(WS-CT-FOUND-IDX)
           END-IF
           IF WS-CT-EXPENSE-GL(WS-CT-FOUND-IDX) NOT = SPACES
                   AND WS-CT-PAYABLE-GL(WS-CT-FOUND-IDX) NOT = SPACES
               MOVE 'Y' TO WS-CT-MAPPED-SW(WS-CT-FOUND-IDX)
           ELSE
               MOVE 'N' TO WS-CT-MAPPED-SW(WS-CT-FOUND-IDX)
           END-IF.

       2730-FIND-MAP-ENTRY.
           MOVE ZERO TO WS-MAP-FOUND-IDX
           MOVE ZERO TO WS-MAP-IDX
           PERFORM 2740-CHECK-ONE-MAP-ENTRY
               UNTIL WS-MAP-FOUND-IDX > ZERO
                  OR WS-MAP-IDX >= WS-MAP-COUNT.

       2740-CHECK-ONE-MAP-ENTRY.
           ADD 1 TO WS-MAP-IDX
           IF WS-MAP-COMPANY(WS-MAP-IDX) = WS-LOOK-COMPANY
                   AND WS-MAP-TYPE(WS-MAP-IDX) = WS-LOOK-TYPE
                   AND WS-MAP-DIRECTION(WS-MAP-IDX) =
                       WS-LOOK-DIRECTION
               MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
           END-IF.

      * A new account in an unbookable company/type writes nothing -
      * the first run that can book it starts it from zero.
       2800-LIST-UNMAPPED-MASTER.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ACCT-NO         TO DTL-ACCT-NO
           MOVE ACCT-COMPANY-CD TO DTL-COMPANY
           MOVE ACCT-TYPE       TO DTL-TYPE
           MOVE ACCT-LAST-INT-DATE TO DTL-BASE-DATE
           MOVE ZERO TO DTL-DAYS DTL-RATE DTL-PRIOR DTL-NEW
                        DTL-CHANGE
           MOVE '*** NO GLMAP E/A CARD - NOT BOOKED' TO DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * A prior accrual in an unbookable company/type is carried
      * forward exactly as it was, so the ledger and the file stay
      * in step until the cards are added.
       2850-CARRY-UNMAPPED-ACCRUAL.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE ACCRUAL-RECORD TO ACCRUAL-OUT-RECORD
           WRITE ACCRUAL-OUT-RECORD
           ADD 1 TO WS-ACCROUT-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ACR-ACCT-NO     TO DTL-ACCT-NO
           MOVE ACR-COMPANY-CD  TO DTL-COMPANY
           MOVE ACR-ACCT-TYPE   TO DTL-TYPE
           MOVE ACR-BASE-DATE   TO DTL-BASE-DATE
           MOVE ACR-DAYS        TO DTL-DAYS
           MOVE ACR-RATE        TO DTL-RATE
           MOVE ACR-ACCRUED     TO DTL-PRIOR DTL-NEW
           MOVE ZERO            TO DTL-CHANGE
           MOVE '*** NO GLMAP E/A CARD - CARRIED' TO DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * The account's movement into its company/type entry, and onto
      * the listing when anything moved.
       2900-BOOK-THE-ACCOUNT.
           COMPUTE WS-NET-CHANGE = WS-ACCRUAL-CHANGE + WS-REVERSAL
           ADD 1 TO WS-CT-ACCOUNTS(WS-CT-FOUND-IDX)
           ADD WS-PRIOR-ACCRUED  TO WS-CT-PRIOR-TOTAL(WS-CT-FOUND-IDX)
           ADD WS-ACCRUAL-CHANGE TO WS-CT-ACCRUAL(WS-CT-FOUND-IDX)
           ADD WS-REVERSAL       TO WS-CT-REVERSAL(WS-CT-FOUND-IDX)
           ADD WS-NEW-ACCRUED    TO WS-CT-NEW-TOTAL(WS-CT-FOUND-IDX)
           ADD WS-NET-CHANGE     TO WS-DETAIL-NET-TOTAL
           IF WS-REVERSAL NOT = ZERO
               ADD 1 TO WS-REVERSED-COUNT
           END-IF
           IF WS-ACCRUAL-CHANGE NOT = ZERO OR WS-REVERSAL NOT = ZERO
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-CT-LOOK-COMPANY TO DTL-COMPANY
               MOVE WS-CT-LOOK-TYPE    TO DTL-TYPE
               IF WS-CUR-KEY > WS-PRI-KEY
                   MOVE ACR-ACCT-NO   TO DTL-ACCT-NO
                   MOVE ACR-BASE-DATE TO DTL-BASE-DATE
               ELSE
                   MOVE ACCT-NO            TO DTL-ACCT-NO
                   MOVE ACCT-LAST-INT-DATE TO DTL-BASE-DATE
               END-IF
               MOVE WS-DAYS-ELAPSED    TO DTL-DAYS
               MOVE WS-APPLICABLE-RATE TO DTL-RATE
               MOVE WS-PRIOR-ACCRUED   TO DTL-PRIOR
               MOVE WS-NEW-ACCRUED     TO DTL-NEW
               MOVE WS-NET-CHANGE      TO DTL-CHANGE
               MOVE WS-NOTE            TO DTL-NOTE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2950-WRITE-NEW-ACCRUAL.
           MOVE SPACES             TO ACCRUAL-OUT-RECORD
           MOVE ACCT-NO            TO ACO-ACCT-NO
           MOVE ACCT-COMPANY-CD    TO ACO-COMPANY-CD
           MOVE ACCT-TYPE          TO ACO-ACCT-TYPE
           MOVE ACCT-LAST-INT-DATE TO ACO-BASE-DATE
           MOVE WS-RUN-DATE        TO ACO-ACCRUAL-DATE
           MOVE WS-DAYS-ELAPSED    TO ACO-DAYS
           MOVE WS-APPLICABLE-RATE TO ACO-RATE
           MOVE WS-NEW-ACCRUED     TO ACO-ACCRUED
           WRITE ACCRUAL-OUT-RECORD
           ADD 1 TO WS-ACCROUT-COUNT.

      * Per company and type, the night's accrual and the night's
      * reversals each go to the ledger as a balanced pair: a rise
      * in the accrual debits interest expense and credits accrued
      * interest payable, a fall the reverse. Reversals ride under
      * their own source so the ledger can see what capitalization
      * took back.
       3000-WRITE-THE-FEED.
           MOVE SPACES      TO GL-FEED-HEADER
           MOVE 'HDR'       TO GLH-RECORD-TYPE
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           WRITE GL-FEED-HEADER
           MOVE ZERO TO WS-CT-IDX
           PERFORM 3100-FEED-ONE-COMPANY-TYPE
               UNTIL WS-CT-IDX >= WS-CT-COUNT
           MOVE SPACES           TO GL-FEED-TRAILER
           MOVE 'TRL'            TO GLT-RECORD-TYPE
           MOVE WS-LINES-WRITTEN TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL   TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLT-CREDIT-TOTAL
           WRITE GL-FEED-TRAILER.

       3100-FEED-ONE-COMPANY-TYPE.
           ADD 1 TO WS-CT-IDX
           IF WS-CT-MAPPED(WS-CT-IDX)
               MOVE WS-CT-ACCRUAL(WS-CT-IDX) TO WS-GL-AMOUNT
               MOVE 'INTACCR' TO WS-GL-SOURCE
               PERFORM 3200-WRITE-LINE-PAIR
               MOVE WS-CT-REVERSAL(WS-CT-IDX) TO WS-GL-AMOUNT
               MOVE 'ACCRREV' TO WS-GL-SOURCE
               PERFORM 3200-WRITE-LINE-PAIR
           END-IF.

       3200-WRITE-LINE-PAIR.
           IF WS-GL-AMOUNT NOT = ZERO
               IF WS-GL-AMOUNT > ZERO
                   MOVE WS-GL-AMOUNT TO WS-GL-ABS-AMOUNT
                   MOVE WS-CT-EXPENSE-GL(WS-CT-IDX)
                       TO GLJ-GL-ACCOUNT
                   MOVE 'D' TO GLJ-DIRECTION
                   PERFORM 3300-WRITE-ONE-LINE
                   MOVE WS-CT-PAYABLE-GL(WS-CT-IDX)
                       TO GLJ-GL-ACCOUNT
                   MOVE 'C' TO GLJ-DIRECTION
                   PERFORM 3300-WRITE-ONE-LINE
               ELSE
                   COMPUTE WS-GL-ABS-AMOUNT = ZERO - WS-GL-AMOUNT
                   MOVE WS-CT-PAYABLE-GL(WS-CT-IDX)
                       TO GLJ-GL-ACCOUNT
                   MOVE 'D' TO GLJ-DIRECTION
                   PERFORM 3300-WRITE-ONE-LINE
                   MOVE WS-CT-EXPENSE-GL(WS-CT-IDX)
                       TO GLJ-GL-ACCOUNT
                   MOVE 'C' TO GLJ-DIRECTION
                   PERFORM 3300-WRITE-ONE-LINE
               END-IF
               ADD WS-GL-AMOUNT TO WS-GL-PAYABLE-NET
           END-IF.

      * GLJ-GL-ACCOUNT and GLJ-DIRECTION are set by the caller, so
      * the record is filled field by field rather than cleared.
       3300-WRITE-ONE-LINE.
           MOVE WS-RUN-DATE              TO GLJ-RUN-DATE
           MOVE WS-CT-COMPANY(WS-CT-IDX) TO GLJ-COMPANY-CD
           MOVE WS-GL-ABS-AMOUNT         TO GLJ-AMOUNT
           MOVE WS-GL-SOURCE             TO GLJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           IF GLJ-DIRECTION = 'D'
               ADD WS-GL-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-GL-ABS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * The tie: per company and type, prior accrued plus the night's
      * accrual and reversals is tonight's accrued; the per-account
      * changes on the listing sum to the net the ledger lines move
      * accrued interest payable by; and the feed's debits equal its
      * credits. Any of those failing fails the step.
       4000-PRINT-THE-TIE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CO  T  ACCOUNTS    PRIOR ACCRUED    '
               '     ACCRUAL        REVERSALS      NEW ACCRUED'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CT-IDX
           PERFORM 4100-PRINT-ONE-COMPANY-TYPE
               UNTIL WS-CT-IDX >= WS-CT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'NET CHANGE - ACCOUNT DETAIL' TO TLN-TEXT
           MOVE WS-DETAIL-NET-TOTAL TO TLN-AMOUNT
           MOVE WS-CHANGED-COUNT    TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'NET CHANGE - LEDGER ACCRUED PAYABLE' TO TLN-TEXT
           MOVE WS-GL-PAYABLE-NET   TO TLN-AMOUNT
           MOVE WS-LINES-WRITTEN    TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'LEDGER DEBITS' TO TLN-TEXT
           MOVE WS-DEBIT-TOTAL TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'LEDGER CREDITS' TO TLN-TEXT
           MOVE WS-CREDIT-TOTAL TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DETAIL-NET-TOTAL NOT = WS-GL-PAYABLE-NET
                   OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET WS-TIE-FAILED TO TRUE
               MOVE '  *** DETAIL DOES NOT TIE TO THE LEDGER FEED'
                   TO REPORT-LINE
           ELSE
               MOVE '  DETAIL TIES TO THE LEDGER FEED' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       4100-PRINT-ONE-COMPANY-TYPE.
           ADD 1 TO WS-CT-IDX
           MOVE SPACES TO WS-CT-LINE
           MOVE WS-CT-COMPANY(WS-CT-IDX)     TO CTL-COMPANY
           MOVE WS-CT-TYPE(WS-CT-IDX)        TO CTL-TYPE
           MOVE WS-CT-ACCOUNTS(WS-CT-IDX)    TO CTL-ACCOUNTS
           MOVE WS-CT-PRIOR-TOTAL(WS-CT-IDX) TO CTL-PRIOR
           MOVE WS-CT-ACCRUAL(WS-CT-IDX)     TO CTL-ACCRUAL
           MOVE WS-CT-REVERSAL(WS-CT-IDX)    TO CTL-REVERSAL
           MOVE WS-CT-NEW-TOTAL(WS-CT-IDX)   TO CTL-NEW
           IF WS-CT-MAPPED(WS-CT-IDX)
               IF WS-CT-PRIOR-TOTAL(WS-CT-IDX)
                       + WS-CT-ACCRUAL(WS-CT-IDX)
                       + WS-CT-REVERSAL(WS-CT-IDX)
                       NOT = WS-CT-NEW-TOTAL(WS-CT-IDX)
                   SET WS-TIE-FAILED TO TRUE
                   MOVE '*** DOES NOT FOOT' TO CTL-NOTE
               END-IF
           ELSE
               MOVE 'NOT BOOKED - NO MAP' TO CTL-NOTE
           END-IF
           MOVE WS-CT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE ACCTMAST-FILE RATETBL-FILE TDEPOSIT-FILE
                 ACCRIN-FILE ACCROUT-FILE GLFEED-FILE REPORT-FILE
           DISPLAY 'INTACCR - Accounts on master    ' WS-MASTER-COUNT
           DISPLAY 'INTACCR - Prior accruals read   ' WS-ACCRIN-COUNT
           DISPLAY 'INTACCR - Accruals written      ' WS-ACCROUT-COUNT
           DISPLAY 'INTACCR - Accounts moved        ' WS-CHANGED-COUNT
           DISPLAY 'INTACCR - Accruals reversed     '
               WS-REVERSED-COUNT
           DISPLAY 'INTACCR - Not booked, no GLMAP  '
               WS-UNMAPPED-COUNT
           DISPLAY 'INTACCR - Ledger lines written  ' WS-LINES-WRITTEN
           EVALUATE TRUE
               WHEN WS-TIE-FAILED
                   DISPLAY 'INTACCR - The listing does not tie to '
                       'the ledger feed - the feed must not reach '
                       'the ledger'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNMAPPED-COUNT > ZERO
                   DISPLAY 'INTACCR - Accounts with no GLMAP E/A '
                       'cards were carried unbooked - see ACCRRPT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'INTACCR - Ended'.
