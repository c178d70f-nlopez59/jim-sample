       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.
      * Nightly term deposit maturity processing, run after the rule
      * engine has posted the night. Every open deposit on TDEPOSIT
      * whose maturity has arrived - the first business day on or
      * after its maturity date, judged on the same CALFILE calendar
      * STORDGEN and TRANRLSE read - is matured:
      *
      *   final interest - accrued since ACCT-LAST-INT-DATE up to the
      *              maturity date at the rate locked for the term,
      *              with INTCAP's day-count and rounding, and
      *              capitalized onto the deposit;
      *   rollover - the deposit renews for the same term from the
      *              old maturity date, locking the RATETBL rate in
      *              force for the company's term deposits tonight;
      *   payout   - principal plus interest moves to the linked
      *              savings or checking account as a two-sided
      *              posting checked on both sides before either is
      *              touched, the RULE-5 discipline, and the deposit
      *              is marked paid out.
      *
      * Every posting is journaled to POSTJRNL under caller-id
      * TDMATUR (a payout as an XREF pair, like a RULE-5 transfer)
      * and re-emitted on the POSTUPDT writeback feed ahead of the
      * step that applies it to ACCOUNT_TABLE. A payout that cannot
      * be made - the deposit is held, or the payout account is
      * gone, closed or held - is listed and left matured on the
      * file, so the next night tries again and RULE-4 now lets the
      * branch withdraw it by hand. The maturity listing shows what
      * rolled over and what was paid out. A rerun is safe: a rolled
      * deposit carries its new maturity date, a paid one its
      * paid-out status, and a capitalized one accrues zero days.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The run-control trailer file names tonight's run date.
           SELECT RUNCTL-FILE   ASSIGN TO DATCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * A hold in force on either side of a payout stops it, as it
      * stops every monetary rule.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
      * The rate a rolled deposit locks for its new term.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-DATE
                  FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Db2 writeback feed - extended onto the rule engine's own
      * feed, so the one DB2APPLY step that follows carries both.
           SELECT POSTUPDT-FILE ASSIGN TO POSTUPDT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO MATRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  POSTUPDT-FILE.
           COPY ACCTMNT
               REPLACING ==ACCT-MAINT-RECORD==
                                        BY ==UPD-MAINT-RECORD==
                         ==AM-TRAN-CODE==
                                        BY ==UPD-TRAN-CODE==
                         ==AM-ADD==     BY ==UPD-ADD==
                         ==AM-CHANGE==  BY ==UPD-CHANGE==
                         ==AM-DELETE==  BY ==UPD-DELETE==
                         ==AM-ACCT-NO== BY ==UPD-ACCT-NO==
                         ==AM-ACCT-STATUS==
                                        BY ==UPD-ACCT-STATUS==
                         ==AM-ACCT-COMPANY-CD==
                                        BY ==UPD-ACCT-COMPANY-CD==
                         ==AM-ACCT-TYPE==
                                        BY ==UPD-ACCT-TYPE==
                         ==AM-ACCT-BALANCE-NUM==
                                        BY ==UPD-ACCT-BALANCE-NUM==
                         ==AM-ACCT-BALANCE==
                                        BY ==UPD-ACCT-BALANCE==
                         ==AM-ACCT-INT-RATE-NUM==
                                        BY ==UPD-ACCT-INT-RATE-NUM==
                         ==AM-ACCT-INT-RATE==
                                        BY ==UPD-ACCT-INT-RATE==
                         ==AM-ACCT-OPEN-DATE==
                                        BY ==UPD-ACCT-OPEN-DATE==
                         ==AM-ACCT-LAST-INT-DATE==
                                        BY ==UPD-ACCT-LAST-INT-DATE==
                         ==AM-ACCT-CUST-NO==
                                        BY ==UPD-ACCT-CUST-NO==
                         ==AM-ACCT-CURRENCY-CD==
                                        BY ==UPD-ACCT-CURRENCY-CD==
                         ==AM-ACCT-YTD-INT-NUM==
                                        BY ==UPD-ACCT-YTD-INT-NUM==
                         ==AM-ACCT-YTD-INT==
                                        BY ==UPD-ACCT-YTD-INT==.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-TDEPOSIT-OPEN-OK             VALUE '00' '05' '97'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
       01  WS-CALENDAR-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-DEPOSIT-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-DEPOSIT-EOF              VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-CAL-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  WS-CAL-FOUND                VALUE 'Y'.
           05  WS-MATURITY-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-MATURITY-FOUND           VALUE 'Y'.
           05  WS-POSTING-FAILED-SW    PIC X(01)  VALUE 'N'.
               88  WS-POSTING-FAILED           VALUE 'Y'.
           05  WS-PAYOUT-REFUSED-SW    PIC X(01)  VALUE 'N'.
               88  WS-PAYOUT-REFUSED           VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.

      * The forward business-day search - the same walk (and the
      * same safety limit) STORDGEN and TRANRLSE use.
       01  WS-CALENDAR-CALC.
           05  WS-BUSINESS-MATURITY    PIC 9(08).
           05  WS-CAL-LOOKUP-DATE      PIC 9(08).
           05  WS-CAL-LOOKUP-INT       PIC S9(09)      COMP-3.
           05  WS-CAL-DAYS-SEARCHED    PIC 9(03) COMP  VALUE ZERO.
           05  WS-CAL-SEARCH-LIMIT     PIC 9(03) COMP  VALUE 14.

      * Final interest working fields - the formula and rounding
      * INTCAP and RULE-3 use, so the final capitalization is what
      * RULE-3 has been reporting.
       01  WS-ACCRUAL-CALC.
           05  WS-LAST-INT-DATE-8      PIC 9(08).
           05  WS-DAYS-ELAPSED         PIC S9(05)      COMP-3.
           05  WS-INTEREST-ACCRUED     PIC S9(09)V99   COMP-3.
           05  WS-OLD-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-NEW-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-JOURNAL-AMOUNT       PIC S9(09)V99   COMP-3.
           05  WS-JOURNAL-XREF         PIC X(10).

      * The payout pair - the deposit's side is held here while the
      * payout account is read into the shared record area, and
      * both sides' balances are proven before either is rewritten.
       01  WS-PAYOUT-CALC.
           05  WS-DEP-ACCT-NO          PIC X(10).
           05  WS-DEP-COMPANY-CD       PIC X(03).
           05  WS-DEP-CURRENCY-CD      PIC X(03).
           05  WS-PAYOUT-AMOUNT        PIC S9(09)V99   COMP-3.
           05  WS-DEP-OLD-BAL          PIC S9(09)V99   COMP-3.
           05  WS-PAY-OLD-BAL          PIC S9(09)V99   COMP-3.
           05  WS-PAY-NEW-BAL          PIC S9(09)V99   COMP-3.

       01  WS-APPLICABLE-RATE          PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

      * Maturity date working fields - the term is added as whole
      * months with the day clamped to the target month's length,
      * exactly as TDEPMNT set the first maturity date.
       01  WS-MATURITY-CALC.
           05  WS-MAT-DATE-X           PIC X(08).
           05  WS-MAT-DATE-N REDEFINES WS-MAT-DATE-X.
               10  WS-MAT-YEAR         PIC 9(04).
               10  WS-MAT-MONTH        PIC 9(02).
               10  WS-MAT-DAY          PIC 9(02).
           05  WS-MAT-MAX-DAY          PIC 9(02)  VALUE ZERO.
           05  WS-MAT-MONTH-COUNT      PIC 9(07) COMP  VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(03) COMP  VALUE ZERO.
           05  WS-OLD-MATURITY         PIC 9(08)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-DEPOSITS-READ        PIC 9(07) COMP  VALUE ZERO.
           05  WS-DEPOSITS-MATURED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-ROLLED-OVER          PIC 9(07) COMP  VALUE ZERO.
           05  WS-PAID-OUT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALENDAR-GAPS        PIC 9(07) COMP  VALUE ZERO.
           05  WS-REWRITE-ERRORS       PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-PAID-OUT           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-MATURITY-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-COMPANY-CD          PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-MATURITY-DATE       PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-INTEREST            PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-AMOUNT              PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-ACTION              PIC X(56).

       01  WS-ACTION-HOLD              PIC X(56)  VALUE SPACES.
       01  WS-RATE-ED                  PIC ZZ9.9999.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'TDMATUR' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-ONE-DEPOSIT
               UNTIL WS-DEPOSIT-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-DEPOSITS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'TDMATUR - Started. Maturing term deposits.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNCTL-FILE
           PERFORM 1100-READ-ONE-TRAILER
               UNTIL WS-RUNCTL-EOF
           CLOSE RUNCTL-FILE
           DISPLAY 'TDMATUR - Maturity run date ' WS-RUN-DATE
           OPEN I-O TDEPOSIT-FILE
           IF NOT WS-TDEPOSIT-OPEN-OK
               DISPLAY 'TDMATUR - TDEPOSIT open failed, status '
                   WS-TDEPOSIT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE WS-DEPOSITS-READ TO STC-RECORDS
               MOVE RETURN-CODE TO STC-COND-CODE
               SET STC-STEP-END TO TRUE
               CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
               STOP RUN
           END-IF
           OPEN I-O    ACCTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN INPUT  CALENDAR-FILE
           OPEN EXTEND POSTJRNL-FILE
           OPEN EXTEND POSTUPDT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'TERM DEPOSIT MATURITY LISTING - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  ACCOUNT     CO   MATURED   FINAL INTEREST'
               '         AMOUNT  ACTION'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-NEXT-DEPOSIT.

       1100-READ-ONE-TRAILER.
           READ RUNCTL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-RUN-DATE IS NUMERIC
                       MOVE RC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.

      * A deposit is worked only while it is open and its maturity
      * date has come - a maturity date still in the future cannot
      * have a business day on or before tonight, so the calendar is
      * consulted only for the ones that might be due. A record
      * whose maturity date is not numeric (the cluster's seed
      * record) is passed over.
       2000-WORK-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-READ
           EVALUATE TRUE
               WHEN TD-MATURITY-DATE NOT NUMERIC
                   CONTINUE
               WHEN TD-STATUS-PAID-OUT
                   CONTINUE
               WHEN TD-MATURITY-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-CHECK-BUSINESS-DAY
           END-EVALUATE
           PERFORM 2100-READ-NEXT-DEPOSIT.

       2100-READ-NEXT-DEPOSIT.
           READ TDEPOSIT-FILE NEXT RECORD
               AT END SET WS-DEPOSIT-EOF TO TRUE
           END-READ.

      * A maturity date that falls on a weekend or holiday matures
      * on the next business day - the deposit keeps earning at its
      * locked rate up to the maturity date itself either way.
       2200-CHECK-BUSINESS-DAY.
           MOVE TD-MATURITY-DATE TO WS-OLD-MATURITY
           PERFORM 2400-FIND-BUSINESS-MATURITY
           EVALUATE TRUE
               WHEN NOT WS-MATURITY-FOUND
                   ADD 1 TO WS-CALENDAR-GAPS
                   MOVE ZERO TO WS-INTEREST-ACCRUED
                   MOVE ZERO TO WS-JOURNAL-AMOUNT
                   MOVE 'NOT MATURED - NO BUSINESS DAY ON CALENDAR'
                       TO WS-ACTION-HOLD
                   PERFORM 2900-LIST-DEPOSIT
               WHEN WS-BUSINESS-MATURITY > WS-RUN-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2300-MATURE-DEPOSIT
           END-EVALUATE.

       2300-MATURE-DEPOSIT.
           MOVE ZERO TO WS-INTEREST-ACCRUED
           MOVE ZERO TO WS-JOURNAL-AMOUNT
           MOVE 'N' TO WS-POSTING-FAILED-SW
           MOVE TD-ACCT-NO TO ACCT-NO
           PERFORM 2800-READ-ACCT-BY-KEY
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE 'NOT MATURED - DEPOSIT ACCOUNT NOT ON MASTER'
                       TO WS-ACTION-HOLD
               WHEN ACCT-STATUS-CLOSED
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE 'NOT MATURED - DEPOSIT ACCOUNT IS CLOSED'
                       TO WS-ACTION-HOLD
               WHEN OTHER
                   ADD 1 TO WS-DEPOSITS-MATURED
                   PERFORM 2500-CAPITALIZE-FINAL-INTEREST
                   IF NOT WS-POSTING-FAILED
                       IF TD-PAYOUT
                           PERFORM 2700-PAY-OUT
                       ELSE
                           PERFORM 2600-ROLL-OVER
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 2900-LIST-DEPOSIT.

       2400-FIND-BUSINESS-MATURITY.
           MOVE 'N' TO WS-MATURITY-FOUND-SW
           MOVE ZERO TO WS-BUSINESS-MATURITY
           MOVE TD-MATURITY-DATE TO WS-CAL-LOOKUP-DATE
           COMPUTE WS-CAL-LOOKUP-INT =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
           MOVE ZERO TO WS-CAL-DAYS-SEARCHED
           PERFORM 2410-CHECK-ONE-CALENDAR-DAY
               UNTIL WS-MATURITY-FOUND
                  OR WS-CAL-DAYS-SEARCHED > WS-CAL-SEARCH-LIMIT.

       2410-CHECK-ONE-CALENDAR-DAY.
           MOVE 'N' TO WS-CAL-FOUND-SW
           MOVE WS-CAL-LOOKUP-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CAL-FOUND-SW
           END-READ
           IF WS-CAL-FOUND AND CAL-BUSINESS-DAY
               SET WS-MATURITY-FOUND TO TRUE
               MOVE WS-CAL-LOOKUP-DATE TO WS-BUSINESS-MATURITY
           ELSE
               ADD 1 TO WS-CAL-LOOKUP-INT
               ADD 1 TO WS-CAL-DAYS-SEARCHED
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-LOOKUP-INT)
                   TO WS-CAL-LOOKUP-DATE
           END-IF.

      * Interest from the last capitalization up to the maturity
      * date at the locked rate. Nothing to post (no days, or an
      * amount that rounds to zero) leaves the master alone; a
      * rerun finds the interest date already at maturity and
      * accrues nothing.
       2500-CAPITALIZE-FINAL-INTEREST.
           MOVE ACCT-LAST-INT-DATE TO WS-LAST-INT-DATE-8
           COMPUTE WS-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-LAST-INT-DATE-8)
           IF WS-DAYS-ELAPSED < 0
               MOVE 0 TO WS-DAYS-ELAPSED
           END-IF
           COMPUTE WS-INTEREST-ACCRUED ROUNDED =
               ACCT-BALANCE * TD-LOCKED-RATE * WS-DAYS-ELAPSED
                   / 36500
           IF WS-INTEREST-ACCRUED NOT = ZERO
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE + WS-INTEREST-ACCRUED
               MOVE WS-NEW-BALANCE   TO ACCT-BALANCE
               MOVE TD-MATURITY-DATE TO ACCT-LAST-INT-DATE
               ADD WS-INTEREST-ACCRUED TO ACCT-YTD-INTEREST
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 2850-REWRITE-FAILED
                       MOVE 'NOT MATURED - INTEREST REWRITE FAILED'
                           TO WS-ACTION-HOLD
                   NOT INVALID KEY
                       ADD WS-INTEREST-ACCRUED TO WS-TOTAL-INTEREST
                       MOVE WS-INTEREST-ACCRUED TO WS-JOURNAL-AMOUNT
                       MOVE SPACES TO WS-JOURNAL-XREF
                       PERFORM 2950-WRITE-POSTING-JOURNAL
                       PERFORM 2960-WRITE-POSTING-WRITEBACK
               END-REWRITE
           END-IF.

      * The deposit renews from its old maturity date for the same
      * term, locking the rate in force for the company's term
      * deposits tonight - the deposit's old rate stands when the
      * table has no term deposit entry for the company.
       2600-ROLL-OVER.
           MOVE TD-MATURITY-DATE TO TD-LAST-MATURED-DATE
           MOVE TD-MATURITY-DATE TO TD-START-DATE
           PERFORM 2650-SET-MATURITY-DATE
           PERFORM 2660-GET-APPLICABLE-RATE
           MOVE WS-APPLICABLE-RATE TO TD-LOCKED-RATE
           ADD 1 TO TD-ROLLOVER-COUNT
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY 'TDMATUR - TDEPOSIT rewrite failed for '
                       'account ' TD-ACCT-NO ' status '
                       WS-TDEPOSIT-STATUS
                   MOVE 'INTEREST POSTED - ROLLOVER REWRITE FAILED'
                       TO WS-ACTION-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-OVER
                   MOVE ACCT-BALANCE TO WS-JOURNAL-AMOUNT
                   MOVE TD-LOCKED-RATE TO WS-RATE-ED
                   MOVE SPACES TO WS-ACTION-HOLD
                   STRING 'ROLLED OVER TO ' TD-MATURITY-DATE
                       ' AT ' WS-RATE-ED
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
           END-REWRITE.

      * Old maturity date plus the term in whole months, the day
      * clamped to the target month - TDEPMNT's calculation.
       2650-SET-MATURITY-DATE.
           MOVE TD-START-DATE TO WS-MAT-DATE-X
           COMPUTE WS-MAT-MONTH-COUNT =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + TD-TERM-MONTHS
           DIVIDE WS-MAT-MONTH-COUNT BY 12
               GIVING WS-MAT-YEAR REMAINDER WS-MAT-MONTH
           ADD 1 TO WS-MAT-MONTH
           EVALUATE WS-MAT-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MAT-MAX-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MAT-MAX-DAY
               WHEN 02
                   PERFORM 2655-SET-FEBRUARY-LIMIT
           END-EVALUATE
           IF WS-MAT-DAY > WS-MAT-MAX-DAY
               MOVE WS-MAT-MAX-DAY TO WS-MAT-DAY
           END-IF
           MOVE WS-MAT-DATE-N TO TD-MATURITY-DATE.

       2655-SET-FEBRUARY-LIMIT.
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

      * The RATETBL entry for the company's term deposits with the
      * highest effective date on or before tonight - the walk
      * DATRULE2's GET-APPLICABLE-RATE makes.
       2660-GET-APPLICABLE-RATE.
           MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
           MOVE TD-COMPANY-CD  TO RT-COMPANY-CD
           MOVE 'T'            TO RT-ACCT-TYPE
           MOVE ZERO           TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           START RATETBL-FILE KEY >= RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RATE-MORE TO TRUE
           END-START
           PERFORM 2665-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

       2665-GET-NEXT-RATE-ENTRY.
           READ RATETBL-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-RATE-MORE-SW
               NOT AT END
                   IF RT-COMPANY-CD = TD-COMPANY-CD
                           AND RT-ACCT-TYPE = 'T'
                           AND RT-EFF-DATE <= WS-RUN-DATE
                       MOVE RT-INT-RATE TO WS-APPLICABLE-RATE
                   ELSE
                       MOVE 'N' TO WS-RATE-MORE-SW
                   END-IF
           END-READ.

      * Principal plus interest to the payout account. Both sides
      * are edited before either is touched - the deposit must not
      * be held, and the payout account must be on the master,
      * active, not held, a savings or checking account, and in the
      * deposit's company and currency. A refused payout leaves the
      * deposit matured on file for the next night.
       2700-PAY-OUT.
           MOVE 'N'              TO WS-PAYOUT-REFUSED-SW
           MOVE ACCT-NO          TO WS-DEP-ACCT-NO
           MOVE ACCT-COMPANY-CD  TO WS-DEP-COMPANY-CD
           MOVE ACCT-CURRENCY-CD TO WS-DEP-CURRENCY-CD
           MOVE ACCT-BALANCE     TO WS-DEP-OLD-BAL
           MOVE ACCT-BALANCE     TO WS-PAYOUT-AMOUNT
           MOVE WS-DEP-ACCT-NO   TO AHL-ACCT-NO
           PERFORM 2780-CHECK-ACCOUNT-HOLD
           IF WS-HOLD-ACTIVE
               MOVE 'Y' TO WS-PAYOUT-REFUSED-SW
               MOVE SPACES TO WS-ACTION-HOLD
               STRING 'PAYOUT REFUSED - DEPOSIT HELD - HOLD '
                   AHL-HOLD-TYPE
                   DELIMITED BY SIZE INTO WS-ACTION-HOLD
           ELSE
               PERFORM 2710-EDIT-PAYOUT-SIDE
           END-IF
           EVALUATE TRUE
               WHEN WS-PAYOUT-REFUSED
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE WS-PAYOUT-AMOUNT TO WS-JOURNAL-AMOUNT
               WHEN WS-PAYOUT-AMOUNT NOT > ZERO
                   PERFORM 2760-MARK-PAID-OUT
                   MOVE 'PAID OUT - NOTHING LEFT TO PAY'
                       TO WS-ACTION-HOLD
               WHEN OTHER
                   PERFORM 2720-APPLY-PAYOUT
           END-EVALUATE.

       2710-EDIT-PAYOUT-SIDE.
           MOVE TD-PAYOUT-ACCT TO ACCT-NO
           PERFORM 2800-READ-ACCT-BY-KEY
           MOVE TD-PAYOUT-ACCT TO AHL-ACCT-NO
           PERFORM 2780-CHECK-ACCOUNT-HOLD
           MOVE 'Y' TO WS-PAYOUT-REFUSED-SW
           MOVE SPACES TO WS-ACTION-HOLD
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' NOT ON MASTER'
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN WS-HOLD-ACTIVE
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' HELD - HOLD ' AHL-HOLD-TYPE
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CHECKING
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' NOT SAVINGS OR CHECKING'
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN ACCT-COMPANY-CD NOT = WS-DEP-COMPANY-CD
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' BELONGS TO ANOTHER COMPANY'
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN ACCT-CURRENCY-CD NOT = WS-DEP-CURRENCY-CD
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' CURRENCY MISMATCH'
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN NOT ACCT-STATUS-ACTIVE
                   STRING 'PAYOUT REFUSED - ' TD-PAYOUT-ACCT
                       ' NOT ACTIVE'
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
               WHEN OTHER
                   MOVE 'N' TO WS-PAYOUT-REFUSED-SW
                   MOVE ACCT-BALANCE TO WS-PAY-OLD-BAL
                   COMPUTE WS-PAY-NEW-BAL =
                       ACCT-BALANCE + WS-PAYOUT-AMOUNT
           END-EVALUATE.

      * Both sides proven - the deposit is emptied first, then the
      * payout account credited, each re-read by key, rewritten,
      * journaled with the other side as its cross-reference and
      * re-emitted on the writeback feed. A rewrite failure here is
      * an I/O error, not a refusal.
       2720-APPLY-PAYOUT.
           MOVE WS-DEP-ACCT-NO TO ACCT-NO
           PERFORM 2800-READ-ACCT-BY-KEY
           MOVE WS-DEP-OLD-BAL TO WS-OLD-BALANCE
           MOVE ZERO           TO WS-NEW-BALANCE
           MOVE ZERO           TO ACCT-BALANCE
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2850-REWRITE-FAILED
                   MOVE 'PAYOUT FAILED - DEPOSIT REWRITE ERROR'
                       TO WS-ACTION-HOLD
               NOT INVALID KEY
                   COMPUTE WS-JOURNAL-AMOUNT =
                       ZERO - WS-PAYOUT-AMOUNT
                   MOVE TD-PAYOUT-ACCT TO WS-JOURNAL-XREF
                   PERFORM 2950-WRITE-POSTING-JOURNAL
                   PERFORM 2960-WRITE-POSTING-WRITEBACK
                   PERFORM 2730-APPLY-PAYOUT-CREDIT
           END-REWRITE.

       2730-APPLY-PAYOUT-CREDIT.
           MOVE TD-PAYOUT-ACCT TO ACCT-NO
           PERFORM 2800-READ-ACCT-BY-KEY
           MOVE WS-PAY-OLD-BAL TO WS-OLD-BALANCE
           MOVE WS-PAY-NEW-BAL TO WS-NEW-BALANCE
           MOVE WS-PAY-NEW-BAL TO ACCT-BALANCE
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   PERFORM 2850-REWRITE-FAILED
                   MOVE 'PAYOUT FAILED - CREDIT SIDE REWRITE ERROR'
                       TO WS-ACTION-HOLD
               NOT INVALID KEY
                   MOVE WS-PAYOUT-AMOUNT TO WS-JOURNAL-AMOUNT
                   MOVE WS-DEP-ACCT-NO   TO WS-JOURNAL-XREF
                   PERFORM 2950-WRITE-POSTING-JOURNAL
                   PERFORM 2960-WRITE-POSTING-WRITEBACK
                   ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID-OUT
                   PERFORM 2760-MARK-PAID-OUT
                   MOVE SPACES TO WS-ACTION-HOLD
                   STRING 'PAID OUT TO ' TD-PAYOUT-ACCT
                       DELIMITED BY SIZE INTO WS-ACTION-HOLD
           END-REWRITE.

       2760-MARK-PAID-OUT.
           MOVE TD-MATURITY-DATE TO TD-LAST-MATURED-DATE
           SET TD-STATUS-PAID-OUT TO TRUE
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-ERRORS
                   DISPLAY 'TDMATUR - TDEPOSIT rewrite failed for '
                       'account ' TD-ACCT-NO ' status '
                       WS-TDEPOSIT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PAID-OUT
           END-REWRITE.

       2780-CHECK-ACCOUNT-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           READ ACCTHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AHL-IN-FORCE
                       SET WS-HOLD-ACTIVE TO TRUE
                   END-IF
           END-READ.

       2800-READ-ACCT-BY-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       2850-REWRITE-FAILED.
           SET WS-POSTING-FAILED TO TRUE
           ADD 1 TO WS-REWRITE-ERRORS
           DISPLAY 'TDMATUR - Rewrite failed for account '
               ACCT-NO ' status ' WS-ACCTMAST-STATUS.

       2900-LIST-DEPOSIT.
           MOVE SPACES TO WS-MATURITY-LINE
           MOVE TD-ACCT-NO          TO MTL-ACCT-NO
           MOVE TD-COMPANY-CD       TO MTL-COMPANY-CD
           MOVE WS-OLD-MATURITY     TO MTL-MATURITY-DATE
           MOVE WS-INTEREST-ACCRUED TO MTL-INTEREST
           MOVE WS-JOURNAL-AMOUNT   TO MTL-AMOUNT
           MOVE WS-ACTION-HOLD      TO MTL-ACTION
           MOVE WS-MATURITY-LINE    TO REPORT-LINE
           WRITE REPORT-LINE.

      * One journal entry per posting in the RULE-4 before/after
      * shape - a payout side carries the other side's account in
      * the cross-reference, the way a RULE-5 pair does.
       2950-WRITE-POSTING-JOURNAL.
           MOVE SPACES                TO POSTING-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
           MOVE ACCT-NO               TO PJ-ACCT-NO
           MOVE ACCT-COMPANY-CD       TO PJ-COMPANY-CD
           MOVE ACCT-TYPE             TO PJ-ACCT-TYPE
           MOVE WS-JOURNAL-AMOUNT     TO PJ-AMOUNT
           MOVE WS-OLD-BALANCE        TO PJ-OLD-BALANCE
           MOVE WS-NEW-BALANCE        TO PJ-NEW-BALANCE
           MOVE 'TDMATUR'             TO PJ-CALLER-ID
           MOVE WS-JOURNAL-XREF       TO PJ-XREF-ACCT
           MOVE ACCT-CURRENCY-CD      TO PJ-CURRENCY-CD
           MOVE WS-RUN-DATE           TO PJ-RUN-DATE
           WRITE POSTING-JOURNAL-RECORD.

      * The posted account re-emitted as a CHANGE maintenance
      * transaction, image-compatible with the ACCTMAINT writeback
      * feed, so DB2APPLY carries it to ACCOUNT_TABLE.
       2960-WRITE-POSTING-WRITEBACK.
           MOVE SPACES              TO UPD-MAINT-RECORD
           MOVE 'C'                 TO UPD-TRAN-CODE
           MOVE ACCT-NO             TO UPD-ACCT-NO
           MOVE ACCT-STATUS         TO UPD-ACCT-STATUS
           MOVE ACCT-COMPANY-CD     TO UPD-ACCT-COMPANY-CD
           MOVE ACCT-TYPE           TO UPD-ACCT-TYPE
           MOVE ACCT-BALANCE        TO UPD-ACCT-BALANCE-NUM
           MOVE ACCT-INT-RATE       TO UPD-ACCT-INT-RATE-NUM
           MOVE ACCT-OPEN-DATE      TO UPD-ACCT-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE  TO UPD-ACCT-LAST-INT-DATE
           MOVE ACCT-CUST-NO        TO UPD-ACCT-CUST-NO
           MOVE ACCT-CURRENCY-CD    TO UPD-ACCT-CURRENCY-CD
           MOVE ACCT-YTD-INTEREST   TO UPD-ACCT-YTD-INT-NUM
           WRITE UPD-MAINT-RECORD.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'DEPOSITS MATURED'      TO TLN-TEXT
           MOVE WS-DEPOSITS-MATURED     TO TLN-COUNT
           MOVE WS-TOTAL-INTEREST       TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ROLLED OVER'           TO TLN-TEXT
           MOVE WS-ROLLED-OVER          TO TLN-COUNT
           MOVE ZERO                    TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'PAID OUT'              TO TLN-TEXT
           MOVE WS-PAID-OUT             TO TLN-COUNT
           MOVE WS-TOTAL-PAID-OUT       TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'EXCEPTIONS'            TO TLN-TEXT
           MOVE WS-EXCEPTIONS           TO TLN-COUNT
           MOVE ZERO                    TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TDEPOSIT-FILE ACCTMAST-FILE ACCTHOLD-FILE
                 RATETBL-FILE CALENDAR-FILE POSTJRNL-FILE
                 POSTUPDT-FILE REPORT-FILE
           DISPLAY 'TDMATUR - Deposits read    ' WS-DEPOSITS-READ
           DISPLAY 'TDMATUR - Matured          ' WS-DEPOSITS-MATURED
           DISPLAY 'TDMATUR - Rolled over      ' WS-ROLLED-OVER
           DISPLAY 'TDMATUR - Paid out         ' WS-PAID-OUT
           DISPLAY 'TDMATUR - Exceptions       ' WS-EXCEPTIONS
           DISPLAY 'TDMATUR - Calendar gaps    ' WS-CALENDAR-GAPS
           DISPLAY 'TDMATUR - Rewrite errors   ' WS-REWRITE-ERRORS
           EVALUATE TRUE
               WHEN WS-REWRITE-ERRORS > ZERO
                   DISPLAY 'TDMATUR - Ending with a non-zero '
                       'condition code - one or more rewrites failed'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTIONS > ZERO OR WS-CALENDAR-GAPS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'TDMATUR - Ended'.
