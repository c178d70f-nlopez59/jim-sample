      *              accumulating posting journal (by PJ-RUN-DATE,
      *              anchored to the run-control trailer the way
      *              FEEDDIST anchors its distribution), EXCLUDING
      *              the INTCAP, FEEPOST, ACCTCLOS, ESCHEAT and
      *              DSPTMNT caller-ids - those postings belong to
      *              their own jobs' extracts.
      *   PARM=caller-id ('INTCAP', 'FEEPOST', 'ACCTCLOS',
      *              'ESCHEAT', 'DSPTMNT') - the dedicated mode the
      *              month-end, fee, closure, escheat and dispute
      *              jobs run: only that caller's postings, and
      *              only those of its latest run date, taken from
      *              the journal itself rather than any clock, so
      *              the selection is the same whenever the step
      *              runs.
      *
      * Either way the selected postings summarize into balanced GL
      * journal entries: each posting's amount
      * with no mapping - fails the step so nothing unbalanced can
      * reach the ledger. This retires the re-keying of printed
      * reports into the corporate GL.
      *
      * The ledger is kept in the base currency. A posting to a
      * foreign-currency account is restated in base at the rate in
      * force on its own run date (FXRLOOK, off the FXRATE table)
      * before it is summarized, and the listing shows each
      * company's postings by currency, native beside base. A
      * posting in a currency with no rate fails the step - it is
      * never taken at one. The month-end revaluation of those
      * balances to the month-end rate is FXREVAL's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  WS-HAS-UNMAPPED             VALUE 'Y'.
           05  WS-UNBALANCED-SW        PIC X(01)  VALUE 'N'.
               88  WS-HAS-UNBALANCED           VALUE 'Y'.
           05  WS-RATE-MISSING-SW      PIC X(01)  VALUE 'N'.
               88  WS-RATE-MISSING             VALUE 'Y'.

      * Nightly mode: the run date off the LAST run-control trailer
      * - the same read-through-to-last FEEDDIST uses. Dedicated
       01  WS-BAL-IDX                  PIC 9(02) COMP  VALUE ZERO.
       01  WS-BAL-FOUND-IDX            PIC 9(02) COMP  VALUE ZERO.

      * The posting in hand, reduced to the shape the map keys on -
      * its amount already restated in the base currency.
       01  WS-POSTING-WORK.
           05  WS-PST-DIRECTION        PIC X(01).
           05  WS-PST-BASE-AMOUNT      PIC S9(13)V99   COMP-3.
           05  WS-PST-ABS-AMOUNT       PIC S9(13)V99   COMP-3.

      * Every posting is restated through FXRLOOK at its run date.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.

      * The selected postings per company and currency, native and
      * base, for the listing's currency section.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-COMPANY      PIC X(03).
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-POSTINGS     PIC 9(07) COMP.
               10  WS-CCY-NATIVE-NET   PIC S9(13)V99   COMP-3.
               10  WS-CCY-BASE-NET     PIC S9(13)V99   COMP-3.
       01  WS-CCY-COUNT                PIC 9(02) COMP  VALUE ZERO.
       01  WS-CCY-IDX                  PIC 9(02) COMP  VALUE ZERO.
       01  WS-CCY-FOUND-IDX            PIC 9(02) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSTINGS-TONIGHT     PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-NO-RATE-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTALS.
           05  WS-DEBIT-TOTAL          PIC S9(13)V99   COMP-3
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BAL-VERDICT             PIC X(16).

       01  WS-CURRENCY-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-POSTINGS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-NATIVE-NET          PIC -(13)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CCL-BASE-NET            PIC -(13)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           MOVE 'GLEXTR' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-ONE-POSTING
               UNTIL WS-JOURNAL-EOF
           PERFORM 3000-WRITE-THE-FEED
           PERFORM 3500-PRINT-THE-CURRENCIES
           PERFORM 4000-PROVE-THE-BALANCE
           PERFORM 5000-TERMINATE
           MOVE WS-JOURNAL-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY 'GLEXTR - No GLMAP cards - cannot build a '
                   'ledger feed'
               MOVE 16 TO RETURN-CODE
               MOVE WS-JOURNAL-READ TO STC-RECORDS
               MOVE RETURN-CODE TO STC-COND-CODE
               SET STC-STEP-END TO TRUE
               CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
               STOP RUN
           END-IF
           OPEN INPUT  POSTJRNL-FILE
      * of this step selects the same set again (the feed
      * generation it cuts replaces, never adds to, the ledger's
      * input). No postings at all just cuts an empty, balanced
      * feed. A job whose run journaled nothing must bypass this
      * step (ACCTCLOS, ESCHEAT and DSPTMNT end on an odd code for
      * it): the latest run date found would be an earlier run's,
      * and its postings would reach the ledger twice.
       1300-FIND-CALLER-RUN-DATE.
           OPEN INPUT POSTJRNL-FILE
           PERFORM 1310-SCAN-ONE-POSTING
                   END-IF
           END-READ.

      * The 'E' and 'A' interest accrual cards are INTACCR's, and
      * the 'G' and 'L' revaluation cards FXREVAL's - only the
      * posting and clearing cards are loaded here.
       1200-LOAD-ONE-MAP-CARD.
           READ GLMAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GLM-DIRECTION NOT = 'E'
                           AND GLM-DIRECTION NOT = 'A'
                           AND GLM-DIRECTION NOT = 'G'
                           AND GLM-DIRECTION NOT = 'L'
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
               DISPLAY 'GLEXTR - Map table full - card for '
                   GLM-COMPANY-CD ' ' GLM-ACCT-TYPE ' '
                   GLM-DIRECTION ' ignored'
           END-IF.

      * One posting: a positive amount credited the customer account
      * (a GL credit), a negative one debited it. The mapped side
      * gets the absolute base amount under its GL account; the
      * company's clearing account gets the same amount on the
      * opposite side, so each posting contributes a balanced pair.
      * A posting that cannot be restated in base is listed and
      * left out of the feed, and the step fails.
       2000-SUMMARIZE-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-READ
           PERFORM 2050-SELECT-THIS-POSTING
           IF WS-POSTING-WANTED
               ADD 1 TO WS-POSTINGS-TONIGHT
               PERFORM 2060-CONVERT-TO-BASE
               PERFORM 2700-ACCUMULATE-CURRENCY
           END-IF
           IF WS-POSTING-WANTED
               IF WS-PST-BASE-AMOUNT < ZERO
                   MOVE 'D' TO WS-PST-DIRECTION
                   COMPUTE WS-PST-ABS-AMOUNT =
                       ZERO - WS-PST-BASE-AMOUNT
               ELSE
                   MOVE 'C' TO WS-PST-DIRECTION
                   MOVE WS-PST-BASE-AMOUNT TO WS-PST-ABS-AMOUNT
               END-IF
               PERFORM 2200-POST-MAPPED-SIDE
               PERFORM 2300-POST-CLEARING-SIDE
           PERFORM 2100-READ-JOURNAL.

      * The mode decides what belongs to this extract: the nightly
      * run owns everything on its run date EXCEPT the INTCAP,
      * FEEPOST, ACCTCLOS, ESCHEAT and DSPTMNT postings, which the
      * dedicated steps own outright - a clean partition by
      * caller-id, so the two extracts can never overlap however the
      * jobs land on the calendar.
       2050-SELECT-THIS-POSTING.
           MOVE 'N' TO WS-POSTING-WANTED-SW
           IF PJ-RUN-DATE = WS-RUN-DATE
               IF WS-NIGHTLY-MODE
                   IF PJ-CALLER-ID NOT = 'INTCAP'
                           AND PJ-CALLER-ID NOT = 'FEEPOST'
                           AND PJ-CALLER-ID NOT = 'ACCTCLOS'
                           AND PJ-CALLER-ID NOT = 'ESCHEAT'
                           AND PJ-CALLER-ID NOT = 'DSPTMNT'
                       SET WS-POSTING-WANTED TO TRUE
                   END-IF
               ELSE
               END-IF
           END-IF.

      * Base-currency postings (currency spaces) pass at their own
      * amount; any other is multiplied by the rate in force on the
      * posting's run date, rounded to the cent posting by posting.
       2060-CONVERT-TO-BASE.
           IF PJ-CURRENCY-CD = SPACES
               MOVE PJ-AMOUNT TO WS-PST-BASE-AMOUNT
           ELSE
               MOVE PJ-CURRENCY-CD TO FXL-CURRENCY-CD
               MOVE PJ-RUN-DATE    TO FXL-AS-OF-DATE
               CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
               IF FXL-RATE-FOUND
                   COMPUTE WS-PST-BASE-AMOUNT ROUNDED =
                       PJ-AMOUNT * FXL-RATE-TO-BASE
               ELSE
                   MOVE ZERO TO WS-PST-BASE-AMOUNT
                   ADD 1 TO WS-NO-RATE-COUNT
                   SET WS-RATE-MISSING TO TRUE
                   MOVE 'N' TO WS-POSTING-WANTED-SW
                   MOVE SPACES TO WS-HEADING-LINE
                   STRING '  *** NO EXCHANGE RATE FOR '
                       PJ-CURRENCY-CD ' ON ' PJ-RUN-DATE
                       ' - ACCOUNT ' PJ-ACCT-NO
                       ' NOT FED TO THE LEDGER'
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
                   MOVE WS-HEADING-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       2100-READ-JOURNAL.
           READ POSTJRNL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
               MOVE WS-BAL-IDX TO WS-BAL-FOUND-IDX
           END-IF.

      * The posting's native and base amounts onto its company and
      * currency entry - postings with no rate included, so the
      * listing shows what was held back.
       2700-ACCUMULATE-CURRENCY.
           MOVE ZERO TO WS-CCY-FOUND-IDX
           MOVE ZERO TO WS-CCY-IDX
           PERFORM 2710-CHECK-ONE-CURRENCY
               UNTIL WS-CCY-FOUND-IDX > ZERO
                  OR WS-CCY-IDX >= WS-CCY-COUNT
           IF WS-CCY-FOUND-IDX = ZERO AND WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IDX
               MOVE PJ-COMPANY-CD
                   TO WS-CCY-COMPANY(WS-CCY-FOUND-IDX)
               MOVE PJ-CURRENCY-CD
                   TO WS-CCY-CODE(WS-CCY-FOUND-IDX)
               MOVE ZERO TO WS-CCY-POSTINGS(WS-CCY-FOUND-IDX)
                            WS-CCY-NATIVE-NET(WS-CCY-FOUND-IDX)
                            WS-CCY-BASE-NET(WS-CCY-FOUND-IDX)
           END-IF
           IF WS-CCY-FOUND-IDX > ZERO
               ADD 1 TO WS-CCY-POSTINGS(WS-CCY-FOUND-IDX)
               ADD PJ-AMOUNT
                   TO WS-CCY-NATIVE-NET(WS-CCY-FOUND-IDX)
               ADD WS-PST-BASE-AMOUNT
                   TO WS-CCY-BASE-NET(WS-CCY-FOUND-IDX)
           END-IF.

       2710-CHECK-ONE-CURRENCY.
           ADD 1 TO WS-CCY-IDX
           IF WS-CCY-COMPANY(WS-CCY-IDX) = PJ-COMPANY-CD
                   AND WS-CCY-CODE(WS-CCY-IDX) = PJ-CURRENCY-CD
               MOVE WS-CCY-IDX TO WS-CCY-FOUND-IDX
           END-IF.

       3000-WRITE-THE-FEED.
           MOVE SPACES      TO GL-FEED-HEADER
           MOVE 'HDR'       TO GLH-RECORD-TYPE
               ADD WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-CREDIT-TOTAL
           END-IF.

      * What the feed carries per company and currency: the net of
      * the postings in their own currency and in base.
       3500-PRINT-THE-CURRENCIES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CO   CCY  POSTINGS       NATIVE NET'
               '           BASE NET'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CCY-IDX
           PERFORM 3510-PRINT-ONE-CURRENCY
               UNTIL WS-CCY-IDX >= WS-CCY-COUNT.

       3510-PRINT-ONE-CURRENCY.
           ADD 1 TO WS-CCY-IDX
           MOVE SPACES TO WS-CURRENCY-LINE
           MOVE WS-CCY-COMPANY(WS-CCY-IDX) TO CCL-COMPANY
           IF WS-CCY-CODE(WS-CCY-IDX) = SPACES
               MOVE '---' TO CCL-CURRENCY
           ELSE
               MOVE WS-CCY-CODE(WS-CCY-IDX) TO CCL-CURRENCY
           END-IF
           MOVE WS-CCY-POSTINGS(WS-CCY-IDX)   TO CCL-POSTINGS
           MOVE WS-CCY-NATIVE-NET(WS-CCY-IDX) TO CCL-NATIVE-NET
           MOVE WS-CCY-BASE-NET(WS-CCY-IDX)   TO CCL-BASE-NET
           MOVE WS-CURRENCY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Debits equal credits per company by construction - and
      * proven here anyway, because the feed that reaches the
      * ledger must be the one that was proven, not the one that
           DISPLAY 'GLEXTR - Feed lines written   ' WS-LINES-WRITTEN
           DISPLAY 'GLEXTR - Unmapped postings    '
               WS-UNMAPPED-COUNT
           DISPLAY 'GLEXTR - Postings with no rate '
               WS-NO-RATE-COUNT
           IF WS-RATE-MISSING
               DISPLAY 'GLEXTR - A posting currency has no rate on '
                   'FXRATE for its run date - load it (FXRMNT) and '
                   'rerun the step'
           END-IF
           IF WS-HAS-UNMAPPED OR WS-HAS-UNBALANCED
                   OR WS-RATE-MISSING
               DISPLAY 'GLEXTR - Ending with a non-zero condition '
                   'code - the feed must not reach the ledger'
               MOVE 16 TO RETURN-CODE
