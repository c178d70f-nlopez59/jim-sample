       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSCRN.
      * Post-posting fraud and velocity screening, run after the rule
      * engine has posted the night. RULE-4 and RULE-5 judge each
      * posting alone - nothing looked at the pattern. This step
      * reads tonight's postings off the accumulating posting journal
      * against each account's own recent history there, applies the
      * SCRNRULE screening rules, and lists every hit on the fraud
      * alert report for the fraud desk:
      *
      *   LP - a posting many times the account's usual size;
      *   VD - more customer debits on the account in one night
      *        than the rule allows;
      *   NX - a transfer out of a newly opened account;
      *   DD - an account with no customer activity inside the
      *        lookback suddenly draining.
      *
      * An account whose worst hit reaches the HT severity threshold
      * also gets a ready-made HOLDMNT place card, hold type 'FR', on
      * the FRDHOLD deck, so the freeze goes on in the morning without
      * re-keying - unless a hold is already in force on it, which
      * the report says instead. The screen places nothing itself;
      * the desk reviews the report and runs the deck.
      *
      * Only customer activity counts. INTCAP, FEEPOST and TDMATUR
      * postings are the system's own doing, as DORMSWP also treats
      * them; ACCTCLOS payouts and ESCHEAT transfers are too, and are
      * excluded here as well (DORMSWP need not - they post only to
      * accounts being closed or already dormant, which it never
      * sweeps). Reversals undo a posting rather than make one. None
      * of these sets a usual size, counts as a debit, or wakes an
      * account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The run-control trailer file names tonight's run date.
           SELECT RUNCTL-FILE   ASSIGN TO DATCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCRNRULE-FILE ASSIGN TO SCRNRULE
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRDHOLD-FILE  ASSIGN TO FRDHOLD
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO FRDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  SCRNRULE-FILE.
           COPY SCRNRULE.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  FRDHOLD-FILE.
           COPY HOLDCRD.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-SCRNRULE-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-SCRNRULE-EOF             VALUE 'Y'.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-EOF              VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(01)  VALUE 'N'.
               88  WS-TABLE-FULL               VALUE 'Y'.
           05  WS-CUSTOMER-POSTING-SW  PIC X(01)  VALUE 'N'.
               88  WS-CUSTOMER-POSTING         VALUE 'Y'.
           05  WS-ACCT-IN-TABLE-SW     PIC X(01)  VALUE 'N'.
               88  WS-ACCT-IN-TABLE            VALUE 'Y'.
           05  WS-HOLD-IN-FORCE-SW     PIC X(01)  VALUE 'N'.
               88  WS-HOLD-IN-FORCE            VALUE 'Y'.

      * The rules in force tonight. A rule with no card stays off
      * (severity zero); the lookback defaults to 90 days.
       01  WS-RULES.
           05  WS-LOOKBACK-DAYS        PIC 9(05)  VALUE 90.
           05  WS-LP-MULTIPLE          PIC 9(05)  VALUE ZERO.
           05  WS-LP-MIN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05  WS-LP-SEVERITY          PIC 9(01)  VALUE ZERO.
           05  WS-VD-MAX-DEBITS        PIC 9(05)  VALUE ZERO.
           05  WS-VD-SEVERITY          PIC 9(01)  VALUE ZERO.
           05  WS-NX-DAYS              PIC 9(05)  VALUE ZERO.
           05  WS-NX-MIN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05  WS-NX-SEVERITY          PIC 9(01)  VALUE ZERO.
           05  WS-DD-PERCENT           PIC 9(05)  VALUE ZERO.
           05  WS-DD-MIN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05  WS-DD-SEVERITY          PIC 9(01)  VALUE ZERO.
           05  WS-HOLD-THRESHOLD       PIC 9(01)  VALUE ZERO.

       01  WS-DATE-CALC.
           05  WS-RUN-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-RUN-INT              PIC 9(07) COMP  VALUE ZERO.
           05  WS-WINDOW-START         PIC 9(08)  VALUE ZERO.
           05  WS-PJ-RUN-DATE          PIC 9(08)  VALUE ZERO.
           05  WS-DAYS-OPEN            PIC S9(07) COMP  VALUE ZERO.

      * Every account on the master, in account-number order straight
      * off the sequential master, so each journal record lands by
      * binary search - the DORMSWP candidate table. History is the
      * lookback before tonight; tonight is tonight's run date only.
      * A master bigger than the table is a hard failure - a screen
      * that silently skipped accounts would never flag them.
       01  WS-ACCT-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-ACCT-SUB                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ACCT-COUNT
                   ASCENDING KEY IS WS-ACC-ACCT-NO
                   INDEXED BY ACC-IDX.
               10  WS-ACC-ACCT-NO      PIC X(10).
               10  WS-ACC-COMPANY-CD   PIC X(03).
               10  WS-ACC-TYPE         PIC X(01).
               10  WS-ACC-OPEN-DATE    PIC 9(08).
               10  WS-ACC-LAST-ACT     PIC 9(08).
               10  WS-ACC-HIST-COUNT   PIC 9(07) COMP.
               10  WS-ACC-HIST-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-ACC-NIGHT-DEBITS PIC 9(05) COMP.
               10  WS-ACC-NIGHT-DEB-AMT
                                       PIC S9(11)V99 COMP-3.
               10  WS-ACC-OPEN-BALANCE PIC S9(11)V99 COMP-3.
               10  WS-ACC-NIGHT-SEEN   PIC X(01).
               10  WS-ACC-WORST-SEV    PIC 9(01).
               10  WS-ACC-RULE-COUNT   PIC 9(01).
               10  WS-ACC-RULES-HIT    PIC X(12).

      * The hit being reported.
       01  WS-HIT.
           05  WS-HIT-RULE             PIC X(02).
           05  WS-HIT-SEVERITY         PIC 9(01).
           05  WS-HIT-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WS-HIT-DETAIL           PIC X(50).

       01  WS-SCREEN-CALC.
           05  WS-POSTING-SIZE         PIC S9(11)V99 COMP-3.
           05  WS-USUAL-SIZE           PIC S9(11)V99 COMP-3.
           05  WS-DRAIN-PCT            PIC S9(07)V99 COMP-3.
           05  WS-EDIT-AMOUNT          PIC -(09)9.99.
           05  WS-EDIT-COUNT           PIC ZZZZ9.
           05  WS-EDIT-PCT             PIC ZZZZ9.
           05  WS-RULE-PTR             PIC 9(03) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RULE-CARDS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-LOADED         PIC 9(07) COMP  VALUE ZERO.
           05  WS-JOURNAL-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-HISTORY-POSTINGS     PIC 9(07) COMP  VALUE ZERO.
           05  WS-TONIGHT-POSTINGS     PIC 9(07) COMP  VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) COMP  VALUE ZERO.
           05  WS-HITS-LP              PIC 9(07) COMP  VALUE ZERO.
           05  WS-HITS-VD              PIC 9(07) COMP  VALUE ZERO.
           05  WS-HITS-NX              PIC 9(07) COMP  VALUE ZERO.
           05  WS-HITS-DD              PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCTS-FLAGGED        PIC 9(07) COMP  VALUE ZERO.
           05  WS-HOLD-CARDS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ALREADY-HELD         PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-HIT-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-RULE                PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-SEVERITY            PIC 9(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-AMOUNT              PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HTL-DETAIL              PIC X(50).

       01  WS-HOLD-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HLL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HLL-SEVERITY            PIC 9(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HLL-RULES               PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  HLL-ACTION              PIC X(50).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'FRDSCRN' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           PERFORM 3000-PROFILE-ONE-POSTING
               UNTIL WS-JOURNAL-EOF
           PERFORM 4000-START-TONIGHT-PASS
           PERFORM 4100-SCREEN-ONE-POSTING
               UNTIL WS-JOURNAL-EOF
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM 5000-SCREEN-ONE-ACCOUNT
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT
           PERFORM 6000-WRITE-HOLD-CARDS
           PERFORM 9000-TERMINATE
           MOVE WS-JOURNAL-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'FRDSCRN - Started. Screening tonight''s postings.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNCTL-FILE
           PERFORM 1100-READ-ONE-TRAILER
               UNTIL WS-RUNCTL-EOF
           CLOSE RUNCTL-FILE
           OPEN INPUT SCRNRULE-FILE
           PERFORM 1200-LOAD-ONE-RULE-CARD
               UNTIL WS-SCRNRULE-EOF
           CLOSE SCRNRULE-FILE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (WS-RUN-INT - WS-LOOKBACK-DAYS)
           DISPLAY 'FRDSCRN - Screening run date ' WS-RUN-DATE
               ' - history since ' WS-WINDOW-START
           IF WS-HOLD-THRESHOLD = ZERO
               DISPLAY 'FRDSCRN - No HT card - hits are reported '
                   'but no hold cards are written'
           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN INPUT  POSTJRNL-FILE
           OPEN OUTPUT FRDHOLD-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'FRAUD ALERT REPORT - POSTING SCREEN - RUN DATE '
               WS-RUN-DATE ' - HISTORY SINCE ' WS-WINDOW-START
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  ACCOUNT     CO   T  RL  S            AMOUNT'
               '  DETAIL'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-ACCTMAST
           PERFORM 3100-READ-JOURNAL.

       1100-READ-ONE-TRAILER.
           READ RUNCTL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-RUN-DATE IS NUMERIC
                       MOVE RC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.

       1200-LOAD-ONE-RULE-CARD.
           READ SCRNRULE-FILE
               AT END
                   SET WS-SCRNRULE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RULE-CARDS
                   PERFORM 1210-APPLY-RULE-CARD
           END-READ.

       1210-APPLY-RULE-CARD.
           EVALUATE TRUE
               WHEN SRC-LOOKBACK
                   IF SRC-THRESHOLD > ZERO
                       MOVE SRC-THRESHOLD  TO WS-LOOKBACK-DAYS
                   END-IF
               WHEN SRC-LARGE-POSTING
                   MOVE SRC-THRESHOLD      TO WS-LP-MULTIPLE
                   MOVE SRC-MIN-AMOUNT     TO WS-LP-MIN-AMOUNT
                   MOVE SRC-SEVERITY       TO WS-LP-SEVERITY
               WHEN SRC-VELOCITY
                   MOVE SRC-THRESHOLD      TO WS-VD-MAX-DEBITS
                   MOVE SRC-SEVERITY       TO WS-VD-SEVERITY
               WHEN SRC-NEW-ACCT-XFER
                   MOVE SRC-THRESHOLD      TO WS-NX-DAYS
                   MOVE SRC-MIN-AMOUNT     TO WS-NX-MIN-AMOUNT
                   MOVE SRC-SEVERITY       TO WS-NX-SEVERITY
               WHEN SRC-DORMANT-DRAIN
                   MOVE SRC-THRESHOLD      TO WS-DD-PERCENT
                   MOVE SRC-MIN-AMOUNT     TO WS-DD-MIN-AMOUNT
                   MOVE SRC-SEVERITY       TO WS-DD-SEVERITY
               WHEN SRC-HOLD-THRESHOLD
                   MOVE SRC-THRESHOLD      TO WS-HOLD-THRESHOLD
               WHEN OTHER
                   DISPLAY 'FRDSCRN - Unknown rule code '
                       SRC-RULE-CODE ' - card ignored'
           END-EVALUATE.

       2000-LOAD-ONE-ACCOUNT.
           IF WS-ACCT-COUNT < 20000
               ADD 1 TO WS-ACCT-COUNT
               ADD 1 TO WS-ACCTS-LOADED
               MOVE ACCT-NO         TO WS-ACC-ACCT-NO(WS-ACCT-COUNT)
               MOVE ACCT-COMPANY-CD TO WS-ACC-COMPANY-CD(WS-ACCT-COUNT)
               MOVE ACCT-TYPE       TO WS-ACC-TYPE(WS-ACCT-COUNT)
               IF ACCT-OPEN-DATE IS NUMERIC
                   MOVE ACCT-OPEN-DATE TO
                       WS-ACC-OPEN-DATE(WS-ACCT-COUNT)
                   MOVE ACCT-OPEN-DATE TO
                       WS-ACC-LAST-ACT(WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACC-OPEN-DATE(WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACC-LAST-ACT(WS-ACCT-COUNT)
               END-IF
               MOVE ZERO   TO WS-ACC-HIST-COUNT(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-HIST-TOTAL(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-NIGHT-DEBITS(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-NIGHT-DEB-AMT(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-OPEN-BALANCE(WS-ACCT-COUNT)
               MOVE 'N'    TO WS-ACC-NIGHT-SEEN(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-WORST-SEV(WS-ACCT-COUNT)
               MOVE ZERO   TO WS-ACC-RULE-COUNT(WS-ACCT-COUNT)
               MOVE SPACES TO WS-ACC-RULES-HIT(WS-ACCT-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF
           PERFORM 2100-READ-ACCTMAST.

       2100-READ-ACCTMAST.
           READ ACCTMAST-FILE
               AT END SET WS-ACCTMAST-EOF TO TRUE
           END-READ.

      * First pass over the journal: the history profile (usual
      * posting size, last customer activity) from the lookback, and
      * tonight's debit count, debit total and opening balance. A
      * journal record for an account no longer on the master has
      * nothing to screen against and is counted and passed over.
       3000-PROFILE-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-READ
           PERFORM 3200-CLASSIFY-POSTING
           IF WS-CUSTOMER-POSTING AND WS-ACCT-IN-TABLE
               IF WS-PJ-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-TONIGHT-POSTINGS
                   PERFORM 3300-PROFILE-TONIGHT
               ELSE
                   IF WS-PJ-RUN-DATE >= WS-WINDOW-START
                           AND WS-PJ-RUN-DATE < WS-RUN-DATE
                       ADD 1 TO WS-HISTORY-POSTINGS
                       PERFORM 3400-PROFILE-HISTORY
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-JOURNAL.

       3100-READ-JOURNAL.
           READ POSTJRNL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.

      * A customer posting on an account the table holds, with its
      * run date made numeric for the window tests. ACC-IDX is left
      * on the account's entry.
       3200-CLASSIFY-POSTING.
           MOVE 'N' TO WS-CUSTOMER-POSTING-SW
           MOVE 'N' TO WS-ACCT-IN-TABLE-SW
           MOVE ZERO TO WS-PJ-RUN-DATE
           IF PJ-RUN-DATE IS NUMERIC
               MOVE PJ-RUN-DATE TO WS-PJ-RUN-DATE
           END-IF
           IF PJ-CALLER-ID NOT = 'INTCAP'
                   AND PJ-CALLER-ID NOT = 'FEEPOST'
                   AND PJ-CALLER-ID NOT = 'TDMATUR'
                   AND PJ-CALLER-ID NOT = 'ACCTCLOS'
                   AND PJ-CALLER-ID NOT = 'ESCHEAT'
                   AND NOT PJ-IS-REVERSAL
                   AND WS-PJ-RUN-DATE > ZERO
               SET WS-CUSTOMER-POSTING TO TRUE
           END-IF
           IF WS-CUSTOMER-POSTING AND WS-ACCT-COUNT > ZERO
               SEARCH ALL WS-ACC-ENTRY
                   AT END
                       ADD 1 TO WS-NOT-ON-MASTER
                   WHEN WS-ACC-ACCT-NO(ACC-IDX) = PJ-ACCT-NO
                       SET WS-ACCT-IN-TABLE TO TRUE
               END-SEARCH
           END-IF.

       3300-PROFILE-TONIGHT.
           IF WS-ACC-NIGHT-SEEN(ACC-IDX) = 'N'
               MOVE 'Y' TO WS-ACC-NIGHT-SEEN(ACC-IDX)
               MOVE PJ-OLD-BALANCE TO WS-ACC-OPEN-BALANCE(ACC-IDX)
           END-IF
           IF PJ-AMOUNT < ZERO
               ADD 1 TO WS-ACC-NIGHT-DEBITS(ACC-IDX)
               SUBTRACT PJ-AMOUNT FROM WS-ACC-NIGHT-DEB-AMT(ACC-IDX)
           END-IF.

       3400-PROFILE-HISTORY.
           ADD 1 TO WS-ACC-HIST-COUNT(ACC-IDX)
           IF PJ-AMOUNT < ZERO
               SUBTRACT PJ-AMOUNT FROM WS-ACC-HIST-TOTAL(ACC-IDX)
           ELSE
               ADD PJ-AMOUNT TO WS-ACC-HIST-TOTAL(ACC-IDX)
           END-IF
           IF WS-PJ-RUN-DATE > WS-ACC-LAST-ACT(ACC-IDX)
               MOVE WS-PJ-RUN-DATE TO WS-ACC-LAST-ACT(ACC-IDX)
           END-IF.

       4000-START-TONIGHT-PASS.
           CLOSE POSTJRNL-FILE
           OPEN INPUT POSTJRNL-FILE
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           PERFORM 3100-READ-JOURNAL.

      * Second pass: the rules judged posting by posting, now that
      * every account's usual size is known.
       4100-SCREEN-ONE-POSTING.
           PERFORM 3200-CLASSIFY-POSTING
           IF WS-CUSTOMER-POSTING AND WS-ACCT-IN-TABLE
                   AND WS-PJ-RUN-DATE = WS-RUN-DATE
               IF PJ-AMOUNT < ZERO
                   COMPUTE WS-POSTING-SIZE = ZERO - PJ-AMOUNT
               ELSE
                   MOVE PJ-AMOUNT TO WS-POSTING-SIZE
               END-IF
               IF WS-LP-SEVERITY > ZERO
                   PERFORM 4200-CHECK-LARGE-POSTING
               END-IF
               IF WS-NX-SEVERITY > ZERO
                   PERFORM 4300-CHECK-NEW-ACCT-XFER
               END-IF
           END-IF
           PERFORM 3100-READ-JOURNAL.

      * An account with no history has no usual size - a brand-new
      * account's first big movement is the NX rule's business.
       4200-CHECK-LARGE-POSTING.
           IF WS-ACC-HIST-COUNT(ACC-IDX) > ZERO
                   AND WS-POSTING-SIZE >= WS-LP-MIN-AMOUNT
               COMPUTE WS-USUAL-SIZE ROUNDED =
                   WS-ACC-HIST-TOTAL(ACC-IDX) /
                   WS-ACC-HIST-COUNT(ACC-IDX)
               IF WS-POSTING-SIZE > WS-USUAL-SIZE * WS-LP-MULTIPLE
                   ADD 1 TO WS-HITS-LP
                   MOVE 'LP'            TO WS-HIT-RULE
                   MOVE WS-LP-SEVERITY  TO WS-HIT-SEVERITY
                   MOVE PJ-AMOUNT       TO WS-HIT-AMOUNT
                   MOVE WS-USUAL-SIZE   TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING 'LARGE POSTING - USUAL SIZE '
                       WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   PERFORM 7000-REPORT-HIT
               END-IF
           END-IF.

      * The debit side of a RULE-5 transfer is the one with the
      * cross-reference and the negative amount.
       4300-CHECK-NEW-ACCT-XFER.
           IF PJ-XREF-ACCT NOT = SPACES AND PJ-AMOUNT < ZERO
                   AND WS-POSTING-SIZE >= WS-NX-MIN-AMOUNT
                   AND WS-ACC-OPEN-DATE(ACC-IDX) > ZERO
               COMPUTE WS-DAYS-OPEN = WS-RUN-INT -
                   FUNCTION INTEGER-OF-DATE(WS-ACC-OPEN-DATE(ACC-IDX))
               IF WS-DAYS-OPEN <= WS-NX-DAYS
                   ADD 1 TO WS-HITS-NX
                   MOVE 'NX'            TO WS-HIT-RULE
                   MOVE WS-NX-SEVERITY  TO WS-HIT-SEVERITY
                   MOVE PJ-AMOUNT       TO WS-HIT-AMOUNT
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING 'TRANSFER OUT TO ' PJ-XREF-ACCT
                       ' - OPENED ' WS-ACC-OPEN-DATE(ACC-IDX)
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   PERFORM 7000-REPORT-HIT
               END-IF
           END-IF.

      * The night-level rules, judged once per account that moved.
       5000-SCREEN-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB
           SET ACC-IDX TO WS-ACCT-SUB
           IF WS-ACC-NIGHT-SEEN(ACC-IDX) = 'Y'
               IF WS-VD-SEVERITY > ZERO
                   PERFORM 5100-CHECK-VELOCITY
               END-IF
               IF WS-DD-SEVERITY > ZERO
                   PERFORM 5200-CHECK-DORMANT-DRAIN
               END-IF
           END-IF.

       5100-CHECK-VELOCITY.
           IF WS-ACC-NIGHT-DEBITS(ACC-IDX) > WS-VD-MAX-DEBITS
               ADD 1 TO WS-HITS-VD
               MOVE 'VD'            TO WS-HIT-RULE
               MOVE WS-VD-SEVERITY  TO WS-HIT-SEVERITY
               COMPUTE WS-HIT-AMOUNT =
                   ZERO - WS-ACC-NIGHT-DEB-AMT(ACC-IDX)
               MOVE WS-ACC-NIGHT-DEBITS(ACC-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-HIT-DETAIL
               STRING 'DEBIT VELOCITY - ' WS-EDIT-COUNT
                   ' DEBITS TONIGHT'
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               PERFORM 7000-REPORT-HIT
           END-IF.

      * Asleep through the whole lookback (last customer activity,
      * or the open date, before the window) and tonight's debits
      * take the rule's share of what the account opened the night
      * with.
       5200-CHECK-DORMANT-DRAIN.
           IF WS-ACC-LAST-ACT(ACC-IDX) < WS-WINDOW-START
                   AND WS-ACC-NIGHT-DEB-AMT(ACC-IDX) >=
                       WS-DD-MIN-AMOUNT
                   AND WS-ACC-NIGHT-DEB-AMT(ACC-IDX) > ZERO
                   AND WS-ACC-OPEN-BALANCE(ACC-IDX) > ZERO
               COMPUTE WS-DRAIN-PCT ROUNDED =
                   WS-ACC-NIGHT-DEB-AMT(ACC-IDX) * 100 /
                   WS-ACC-OPEN-BALANCE(ACC-IDX)
               IF WS-DRAIN-PCT >= WS-DD-PERCENT
                   ADD 1 TO WS-HITS-DD
                   MOVE 'DD'            TO WS-HIT-RULE
                   MOVE WS-DD-SEVERITY  TO WS-HIT-SEVERITY
                   COMPUTE WS-HIT-AMOUNT =
                       ZERO - WS-ACC-NIGHT-DEB-AMT(ACC-IDX)
                   MOVE WS-DRAIN-PCT    TO WS-EDIT-PCT
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING 'DORMANT DRAIN - ' WS-EDIT-PCT
                       ' PCT - LAST ACTIVE '
                       WS-ACC-LAST-ACT(ACC-IDX)
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   PERFORM 7000-REPORT-HIT
               END-IF
           END-IF.

      * Accounts at or over the hold threshold, in account order.
       6000-WRITE-HOLD-CARDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ACCOUNTS FLAGGED - WORST SEVERITY AND HOLD ACTION'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM 6100-CHECK-ONE-FLAGGED
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT.

       6100-CHECK-ONE-FLAGGED.
           ADD 1 TO WS-ACCT-SUB
           SET ACC-IDX TO WS-ACCT-SUB
           IF WS-ACC-WORST-SEV(ACC-IDX) > ZERO
               ADD 1 TO WS-ACCTS-FLAGGED
               MOVE SPACES TO WS-HOLD-LINE
               MOVE WS-ACC-ACCT-NO(ACC-IDX)    TO HLL-ACCT-NO
               MOVE WS-ACC-WORST-SEV(ACC-IDX)  TO HLL-SEVERITY
               MOVE WS-ACC-RULES-HIT(ACC-IDX)  TO HLL-RULES
               IF WS-HOLD-THRESHOLD = ZERO
                       OR WS-ACC-WORST-SEV(ACC-IDX) <
                          WS-HOLD-THRESHOLD
                   MOVE 'BELOW HOLD THRESHOLD - REVIEW ONLY'
                       TO HLL-ACTION
               ELSE
                   PERFORM 6200-CHECK-HOLD-IN-FORCE
                   IF WS-HOLD-IN-FORCE
                       ADD 1 TO WS-ALREADY-HELD
                       MOVE SPACES TO HLL-ACTION
                       STRING 'HOLD ' AHL-HOLD-TYPE
                           ' ALREADY IN FORCE - NO CARD'
                           DELIMITED BY SIZE INTO HLL-ACTION
                   ELSE
                       PERFORM 6300-WRITE-ONE-HOLD-CARD
                       MOVE 'FR HOLD CARD WRITTEN' TO HLL-ACTION
                   END-IF
               END-IF
               MOVE WS-HOLD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * HOLDMNT rejects a placement on an account already frozen;
      * saying so here spares the desk a rejected card.
       6200-CHECK-HOLD-IN-FORCE.
           MOVE 'N' TO WS-HOLD-IN-FORCE-SW
           MOVE WS-ACC-ACCT-NO(ACC-IDX) TO AHL-ACCT-NO
           READ ACCTHOLD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-IN-FORCE-SW
               NOT INVALID KEY
                   IF AHL-IN-FORCE
                       SET WS-HOLD-IN-FORCE TO TRUE
                   END-IF
           END-READ.

       6300-WRITE-ONE-HOLD-CARD.
           ADD 1 TO WS-HOLD-CARDS
           MOVE SPACES                  TO HOLD-CARD
           SET HC-PLACE                 TO TRUE
           MOVE WS-ACC-ACCT-NO(ACC-IDX) TO HC-ACCT-NO
           MOVE 'FR'                    TO HC-HOLD-TYPE
           MOVE 'FRDSCRN'               TO HC-PLACED-BY
           STRING 'FRAUD SCREEN ' WS-ACC-RULES-HIT(ACC-IDX)
               DELIMITED BY SIZE INTO HC-REASON
           WRITE HOLD-CARD.

      * One hit: onto the report, and onto the account's worst
      * severity and list of rules hit - each rule code once, four
      * codes at most, so the list fits the hold card's reason.
       7000-REPORT-HIT.
           MOVE SPACES TO WS-HIT-LINE
           MOVE WS-ACC-ACCT-NO(ACC-IDX)    TO HTL-ACCT-NO
           MOVE WS-ACC-COMPANY-CD(ACC-IDX) TO HTL-COMPANY
           MOVE WS-ACC-TYPE(ACC-IDX)       TO HTL-TYPE
           MOVE WS-HIT-RULE                TO HTL-RULE
           MOVE WS-HIT-SEVERITY            TO HTL-SEVERITY
           MOVE WS-HIT-AMOUNT              TO HTL-AMOUNT
           MOVE WS-HIT-DETAIL              TO HTL-DETAIL
           MOVE WS-HIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HIT-SEVERITY > WS-ACC-WORST-SEV(ACC-IDX)
               MOVE WS-HIT-SEVERITY TO WS-ACC-WORST-SEV(ACC-IDX)
           END-IF
           MOVE ZERO TO WS-RULE-PTR
           INSPECT WS-ACC-RULES-HIT(ACC-IDX) TALLYING WS-RULE-PTR
               FOR ALL WS-HIT-RULE
           IF WS-RULE-PTR = ZERO
               COMPUTE WS-RULE-PTR =
                   WS-ACC-RULE-COUNT(ACC-IDX) * 3 + 1
               MOVE WS-HIT-RULE TO
                   WS-ACC-RULES-HIT(ACC-IDX)(WS-RULE-PTR:2)
               ADD 1 TO WS-ACC-RULE-COUNT(ACC-IDX)
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'JOURNAL RECORDS READ'   TO TLN-TEXT
           MOVE WS-JOURNAL-READ          TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'TONIGHT CUSTOMER POSTINGS' TO TLN-TEXT
           MOVE WS-TONIGHT-POSTINGS      TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HISTORY CUSTOMER POSTINGS' TO TLN-TEXT
           MOVE WS-HISTORY-POSTINGS      TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HITS - LARGE POSTING'   TO TLN-TEXT
           MOVE WS-HITS-LP               TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HITS - DEBIT VELOCITY'  TO TLN-TEXT
           MOVE WS-HITS-VD               TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HITS - NEW ACCOUNT TRANSFER' TO TLN-TEXT
           MOVE WS-HITS-NX               TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HITS - DORMANT DRAIN'   TO TLN-TEXT
           MOVE WS-HITS-DD               TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ACCOUNTS FLAGGED'       TO TLN-TEXT
           MOVE WS-ACCTS-FLAGGED         TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'FR HOLD CARDS WRITTEN'  TO TLN-TEXT
           MOVE WS-HOLD-CARDS            TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ALREADY HELD - NO CARD' TO TLN-TEXT
           MOVE WS-ALREADY-HELD          TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE ACCTMAST-FILE ACCTHOLD-FILE POSTJRNL-FILE
                 FRDHOLD-FILE REPORT-FILE
           DISPLAY 'FRDSCRN - Rule cards read      ' WS-RULE-CARDS
           DISPLAY 'FRDSCRN - Accounts loaded      ' WS-ACCTS-LOADED
           DISPLAY 'FRDSCRN - Journal records read ' WS-JOURNAL-READ
           DISPLAY 'FRDSCRN - Tonight''s postings   '
               WS-TONIGHT-POSTINGS
           DISPLAY 'FRDSCRN - Accounts flagged     ' WS-ACCTS-FLAGGED
           DISPLAY 'FRDSCRN - FR hold cards        ' WS-HOLD-CARDS
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY 'FRDSCRN - Ending with a non-zero '
                       'condition code - account table full, '
                       'screen incomplete'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ACCTS-FLAGGED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'FRDSCRN - Ended'.
