       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
      * Nightly loan installment billing and delinquency aging, run
      * after the rule engine has posted the night. Three passes:
      *
      *   billing  - every LOANSCHD schedule whose next due date has
      *              arrived has its installment raised onto the
      *              amount owed and its due date moved on a month
      *              (more than one installment when a schedule was
      *              set up late or the step missed a night);
      *   matching - tonight's RULE-4 loan payments are taken off the
      *              posting journal (by PJ-RUN-DATE, anchored to the
      *              run-control trailer the way GLEXTR anchors its
      *              extract) and matched against what each loan
      *              owes - a RULE-6 reversal of a payment puts the
      *              amount back;
      *   aging    - every schedule's days past due is worked out
      *              from its oldest unpaid installment, and the
      *              delinquency aging report buckets the book into
      *              current / 30 / 60 / 90+ days by company.
      *
      * Billing raises what is owed; it posts nothing to the master.
      * The loan balance on ACCTMAST is outstanding principal - a
      * payment is a RULE-4 posting that brings it down (a negative
      * amount) - and is shown on the aging report beside the
      * arrears. This replaces the collections spreadsheet rebuilt
      * by hand from the posting journal every morning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The run-control trailer file names tonight's run date.
           SELECT RUNCTL-FILE   ASSIGN TO DATCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Swept twice in key order (billing, then aging) and read by
      * key in between for the payment matching.
           SELECT LOANSCHD-FILE ASSIGN TO LOANSCHD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LS-ACCT-NO
                  FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLRPT-FILE  ASSIGN TO BILLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGERPT-FILE   ASSIGN TO AGERPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  LOANSCHD-FILE.
           COPY LOANSCHD.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  BILLRPT-FILE.
       01  BILL-LINE                   PIC X(132).
       FD  AGERPT-FILE.
       01  AGE-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOANSCHD-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-LOANSCHD-OPEN-OK             VALUE '00' '05' '97'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-SCHEDULE-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-SCHEDULE-EOF             VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-EOF              VALUE 'Y'.
           05  WS-SCHEDULE-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-SCHEDULE-FOUND           VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.

      * Tonight's run date off the LAST run-control trailer - the
      * same read-through-to-last GLEXTR and FEEDDIST use.
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.

      * Due-date arithmetic: a month forward (billing) or back
      * (aging) with the day clamped to the month's length - the
      * STORDGEN next-due ladder, leap test and all.
       01  WS-DATE-CALC.
           05  WS-DUE-DATE-X           PIC X(08).
           05  WS-DUE-DATE-N REDEFINES WS-DUE-DATE-X.
               10  WS-DUE-YEAR         PIC 9(04).
               10  WS-DUE-MONTH        PIC 9(02).
               10  WS-DUE-DAY          PIC 9(02).
           05  WS-DUE-MAX-DAY          PIC 9(02)  VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(03) COMP  VALUE ZERO.
           05  WS-OLDEST-UNPAID        PIC 9(08)  VALUE ZERO.
           05  WS-INSTALLMENTS-OWED    PIC 9(05) COMP  VALUE ZERO.
           05  WS-DAYS-LATE            PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BUCKET               PIC 9(01) COMP  VALUE ZERO.

      * The aging summary, one entry per company seen on the
      * schedule file, four buckets each: current, 30, 60, 90+.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CO-CD            PIC X(03).
               10  WS-CO-BALANCE       PIC S9(13)V99   COMP-3.
               10  WS-CO-BUCKET OCCURS 4 TIMES.
                   15  WS-CO-BKT-COUNT PIC 9(07) COMP.
                   15  WS-CO-BKT-AMT   PIC S9(13)V99   COMP-3.
       01  WS-CO-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-IDX                   PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.
       01  WS-BKT-IDX                  PIC 9(01) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SCHEDULES-READ       PIC 9(07) COMP  VALUE ZERO.
           05  WS-INSTALLMENTS-RAISED  PIC 9(07) COMP  VALUE ZERO.
           05  WS-JOURNAL-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-PAYMENTS-MATCHED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-REVERSALS-MATCHED    PIC 9(07) COMP  VALUE ZERO.
           05  WS-PAYMENTS-UNMATCHED   PIC 9(07) COMP  VALUE ZERO.
           05  WS-NOT-ON-MASTER        PIC 9(07) COMP  VALUE ZERO.
           05  WS-DELINQUENT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-TABLE-OVERFLOW       PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-BILL-DETAIL.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-DATE                PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-AMOUNT              PIC -(09)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-AMOUNT-DUE          PIC -(09)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BLD-ACTION              PIC X(50).

       01  WS-AGE-DETAIL.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-BALANCE             PIC -(09)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-INSTALLMENT         PIC -(09)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-AMOUNT-DUE          PIC -(09)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-OLDEST-DUE          PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-DAYS-PAST-DUE       PIC Z(04)9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGD-LAST-PAID           PIC 9(08).

       01  WS-AGE-SUMMARY.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGS-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGS-BUCKET-NAME         PIC X(12).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGS-COUNT               PIC Z(06)9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGS-AMOUNT              PIC -(13)9.99.

       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(12)  VALUE 'CURRENT'.
           05  FILLER                  PIC X(12)  VALUE '30-59 DAYS'.
           05  FILLER                  PIC X(12)  VALUE '60-89 DAYS'.
           05  FILLER                  PIC X(12)  VALUE '90+ DAYS'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          PIC X(12) OCCURS 4 TIMES.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'LOANBILL' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILL-ONE-SCHEDULE
               UNTIL WS-SCHEDULE-EOF
           PERFORM 3000-MATCH-ONE-POSTING
               UNTIL WS-JOURNAL-EOF
           PERFORM 4000-START-AGING-SWEEP
           PERFORM 4100-AGE-ONE-SCHEDULE
               UNTIL WS-SCHEDULE-EOF
           PERFORM 5000-PRINT-AGING-SUMMARY
           PERFORM 6000-TERMINATE
           MOVE WS-SCHEDULES-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'LOANBILL - Started. Billing loan installments.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNCTL-FILE
           PERFORM 1100-READ-ONE-TRAILER
               UNTIL WS-RUNCTL-EOF
           CLOSE RUNCTL-FILE
           DISPLAY 'LOANBILL - Billing and matching run date '
               WS-RUN-DATE
           OPEN I-O LOANSCHD-FILE
           IF NOT WS-LOANSCHD-OPEN-OK
               DISPLAY 'LOANBILL - LOANSCHD open failed, status '
                   WS-LOANSCHD-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE WS-SCHEDULES-READ TO STC-RECORDS
               MOVE RETURN-CODE TO STC-COND-CODE
               SET STC-STEP-END TO TRUE
               CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
               STOP RUN
           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  POSTJRNL-FILE
           OPEN OUTPUT BILLRPT-FILE
           OPEN OUTPUT AGERPT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'LOAN INSTALLMENT BILLING AND PAYMENT MATCHING - '
               'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO BILL-LINE
           WRITE BILL-LINE
           MOVE SPACES TO BILL-LINE
           WRITE BILL-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'LOAN DELINQUENCY AGING - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO AGE-LINE
           WRITE AGE-LINE
           MOVE SPACES TO AGE-LINE
           WRITE AGE-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CO   ACCOUNT          BALANCE    INSTALLMENT'
               '     AMOUNT DUE  OLDEST DUE  DAYS  LAST PAID'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO AGE-LINE
           WRITE AGE-LINE
           PERFORM 2100-READ-NEXT-SCHEDULE
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

      * Billing pass. A schedule whose account has left the master
      * is reported and left alone - collections need to know, but
      * billing it would raise arrears nobody can pay. A closed loan
      * is paid off and bills nothing more.
       2000-BILL-ONE-SCHEDULE.
           ADD 1 TO WS-SCHEDULES-READ
           IF LS-NEXT-DUE-DATE IS NUMERIC
                   AND LS-NEXT-DUE-DATE <= WS-RUN-DATE
                   AND LS-INSTALLMENTS-BILLED < LS-TERM-MONTHS
               PERFORM 2400-READ-ACCTMAST-FOR-SCHEDULE
               EVALUATE TRUE
                   WHEN NOT WS-ACCTMAST-FOUND
                       ADD 1 TO WS-NOT-ON-MASTER
                       MOVE SPACES TO WS-BILL-DETAIL
                       MOVE LS-ACCT-NO    TO BLD-ACCT-NO
                       MOVE LS-COMPANY-CD TO BLD-COMPANY
                       MOVE LS-NEXT-DUE-DATE TO BLD-DATE
                       MOVE 'NOT BILLED - ACCOUNT NOT ON MASTER'
                           TO BLD-ACTION
                       MOVE WS-BILL-DETAIL TO BILL-LINE
                       WRITE BILL-LINE
                   WHEN ACCT-STATUS-CLOSED
                       CONTINUE
                   WHEN OTHER
                       PERFORM 2200-RAISE-ONE-INSTALLMENT
                           UNTIL LS-NEXT-DUE-DATE > WS-RUN-DATE
                              OR LS-INSTALLMENTS-BILLED >=
                                     LS-TERM-MONTHS
                       REWRITE LOAN-SCHEDULE-RECORD
                           INVALID KEY
                               DISPLAY 'LOANBILL - Schedule rewrite '
                                   'failed for ' LS-ACCT-NO
                       END-REWRITE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-NEXT-SCHEDULE.

       2100-READ-NEXT-SCHEDULE.
           READ LOANSCHD-FILE NEXT RECORD
               AT END SET WS-SCHEDULE-EOF TO TRUE
           END-READ.

       2200-RAISE-ONE-INSTALLMENT.
           ADD 1 TO WS-INSTALLMENTS-RAISED
           ADD 1 TO LS-INSTALLMENTS-BILLED
           ADD LS-INSTALLMENT-AMT TO LS-AMOUNT-DUE
           MOVE SPACES TO WS-BILL-DETAIL
           MOVE LS-ACCT-NO         TO BLD-ACCT-NO
           MOVE LS-COMPANY-CD      TO BLD-COMPANY
           MOVE LS-NEXT-DUE-DATE   TO BLD-DATE
           MOVE LS-INSTALLMENT-AMT TO BLD-AMOUNT
           MOVE LS-AMOUNT-DUE      TO BLD-AMOUNT-DUE
           STRING 'INSTALLMENT ' LS-INSTALLMENTS-BILLED ' OF '
               LS-TERM-MONTHS ' BILLED'
               DELIMITED BY SIZE INTO BLD-ACTION
           MOVE WS-BILL-DETAIL TO BILL-LINE
           WRITE BILL-LINE
           MOVE LS-NEXT-DUE-DATE TO WS-DUE-DATE-X
           PERFORM 7000-ADD-ONE-MONTH
           MOVE WS-DUE-DATE-N TO LS-NEXT-DUE-DATE.

       2400-READ-ACCTMAST-FOR-SCHEDULE.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           MOVE LS-ACCT-NO TO ACCT-NO
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

      * Matching pass. A loan payment is a RULE-4 posting the rule
      * engine made tonight (caller DATBATCH, no transfer cross-
      * reference) that brought a loan balance down; a RULE-6
      * reversal of one comes back positive and marked 'R'. An
      * increase that is not a reversal is a further advance, not a
      * payment, and neither it nor its reversal is matched. Only
      * journal records later than the schedule's last matched
      * timestamp are taken, so a rerun of this step never counts a
      * payment twice.
       3000-MATCH-ONE-POSTING.
           ADD 1 TO WS-JOURNAL-READ
           IF PJ-RUN-DATE = WS-RUN-DATE
                   AND PJ-ACCT-TYPE = 'L'
                   AND PJ-CALLER-ID = 'DATBATCH'
                   AND PJ-XREF-ACCT = SPACES
                   AND ((PJ-AMOUNT < ZERO AND NOT PJ-IS-REVERSAL)
                     OR (PJ-AMOUNT > ZERO AND PJ-IS-REVERSAL))
               PERFORM 3200-READ-SCHEDULE-FOR-POSTING
               IF WS-SCHEDULE-FOUND
                   IF PJ-TIMESTAMP > LS-LAST-PAY-TIMESTAMP
                       PERFORM 3300-APPLY-PAYMENT
                   END-IF
               ELSE
                   ADD 1 TO WS-PAYMENTS-UNMATCHED
                   MOVE SPACES TO WS-BILL-DETAIL
                   MOVE PJ-ACCT-NO    TO BLD-ACCT-NO
                   MOVE PJ-COMPANY-CD TO BLD-COMPANY
                   MOVE WS-RUN-DATE   TO BLD-DATE
                   MOVE PJ-AMOUNT     TO BLD-AMOUNT
                   MOVE 'UNMATCHED - NO SCHEDULE FOR THIS LOAN'
                       TO BLD-ACTION
                   MOVE WS-BILL-DETAIL TO BILL-LINE
                   WRITE BILL-LINE
               END-IF
           END-IF
           PERFORM 3100-READ-JOURNAL.

       3100-READ-JOURNAL.
           READ POSTJRNL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       3200-READ-SCHEDULE-FOR-POSTING.
           MOVE 'N' TO WS-SCHEDULE-FOUND-SW
           MOVE PJ-ACCT-NO TO LS-ACCT-NO
           READ LOANSCHD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SCHEDULE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCHEDULE-FOUND-SW
           END-READ.

      * The payment (negative) comes off what is owed; a reversal
      * (positive) goes back on. Paying more than is owed leaves the
      * amount due negative - paid ahead - and the next installment
      * billed absorbs it.
       3300-APPLY-PAYMENT.
           ADD PJ-AMOUNT TO LS-AMOUNT-DUE
           MOVE PJ-TIMESTAMP TO LS-LAST-PAY-TIMESTAMP
           MOVE SPACES TO WS-BILL-DETAIL
           IF PJ-IS-REVERSAL
               ADD 1 TO WS-REVERSALS-MATCHED
               MOVE 'PAYMENT REVERSED - RESTORED TO AMOUNT DUE'
                   TO BLD-ACTION
           ELSE
               ADD 1 TO WS-PAYMENTS-MATCHED
               MOVE WS-RUN-DATE TO LS-LAST-PAY-DATE
               MOVE 'PAYMENT MATCHED' TO BLD-ACTION
           END-IF
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'LOANBILL - Schedule rewrite failed for '
                       LS-ACCT-NO
           END-REWRITE
           MOVE LS-ACCT-NO     TO BLD-ACCT-NO
           MOVE LS-COMPANY-CD  TO BLD-COMPANY
           MOVE WS-RUN-DATE    TO BLD-DATE
           MOVE PJ-AMOUNT      TO BLD-AMOUNT
           MOVE LS-AMOUNT-DUE  TO BLD-AMOUNT-DUE
           MOVE WS-BILL-DETAIL TO BILL-LINE
           WRITE BILL-LINE.

      * Aging pass - back to the top of the schedule file.
       4000-START-AGING-SWEEP.
           MOVE 'N' TO WS-SCHEDULE-EOF-SW
           MOVE LOW-VALUES TO LS-ACCT-NO
           START LOANSCHD-FILE KEY IS NOT LESS THAN LS-ACCT-NO
               INVALID KEY SET WS-SCHEDULE-EOF TO TRUE
           END-START
           IF NOT WS-SCHEDULE-EOF
               PERFORM 2100-READ-NEXT-SCHEDULE
           END-IF.

      * Days past due run from the oldest installment still unpaid:
      * the amount owed covers that many whole installments (part
      * of one counts as one), and the oldest of them fell due that
      * many months before the next due date. A loan owing nothing
      * is current. A record with no usable due date - the cluster's
      * seed record - is passed over in both sweeps.
       4100-AGE-ONE-SCHEDULE.
           IF LS-NEXT-DUE-DATE IS NUMERIC
               PERFORM 4150-AGE-THIS-SCHEDULE
           END-IF
           PERFORM 2100-READ-NEXT-SCHEDULE.

       4150-AGE-THIS-SCHEDULE.
           MOVE ZERO TO WS-DAYS-LATE WS-OLDEST-UNPAID
           IF LS-AMOUNT-DUE > ZERO
               IF LS-INSTALLMENT-AMT > ZERO
                   COMPUTE WS-INSTALLMENTS-OWED =
                       LS-AMOUNT-DUE / LS-INSTALLMENT-AMT
                   IF WS-INSTALLMENTS-OWED * LS-INSTALLMENT-AMT
                           < LS-AMOUNT-DUE
                       ADD 1 TO WS-INSTALLMENTS-OWED
                   END-IF
               ELSE
                   MOVE 1 TO WS-INSTALLMENTS-OWED
               END-IF
               IF WS-INSTALLMENTS-OWED > LS-INSTALLMENTS-BILLED
                   MOVE LS-INSTALLMENTS-BILLED
                       TO WS-INSTALLMENTS-OWED
               END-IF
               MOVE LS-NEXT-DUE-DATE TO WS-DUE-DATE-X
               PERFORM 7100-BACK-ONE-MONTH
                   WS-INSTALLMENTS-OWED TIMES
               MOVE WS-DUE-DATE-N TO WS-OLDEST-UNPAID
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-UNPAID)
               IF WS-DAYS-LATE < ZERO
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF
           IF WS-DAYS-LATE > 99999
               MOVE 99999 TO WS-DAYS-LATE
           END-IF
           MOVE WS-DAYS-LATE TO LS-DAYS-PAST-DUE
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'LOANBILL - Schedule rewrite failed for '
                       LS-ACCT-NO
           END-REWRITE
           EVALUATE TRUE
               WHEN LS-DAYS-PAST-DUE >= 90  MOVE 4 TO WS-BUCKET
               WHEN LS-DAYS-PAST-DUE >= 60  MOVE 3 TO WS-BUCKET
               WHEN LS-DAYS-PAST-DUE >= 30  MOVE 2 TO WS-BUCKET
               WHEN OTHER                   MOVE 1 TO WS-BUCKET
           END-EVALUATE
           PERFORM 2400-READ-ACCTMAST-FOR-SCHEDULE
           IF NOT WS-ACCTMAST-FOUND
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           PERFORM 4300-ACCUMULATE-COMPANY
           IF LS-DAYS-PAST-DUE > ZERO
               ADD 1 TO WS-DELINQUENT
               PERFORM 4200-LIST-DELINQUENT-LOAN
           END-IF.

       4200-LIST-DELINQUENT-LOAN.
           MOVE SPACES TO WS-AGE-DETAIL
           MOVE LS-COMPANY-CD      TO AGD-COMPANY
           MOVE LS-ACCT-NO         TO AGD-ACCT-NO
           MOVE ACCT-BALANCE       TO AGD-BALANCE
           MOVE LS-INSTALLMENT-AMT TO AGD-INSTALLMENT
           MOVE LS-AMOUNT-DUE      TO AGD-AMOUNT-DUE
           MOVE WS-OLDEST-UNPAID   TO AGD-OLDEST-DUE
           MOVE LS-DAYS-PAST-DUE   TO AGD-DAYS-PAST-DUE
           MOVE LS-LAST-PAY-DATE   TO AGD-LAST-PAID
           MOVE WS-AGE-DETAIL      TO AGE-LINE
           WRITE AGE-LINE.

       4300-ACCUMULATE-COMPANY.
           MOVE ZERO TO WS-CO-FOUND-IDX
           MOVE ZERO TO WS-CO-IDX
           PERFORM 4310-CHECK-ONE-COMPANY
               UNTIL WS-CO-FOUND-IDX > ZERO
                  OR WS-CO-IDX >= WS-CO-COUNT
           IF WS-CO-FOUND-IDX = ZERO
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-FOUND-IDX
                   MOVE LS-COMPANY-CD TO WS-CO-CD(WS-CO-FOUND-IDX)
                   MOVE ZERO TO WS-CO-BALANCE(WS-CO-FOUND-IDX)
                   MOVE ZERO TO WS-BKT-IDX
                   PERFORM 4320-CLEAR-ONE-BUCKET
                       UNTIL WS-BKT-IDX >= 4
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-CO-FOUND-IDX > ZERO
               ADD ACCT-BALANCE TO WS-CO-BALANCE(WS-CO-FOUND-IDX)
               ADD 1 TO WS-CO-BKT-COUNT(WS-CO-FOUND-IDX WS-BUCKET)
               IF LS-AMOUNT-DUE > ZERO
                   ADD LS-AMOUNT-DUE
                       TO WS-CO-BKT-AMT(WS-CO-FOUND-IDX WS-BUCKET)
               END-IF
           END-IF.

       4310-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF WS-CO-CD(WS-CO-IDX) = LS-COMPANY-CD
               MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
           END-IF.

       4320-CLEAR-ONE-BUCKET.
           ADD 1 TO WS-BKT-IDX
           MOVE ZERO TO WS-CO-BKT-COUNT(WS-CO-FOUND-IDX WS-BKT-IDX)
                        WS-CO-BKT-AMT(WS-CO-FOUND-IDX WS-BKT-IDX).

      * The summary collections works from: by company, the number
      * of loans and the arrears in each aging bucket, with the
      * company's outstanding loan book beneath.
       5000-PRINT-AGING-SUMMARY.
           MOVE SPACES TO AGE-LINE
           WRITE AGE-LINE
           MOVE 'DELINQUENCY AGING SUMMARY BY COMPANY' TO AGE-LINE
           WRITE AGE-LINE
           MOVE '  CO   BUCKET          LOANS          AMOUNT DUE'
               TO AGE-LINE
           WRITE AGE-LINE
           MOVE ZERO TO WS-CO-IDX
           PERFORM 5100-PRINT-ONE-COMPANY
               UNTIL WS-CO-IDX >= WS-CO-COUNT.

       5100-PRINT-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           MOVE ZERO TO WS-BKT-IDX
           PERFORM 5200-PRINT-ONE-BUCKET
               UNTIL WS-BKT-IDX >= 4
           MOVE SPACES TO WS-AGE-SUMMARY
           MOVE WS-CO-CD(WS-CO-IDX)      TO AGS-COMPANY
           MOVE 'LOAN BOOK'              TO AGS-BUCKET-NAME
           MOVE WS-CO-BALANCE(WS-CO-IDX) TO AGS-AMOUNT
           MOVE WS-AGE-SUMMARY TO AGE-LINE
           WRITE AGE-LINE.

       5200-PRINT-ONE-BUCKET.
           ADD 1 TO WS-BKT-IDX
           MOVE SPACES TO WS-AGE-SUMMARY
           MOVE WS-CO-CD(WS-CO-IDX)         TO AGS-COMPANY
           MOVE WS-BUCKET-NAME(WS-BKT-IDX)  TO AGS-BUCKET-NAME
           MOVE WS-CO-BKT-COUNT(WS-CO-IDX WS-BKT-IDX) TO AGS-COUNT
           MOVE WS-CO-BKT-AMT(WS-CO-IDX WS-BKT-IDX)   TO AGS-AMOUNT
           MOVE WS-AGE-SUMMARY TO AGE-LINE
           WRITE AGE-LINE.

       6000-TERMINATE.
           CLOSE LOANSCHD-FILE ACCTMAST-FILE POSTJRNL-FILE
                 BILLRPT-FILE AGERPT-FILE
           DISPLAY 'LOANBILL - Schedules read      ' WS-SCHEDULES-READ
           DISPLAY 'LOANBILL - Installments billed '
               WS-INSTALLMENTS-RAISED
           DISPLAY 'LOANBILL - Journal read        ' WS-JOURNAL-READ
           DISPLAY 'LOANBILL - Payments matched    '
               WS-PAYMENTS-MATCHED
           DISPLAY 'LOANBILL - Reversals matched   '
               WS-REVERSALS-MATCHED
           DISPLAY 'LOANBILL - Payments unmatched  '
               WS-PAYMENTS-UNMATCHED
           DISPLAY 'LOANBILL - Not on master       ' WS-NOT-ON-MASTER
           DISPLAY 'LOANBILL - Delinquent loans    ' WS-DELINQUENT
           IF WS-TABLE-OVERFLOW > ZERO
               DISPLAY 'LOANBILL - Ending with a non-zero condition '
                   'code - company table full, summary incomplete'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PAYMENTS-UNMATCHED > ZERO
                       OR WS-NOT-ON-MASTER > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'LOANBILL - Ended'.

      * One month forward, day clamped to the target month's length.
       7000-ADD-ONE-MONTH.
           IF WS-DUE-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 01 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           PERFORM 7200-CLAMP-DAY-OF-MONTH.

      * One month back, day clamped the same way.
       7100-BACK-ONE-MONTH.
           IF WS-DUE-MONTH = 01
               SUBTRACT 1 FROM WS-DUE-YEAR
               MOVE 12 TO WS-DUE-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF
           PERFORM 7200-CLAMP-DAY-OF-MONTH.

       7200-CLAMP-DAY-OF-MONTH.
           EVALUATE WS-DUE-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DUE-MAX-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DUE-MAX-DAY
               WHEN 02
                   PERFORM 7210-SET-FEBRUARY-LIMIT
           END-EVALUATE
           IF WS-DUE-DAY > WS-DUE-MAX-DAY
               MOVE WS-DUE-MAX-DAY TO WS-DUE-DAY
           END-IF.

       7210-SET-FEBRUARY-LIMIT.
           MOVE 28 TO WS-DUE-MAX-DAY
           COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-DUE-YEAR 4)
           IF WS-LEAP-REM = ZERO
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-DUE-YEAR 100)
               IF WS-LEAP-REM NOT = ZERO
                   MOVE 29 TO WS-DUE-MAX-DAY
               ELSE
                   COMPUTE WS-LEAP-REM =
                       FUNCTION MOD(WS-DUE-YEAR 400)
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-DUE-MAX-DAY
                   END-IF
               END-IF
           END-IF.
