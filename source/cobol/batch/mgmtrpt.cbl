       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGMTRPT.
      * Month-end product and portfolio management report. Replaces
      * the figures Management has been building by hand every month
      * from ACCTSNAP listings and the FEEPOST and INTCAP journals:
      * for each company, one page showing, by account type, the
      * account counts and balances at the prior and this month end
      * with the change, the average balance per account, the
      * month's interest, fees, RULE-4 and RULE-5 activity, the
      * accounts opened and closed, and dormancy - with the net
      * interest margin of the company's loans against its deposits.
      * The same figures go to a comma-delimited extract (MGMTEXT)
      * for the finance team's workbook.
      *
      * Four inputs, all in account-number order, are walked side by
      * side in one pass (the ACCTSNAP balance-line walk, widened):
      *   CURSNAP  - this month-end's snapshot generation;
      *   PRISNAP  - the prior month-end's generation (empty on the
      *              first month, which then reports no prior
      *              figures and ends RC 4);
      *   MGMTJRNL - POSTJRNL sorted by account and timestamp;
      *   MGMTMLOG - ACCTMLOG sorted by account and timestamp.
      * The month is the window between the two snapshots' own
      * SNP-TAKEN-TS stamps - after the prior, up to and including
      * this one - so a posting or change falls into exactly one
      * month whatever day the month-end job ran. Postings split by
      * caller-id: INTCAP interest, FEEPOST fees, DATBATCH RULE-4
      * postings and RULE-5 transfer legs (the ones carrying a
      * PJ-XREF-ACCT), and an "other" line for RULE-6 reversals and
      * the ACCTCLOS, ESCHEAT, TDMATUR and DSPTMNT postings. Opened
      * and closed come from the accepted ACCTMAINT/ACCTAPPR entries
      * on the change log - an add opens, a status 'C' change or a
      * delete closes - counted once per account. Every account,
      * posting and change is reported under the company and type
      * of this month-end's snapshot (else the prior one's, else its
      * own), so a month's activity lines up with the balances
      * beside it.
      *
      * Every amount is restated in the base currency at the rate in
      * force on the month-end date (FXRLOOK) - both month ends at
      * the same rate, so an exchange-rate move is not reported as
      * growth. A currency with no rate fails the step: a missing
      * rate is never taken as one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSNAP-FILE  ASSIGN TO CURSNAP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRISNAP-FILE  ASSIGN TO PRISNAP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE  ASSIGN TO MGMTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTLOG-FILE ASSIGN TO MGMTMLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPMAST-FILE ASSIGN TO COMPMAST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO MGMTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE  ASSIGN TO MGMTEXT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSNAP-FILE.
           COPY SNAPREC.
       FD  PRISNAP-FILE.
           COPY SNAPREC
               REPLACING ==SNAPSHOT-RECORD==   BY ==PRS-RECORD==
                         ==SNP-ACCT-NO==       BY ==PRS-ACCT-NO==
                         ==SNP-STATUS==        BY ==PRS-STATUS==
                         ==SNP-COMPANY-CD==    BY ==PRS-COMPANY-CD==
                         ==SNP-TYPE==          BY ==PRS-TYPE==
                         ==SNP-BALANCE==       BY ==PRS-BALANCE==
                         ==SNP-INT-RATE==      BY ==PRS-INT-RATE==
                         ==SNP-OPEN-DATE==     BY ==PRS-OPEN-DATE==
                         ==SNP-LAST-INT-DATE==
                                           BY ==PRS-LAST-INT-DATE==
                         ==SNP-CURRENCY-CD==
                                           BY ==PRS-CURRENCY-CD==
                         ==SNP-CUST-NO==       BY ==PRS-CUST-NO==
                         ==SNP-YTD-INTEREST==
                                           BY ==PRS-YTD-INTEREST==
                         ==SNP-TAKEN-TS==      BY ==PRS-TAKEN-TS==
                         ==SNP-SOURCE==        BY ==PRS-SOURCE==
                         ==SNP-FROM-SNAPSHOT==
                                           BY ==PRS-FROM-SNAPSHOT==
                         ==SNP-FROM-FULL-RELOAD==
                                           BY ==PRS-FROM-FULL-RELOAD==
                         ==SNP-FROM-DELTA==    BY ==PRS-FROM-DELTA==.
       FD  JOURNAL-FILE.
           COPY POSTJRNL.
       FD  MAINTLOG-FILE.
           COPY ACCTMLOG.
       FD  COMPMAST-FILE.
           COPY COMPMAST.
      * Carriage control in the first byte - '1' starts each
      * company's page.
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           05  RPT-CARRIAGE-CTL        PIC X(01).
               88  RPT-NEW-PAGE                VALUE '1'.
           05  REPORT-LINE             PIC X(132).
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(319).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CURSNAP-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CURSNAP-EOF              VALUE 'Y'.
           05  WS-PRISNAP-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-PRISNAP-EOF              VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-EOF              VALUE 'Y'.
           05  WS-MAINTLOG-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-MAINTLOG-EOF             VALUE 'Y'.
           05  WS-COMPMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-COMPMAST-EOF             VALUE 'Y'.
           05  WS-RUN-STATE-SW         PIC X(01)  VALUE 'Y'.
               88  WS-RUN-OK                   VALUE 'Y'.
               88  WS-RUN-FAILED               VALUE 'N'.
           05  WS-PRIOR-SW             PIC X(01)  VALUE 'Y'.
               88  WS-PRIOR-PRESENT            VALUE 'Y'.
               88  WS-NO-PRIOR                 VALUE 'N'.
           05  WS-RATE-MISSING-SW      PIC X(01)  VALUE 'N'.
               88  WS-RATE-MISSING             VALUE 'Y'.
           05  WS-WINDOW-SW            PIC X(01)  VALUE 'N'.
               88  WS-IN-WINDOW                VALUE 'Y'.
               88  WS-OUT-OF-WINDOW            VALUE 'N'.
           05  WS-TABLE-FULL-SW        PIC X(01)  VALUE 'N'.
               88  WS-TABLE-FULL               VALUE 'Y'.

      * Compare keys for the four-way walk - HIGH-VALUES once an
      * input is exhausted, so the others drain naturally.
       01  WS-COMPARE-KEYS.
           05  WS-CUR-KEY              PIC X(10)  VALUE SPACES.
           05  WS-PRI-KEY              PIC X(10)  VALUE SPACES.
           05  WS-PJ-KEY               PIC X(10)  VALUE SPACES.
           05  WS-ML-KEY               PIC X(10)  VALUE SPACES.
           05  WS-LOW-KEY              PIC X(10)  VALUE SPACES.

      * The month: after the prior month-end's snapshot time, up to
      * and including this one's. With no prior generation it is
      * the calendar month this one was taken in.
       01  WS-CUR-SNAP-TS              PIC X(16)  VALUE SPACES.
       01  WS-PRI-SNAP-TS              PIC X(16)  VALUE SPACES.
       01  WS-REPORT-MONTH             PIC X(06)  VALUE SPACES.
       01  WS-MONTH-END-DATE           PIC 9(08)  VALUE ZERO.
       01  WS-EVENT-TS                 PIC X(16)  VALUE SPACES.

      * The account being walked - the company and type it reports
      * under, and its status on each snapshot.
       01  WS-ACCOUNT-WORK.
           05  WS-ACCT-COMPANY         PIC X(03).
           05  WS-ACCT-TYPE            PIC X(01).
           05  WS-ACCT-CUR-STATUS      PIC X(01).
           05  WS-ACCT-PRI-STATUS      PIC X(01).
           05  WS-ACCT-OPENED-SW       PIC X(01).
               88  WS-ACCT-OPEN-COUNTED        VALUE 'Y'.
           05  WS-ACCT-CLOSED-SW       PIC X(01).
               88  WS-ACCT-CLOSE-COUNTED       VALUE 'Y'.

      * One entry per company - COMPMAST's in file order, then any
      * company met on the inputs that COMPMAST does not carry. Each
      * holds six columns of figures: one per account type (S, C,
      * T, L and any other code) and, at print time, the company's
      * total.
       01  WS-CO-MAX                   PIC 9(03) COMP  VALUE 20.
       01  WS-CO-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-IDX                   PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.
       01  WS-CO-LOOK-CODE             PIC X(03)  VALUE SPACES.
       01  WS-TYPE-LOOK-CODE           PIC X(01)  VALUE SPACES.
       01  WS-COL-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-TOTAL-COL                PIC 9(03) COMP  VALUE 6.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CO-CODE          PIC X(03).
               10  WS-CO-NAME          PIC X(30).
               10  WS-CO-USED-SW       PIC X(01).
                   88  WS-CO-USED              VALUE 'Y'.
               10  WS-CO-ODD-TYPE-SW   PIC X(01).
                   88  WS-CO-ODD-TYPE          VALUE 'Y'.
               10  WS-CO-COL OCCURS 6 TIMES.
                   15  WS-FG-ACCTS-PRIOR   PIC 9(07) COMP.
                   15  WS-FG-ACCTS-CUR     PIC 9(07) COMP.
                   15  WS-FG-BAL-PRIOR     PIC S9(13)V99 COMP-3.
                   15  WS-FG-BAL-CUR       PIC S9(13)V99 COMP-3.
                   15  WS-FG-INT-COUNT     PIC 9(07) COMP.
                   15  WS-FG-INT-AMT       PIC S9(13)V99 COMP-3.
                   15  WS-FG-FEE-COUNT     PIC 9(07) COMP.
      * Fees earned - the FEEPOST debits, sign turned.
                   15  WS-FG-FEE-AMT       PIC S9(13)V99 COMP-3.
                   15  WS-FG-R4-COUNT      PIC 9(07) COMP.
                   15  WS-FG-R4-AMT        PIC S9(13)V99 COMP-3.
                   15  WS-FG-R5-COUNT      PIC 9(07) COMP.
                   15  WS-FG-R5-AMT        PIC S9(13)V99 COMP-3.
                   15  WS-FG-OTH-COUNT     PIC 9(07) COMP.
                   15  WS-FG-OTH-AMT       PIC S9(13)V99 COMP-3.
                   15  WS-FG-OPENED        PIC 9(07) COMP.
                   15  WS-FG-CLOSED        PIC 9(07) COMP.
                   15  WS-FG-DORMANT       PIC 9(07) COMP.
                   15  WS-FG-NEW-DORMANT   PIC 9(07) COMP.
      * Worked out at print time from the figures above.
                   15  WS-FG-ACCTS-CHG     PIC S9(07) COMP-3.
                   15  WS-FG-BAL-CHG       PIC S9(13)V99 COMP-3.
                   15  WS-FG-AVG-BAL       PIC S9(13)V99 COMP-3.
                   15  WS-FG-UNPOSTED      PIC S9(13)V99 COMP-3.

      * The report's rows, in print order: N prints as a count, A
      * as an amount; a break byte of B prints a blank line after.
       01  WS-ROW-DEFINITIONS.
           05  FILLER  PIC X(24)  VALUE 'N ACCOUNTS, PRIOR MONTH '.
           05  FILLER  PIC X(24)  VALUE 'N ACCOUNTS, THIS MONTH  '.
           05  FILLER  PIC X(24)  VALUE 'NB  CHANGE              '.
           05  FILLER  PIC X(24)  VALUE 'A BALANCE, PRIOR MONTH  '.
           05  FILLER  PIC X(24)  VALUE 'A BALANCE, THIS MONTH   '.
           05  FILLER  PIC X(24)  VALUE 'A   CHANGE              '.
           05  FILLER  PIC X(24)  VALUE 'ABAVG BALANCE/ACCOUNT   '.
           05  FILLER  PIC X(24)  VALUE 'N INTEREST - POSTINGS   '.
           05  FILLER  PIC X(24)  VALUE 'A INTEREST - AMOUNT     '.
           05  FILLER  PIC X(24)  VALUE 'N FEES - POSTINGS       '.
           05  FILLER  PIC X(24)  VALUE 'A FEES EARNED - AMOUNT  '.
           05  FILLER  PIC X(24)  VALUE 'N RULE-4 - POSTINGS     '.
           05  FILLER  PIC X(24)  VALUE 'A RULE-4 - NET AMOUNT   '.
           05  FILLER  PIC X(24)  VALUE 'N RULE-5 - TRANSFER LEGS'.
           05  FILLER  PIC X(24)  VALUE 'A RULE-5 - NET AMOUNT   '.
           05  FILLER  PIC X(24)  VALUE 'N OTHER - POSTINGS      '.
           05  FILLER  PIC X(24)  VALUE 'A OTHER - NET AMOUNT    '.
           05  FILLER  PIC X(24)  VALUE 'ABCHANGE NOT POSTED     '.
           05  FILLER  PIC X(24)  VALUE 'N ACCOUNTS OPENED       '.
           05  FILLER  PIC X(24)  VALUE 'N ACCOUNTS CLOSED       '.
           05  FILLER  PIC X(24)  VALUE 'N DORMANT AT MONTH END  '.
           05  FILLER  PIC X(24)  VALUE 'NBNEWLY DORMANT         '.
       01  WS-ROW-TABLE REDEFINES WS-ROW-DEFINITIONS.
           05  WS-ROW-ENTRY OCCURS 22 TIMES.
               10  WS-ROW-KIND         PIC X(01).
                   88  WS-ROW-IS-COUNT         VALUE 'N'.
               10  WS-ROW-BREAK        PIC X(01).
                   88  WS-ROW-BREAK-AFTER      VALUE 'B'.
               10  WS-ROW-LABEL        PIC X(22).
       01  WS-ROW-COUNT                PIC 9(03) COMP  VALUE 22.
       01  WS-ROW-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CELL-VALUE               PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

      * Net interest margin work - a company's loan (type L)
      * interest against its deposit (S, C, T) interest, over the
      * average of the two month-end balances, annualized from the
      * month as a percentage.
       01  WS-MARGIN-WORK.
           05  WS-AVG-LOANS            PIC S9(13)V99   COMP-3.
           05  WS-AVG-DEPOSITS         PIC S9(13)V99   COMP-3.
           05  WS-LOAN-INTEREST        PIC S9(13)V99   COMP-3.
           05  WS-DEPOSIT-INTEREST     PIC S9(13)V99   COMP-3.
           05  WS-NET-INTEREST         PIC S9(13)V99   COMP-3.
           05  WS-LOAN-YIELD           PIC S9(03)V9(4) COMP-3.
           05  WS-DEPOSIT-COST         PIC S9(03)V9(4) COMP-3.
           05  WS-NET-MARGIN           PIC S9(03)V9(4) COMP-3.

      * Every base equivalent comes from FXRLOOK at the month-end
      * date.
       01  WS-FXRLOOK-PGM              PIC X(08)  VALUE 'FXRLOOK'.
           COPY FXRLINK.
       01  WS-BASE-EQUIV               PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
       01  WS-CONVERT-AMOUNT           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-CONVERT-CURRENCY         PIC X(03)  VALUE SPACES.
       01  WS-MISSING-CURRENCY         PIC X(03)  VALUE SPACES.

      * The applied maintenance image off a change-log entry.
           COPY ACCTMNT.

           COPY MGMTEXT.

       01  WS-COUNTERS.
           05  WS-CURSNAP-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-PRISNAP-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCOUNT-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-JOURNAL-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSTING-TAKEN        PIC 9(07) COMP  VALUE ZERO.
           05  WS-MAINTLOG-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-CHANGE-TAKEN         PIC 9(07) COMP  VALUE ZERO.
           05  WS-PAGE-COUNT           PIC 9(03) COMP  VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(05) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).
       01  WS-PAGE-NO-DSP              PIC ZZ9.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(24)  VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
               '           SAVINGS'.
           05  FILLER                  PIC X(18)  VALUE
               '          CHECKING'.
           05  FILLER                  PIC X(18)  VALUE
               '      TERM DEPOSIT'.
           05  FILLER                  PIC X(18)  VALUE
               '             LOANS'.
           05  FILLER                  PIC X(18)  VALUE
               '        OTHER TYPE'.
           05  FILLER                  PIC X(18)  VALUE
               '     COMPANY TOTAL'.

       01  WS-ROW-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RWL-LABEL               PIC X(22).
           05  RWL-CELL OCCURS 6 TIMES.
               10  FILLER              PIC X(01).
               10  RWL-VALUE           PIC X(17).
       01  WS-EDIT-AMOUNT              PIC -(13)9.99.
       01  WS-EDIT-COUNT               PIC -(16)9.

       01  WS-MARGIN-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MGL-LABEL-1             PIC X(24).
           05  MGL-AMOUNT-1            PIC -(13)9.99.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  MGL-LABEL-2             PIC X(24).
           05  MGL-AMOUNT-2            PIC -(13)9.99.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  MGL-LABEL-3             PIC X(20).
           05  MGL-RATE                PIC -(03)9.9999.
           05  FILLER                  PIC X(02)  VALUE ' %'.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'MGMTRPT' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           IF WS-RUN-OK
               PERFORM 2000-WALK-ONE-ACCOUNT
                   UNTIL WS-CUR-KEY = HIGH-VALUES
                     AND WS-PRI-KEY = HIGH-VALUES
                     AND WS-PJ-KEY  = HIGH-VALUES
                     AND WS-ML-KEY  = HIGH-VALUES
               PERFORM 3000-PRINT-REPORT
           END-IF
           PERFORM 4000-TERMINATE
           MOVE WS-ACCOUNT-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'MGMTRPT - Started. Month-end management report.'
           OPEN INPUT  CURSNAP-FILE PRISNAP-FILE
                       JOURNAL-FILE MAINTLOG-FILE
           OPEN OUTPUT REPORT-FILE EXTRACT-FILE
           OPEN INPUT COMPMAST-FILE
           PERFORM 1100-LOAD-ONE-COMPANY
               UNTIL WS-COMPMAST-EOF
           CLOSE COMPMAST-FILE
           PERFORM 2100-READ-CURSNAP
           PERFORM 2200-READ-PRISNAP
           PERFORM 2300-READ-JOURNAL
           PERFORM 2400-READ-MAINTLOG
           PERFORM 1200-SET-THE-MONTH.

       1100-LOAD-ONE-COMPANY.
           READ COMPMAST-FILE
               AT END
                   SET WS-COMPMAST-EOF TO TRUE
               NOT AT END
                   MOVE CMP-COMPANY-CD TO WS-CO-LOOK-CODE
                   PERFORM 2900-FIND-COMPANY
                   IF WS-CO-FOUND-IDX > ZERO
                       MOVE CMP-COMPANY-NAME
                           TO WS-CO-NAME(WS-CO-FOUND-IDX)
                   END-IF
           END-READ.

      * Both snapshots carry the time they were taken; this month's
      * must be there and must be the later of the two. An empty
      * prior generation is the first month-end after cutover.
       1200-SET-THE-MONTH.
           EVALUATE TRUE
               WHEN WS-CURSNAP-EOF
                   DISPLAY 'MGMTRPT - Month-end snapshot is empty - '
                       'nothing to report'
                   SET WS-RUN-FAILED TO TRUE
               WHEN WS-CUR-SNAP-TS IS NOT NUMERIC
                   DISPLAY 'MGMTRPT - Month-end snapshot carries no '
                       'time - not an ACCTSNAP generation'
                   SET WS-RUN-FAILED TO TRUE
               WHEN WS-PRISNAP-EOF
                   SET WS-NO-PRIOR TO TRUE
                   DISPLAY 'MGMTRPT - Prior month-end snapshot is '
                       'empty - first month, no prior figures'
               WHEN WS-PRI-SNAP-TS IS NOT NUMERIC
                   DISPLAY 'MGMTRPT - Prior month-end snapshot '
                       'carries no time - not an ACCTSNAP generation'
                   SET WS-RUN-FAILED TO TRUE
               WHEN WS-PRI-SNAP-TS NOT < WS-CUR-SNAP-TS
                   DISPLAY 'MGMTRPT - Prior month-end snapshot ('
                       WS-PRI-SNAP-TS ') is not older than this '
                       'one (' WS-CUR-SNAP-TS ') - generations out '
                       'of order'
                   SET WS-RUN-FAILED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RUN-OK
               MOVE WS-CUR-SNAP-TS(1:6) TO WS-REPORT-MONTH
               MOVE WS-CUR-SNAP-TS(1:8) TO WS-MONTH-END-DATE
               IF WS-PRIOR-PRESENT
                   DISPLAY 'MGMTRPT - Month ' WS-REPORT-MONTH
                       ' - activity after ' WS-PRI-SNAP-TS
                       ' up to ' WS-CUR-SNAP-TS
               ELSE
                   DISPLAY 'MGMTRPT - Month ' WS-REPORT-MONTH
                       ' - activity in the month up to '
                       WS-CUR-SNAP-TS
               END-IF
           END-IF.

      * The four-way walk: the lowest key of the four inputs is the
      * next account. Its snapshot records are taken first - they
      * settle the company and type it reports under - then its
      * postings, then its change-log entries.
       2000-WALK-ONE-ACCOUNT.
           MOVE WS-CUR-KEY TO WS-LOW-KEY
           IF WS-PRI-KEY < WS-LOW-KEY
               MOVE WS-PRI-KEY TO WS-LOW-KEY
           END-IF
           IF WS-PJ-KEY < WS-LOW-KEY
               MOVE WS-PJ-KEY TO WS-LOW-KEY
           END-IF
           IF WS-ML-KEY < WS-LOW-KEY
               MOVE WS-ML-KEY TO WS-LOW-KEY
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SPACES TO WS-ACCOUNT-WORK
           IF WS-CUR-KEY = WS-LOW-KEY
               PERFORM 2500-TAKE-CURRENT
               PERFORM 2100-READ-CURSNAP
           END-IF
           IF WS-PRI-KEY = WS-LOW-KEY
               PERFORM 2600-TAKE-PRIOR
               PERFORM 2200-READ-PRISNAP
           END-IF
           IF WS-ACCT-CUR-STATUS = 'D'
                   AND WS-ACCT-PRI-STATUS NOT = 'D'
               PERFORM 2650-COUNT-NEW-DORMANT
           END-IF
           PERFORM 2700-TAKE-POSTING
               UNTIL WS-PJ-KEY NOT = WS-LOW-KEY
           PERFORM 2800-TAKE-CHANGE
               UNTIL WS-ML-KEY NOT = WS-LOW-KEY.

       2100-READ-CURSNAP.
           READ CURSNAP-FILE
               AT END
                   SET WS-CURSNAP-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-CURSNAP-COUNT
                   MOVE SNP-ACCT-NO TO WS-CUR-KEY
                   IF WS-CURSNAP-COUNT = 1
                       MOVE SNP-TAKEN-TS TO WS-CUR-SNAP-TS
                   END-IF
           END-READ.

       2200-READ-PRISNAP.
           READ PRISNAP-FILE
               AT END
                   SET WS-PRISNAP-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PRI-KEY
               NOT AT END
                   ADD 1 TO WS-PRISNAP-COUNT
                   MOVE PRS-ACCT-NO TO WS-PRI-KEY
                   IF WS-PRISNAP-COUNT = 1
                       MOVE PRS-TAKEN-TS TO WS-PRI-SNAP-TS
                   END-IF
           END-READ.

       2300-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JOURNAL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PJ-KEY
               NOT AT END
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE PJ-ACCT-NO TO WS-PJ-KEY
           END-READ.

       2400-READ-MAINTLOG.
           READ MAINTLOG-FILE
               AT END
                   SET WS-MAINTLOG-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ML-KEY
               NOT AT END
                   ADD 1 TO WS-MAINTLOG-COUNT
                   MOVE AML-ACCT-NO TO WS-ML-KEY
           END-READ.

      * This month-end's balance, counted as an account unless it
      * is closed, and as dormant when it is.
       2500-TAKE-CURRENT.
           MOVE SNP-COMPANY-CD TO WS-ACCT-COMPANY
           MOVE SNP-TYPE       TO WS-ACCT-TYPE
           MOVE SNP-STATUS     TO WS-ACCT-CUR-STATUS
           PERFORM 2910-FIND-COLUMN
           IF WS-CO-FOUND-IDX > ZERO
               MOVE SNP-BALANCE     TO WS-CONVERT-AMOUNT
               MOVE SNP-CURRENCY-CD TO WS-CONVERT-CURRENCY
               PERFORM 2960-CONVERT-TO-BASE
               ADD WS-BASE-EQUIV
                   TO WS-FG-BAL-CUR(WS-CO-FOUND-IDX, WS-COL-IDX)
               IF SNP-STATUS NOT = 'C'
                   ADD 1 TO WS-FG-ACCTS-CUR(WS-CO-FOUND-IDX,
                                            WS-COL-IDX)
               END-IF
               IF SNP-STATUS = 'D'
                   ADD 1 TO WS-FG-DORMANT(WS-CO-FOUND-IDX,
                                          WS-COL-IDX)
               END-IF
           END-IF.

      * The prior month-end's balance stays under the company and
      * type it had then; an account gone from this month's
      * snapshot reports its month's activity there too.
       2600-TAKE-PRIOR.
           MOVE PRS-STATUS TO WS-ACCT-PRI-STATUS
           IF WS-ACCT-COMPANY = SPACES AND WS-ACCT-TYPE = SPACES
               MOVE PRS-COMPANY-CD TO WS-ACCT-COMPANY
               MOVE PRS-TYPE       TO WS-ACCT-TYPE
           END-IF
           MOVE PRS-COMPANY-CD TO WS-CO-LOOK-CODE
           MOVE PRS-TYPE       TO WS-TYPE-LOOK-CODE
           PERFORM 2900-FIND-COMPANY
           IF WS-CO-FOUND-IDX > ZERO
               PERFORM 2920-SET-COLUMN
               MOVE PRS-BALANCE     TO WS-CONVERT-AMOUNT
               MOVE PRS-CURRENCY-CD TO WS-CONVERT-CURRENCY
               PERFORM 2960-CONVERT-TO-BASE
               ADD WS-BASE-EQUIV
                   TO WS-FG-BAL-PRIOR(WS-CO-FOUND-IDX, WS-COL-IDX)
               IF PRS-STATUS NOT = 'C'
                   ADD 1 TO WS-FG-ACCTS-PRIOR(WS-CO-FOUND-IDX,
                                              WS-COL-IDX)
               END-IF
           END-IF.

       2650-COUNT-NEW-DORMANT.
           PERFORM 2910-FIND-COLUMN
           IF WS-CO-FOUND-IDX > ZERO
               ADD 1 TO WS-FG-NEW-DORMANT(WS-CO-FOUND-IDX,
                                          WS-COL-IDX)
           END-IF.

      * A posting in the month, split by who posted it. Reversals
      * are taken out first - a RULE-6 reversal carries the calling
      * program's id like the posting it undoes.
       2700-TAKE-POSTING.
           MOVE PJ-TIMESTAMP(1:16) TO WS-EVENT-TS
           PERFORM 2950-TEST-WINDOW
           IF WS-IN-WINDOW
               ADD 1 TO WS-POSTING-TAKEN
               IF WS-ACCT-COMPANY = SPACES AND WS-ACCT-TYPE = SPACES
                   MOVE PJ-COMPANY-CD TO WS-ACCT-COMPANY
                   MOVE PJ-ACCT-TYPE  TO WS-ACCT-TYPE
               END-IF
               PERFORM 2910-FIND-COLUMN
               IF WS-CO-FOUND-IDX > ZERO
                   MOVE PJ-AMOUNT      TO WS-CONVERT-AMOUNT
                   MOVE PJ-CURRENCY-CD TO WS-CONVERT-CURRENCY
                   PERFORM 2960-CONVERT-TO-BASE
                   PERFORM 2710-BUCKET-POSTING
               END-IF
           END-IF
           PERFORM 2300-READ-JOURNAL.

       2710-BUCKET-POSTING.
           EVALUATE TRUE
               WHEN PJ-IS-REVERSAL
                   ADD 1 TO WS-FG-OTH-COUNT(WS-CO-FOUND-IDX,
                                            WS-COL-IDX)
                   ADD WS-BASE-EQUIV
                       TO WS-FG-OTH-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
               WHEN PJ-CALLER-ID = 'INTCAP'
                   ADD 1 TO WS-FG-INT-COUNT(WS-CO-FOUND-IDX,
                                            WS-COL-IDX)
                   ADD WS-BASE-EQUIV
                       TO WS-FG-INT-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
               WHEN PJ-CALLER-ID = 'FEEPOST'
                   ADD 1 TO WS-FG-FEE-COUNT(WS-CO-FOUND-IDX,
                                            WS-COL-IDX)
                   SUBTRACT WS-BASE-EQUIV
                       FROM WS-FG-FEE-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
               WHEN PJ-CALLER-ID = 'ACCTCLOS' OR 'ESCHEAT'
                                             OR 'TDMATUR'
                                             OR 'DSPTMNT'
                   ADD 1 TO WS-FG-OTH-COUNT(WS-CO-FOUND-IDX,
                                            WS-COL-IDX)
                   ADD WS-BASE-EQUIV
                       TO WS-FG-OTH-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
               WHEN PJ-XREF-ACCT NOT = SPACES
                   ADD 1 TO WS-FG-R5-COUNT(WS-CO-FOUND-IDX,
                                           WS-COL-IDX)
                   ADD WS-BASE-EQUIV
                       TO WS-FG-R5-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
               WHEN OTHER
                   ADD 1 TO WS-FG-R4-COUNT(WS-CO-FOUND-IDX,
                                           WS-COL-IDX)
                   ADD WS-BASE-EQUIV
                       TO WS-FG-R4-AMT(WS-CO-FOUND-IDX, WS-COL-IDX)
           END-EVALUATE.

      * An accepted maintenance change in the month. Only the
      * entries that changed the master carry their image - the
      * ACCTMAINT and ACCTAPPR ones are what opens and closes an
      * account (ACCTCLOS and DORMSWP apply through ACCTMAINT);
      * DB2APPLY's are the same changes written back to Db2 and
      * HOLDMNT's change no status. Each account is counted opened,
      * and closed, at most once in the month, and not closed again
      * when it was already closed at the prior month end.
       2800-TAKE-CHANGE.
           MOVE AML-TIMESTAMP(1:16) TO WS-EVENT-TS
           PERFORM 2950-TEST-WINDOW
           IF WS-IN-WINDOW
                   AND AML-ACCEPTED
                   AND (AML-LOGGED-BY = 'ACCTMAIN'
                        OR AML-LOGGED-BY = 'ACCTAPPR')
                   AND AML-MAINT-IMAGE NOT = SPACES
               ADD 1 TO WS-CHANGE-TAKEN
               MOVE AML-MAINT-IMAGE TO ACCT-MAINT-RECORD
               IF WS-ACCT-COMPANY = SPACES AND WS-ACCT-TYPE = SPACES
                   MOVE AM-ACCT-COMPANY-CD TO WS-ACCT-COMPANY
                   MOVE AM-ACCT-TYPE       TO WS-ACCT-TYPE
               END-IF
               PERFORM 2810-COUNT-OPEN-CLOSE
           END-IF
           PERFORM 2400-READ-MAINTLOG.

       2810-COUNT-OPEN-CLOSE.
           PERFORM 2910-FIND-COLUMN
           IF WS-CO-FOUND-IDX > ZERO
               EVALUATE TRUE
                   WHEN AM-ADD AND NOT WS-ACCT-OPEN-COUNTED
                       SET WS-ACCT-OPEN-COUNTED TO TRUE
                       ADD 1 TO WS-FG-OPENED(WS-CO-FOUND-IDX,
                                             WS-COL-IDX)
                   WHEN WS-ACCT-CLOSE-COUNTED
                   WHEN WS-ACCT-PRI-STATUS = 'C'
                       CONTINUE
                   WHEN AM-DELETE
                   WHEN AM-CHANGE AND AM-ACCT-STATUS = 'C'
                       SET WS-ACCT-CLOSE-COUNTED TO TRUE
                       ADD 1 TO WS-FG-CLOSED(WS-CO-FOUND-IDX,
                                             WS-COL-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * The company's entry, added the first time a company is met
      * - COMPMAST's are loaded first, so only a company missing
      * from it is added here. A full table fails the run.
       2900-FIND-COMPANY.
           MOVE ZERO TO WS-CO-FOUND-IDX
           MOVE ZERO TO WS-CO-IDX
           PERFORM 2901-CHECK-ONE-COMPANY
               UNTIL WS-CO-FOUND-IDX > ZERO
                  OR WS-CO-IDX >= WS-CO-COUNT
           IF WS-CO-FOUND-IDX = ZERO
               IF WS-CO-COUNT >= WS-CO-MAX
                   IF NOT WS-TABLE-FULL
                       DISPLAY 'MGMTRPT - More than ' WS-CO-MAX
                           ' companies - ' WS-CO-LOOK-CODE
                           ' and later ones not reported'
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-FOUND-IDX
                   PERFORM 2902-START-COMPANY
               END-IF
           END-IF.

       2901-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF WS-CO-CODE(WS-CO-IDX) = WS-CO-LOOK-CODE
               MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
           END-IF.

       2902-START-COMPANY.
           MOVE WS-CO-LOOK-CODE TO WS-CO-CODE(WS-CO-FOUND-IDX)
           MOVE '(NOT ON COMPMAST)' TO WS-CO-NAME(WS-CO-FOUND-IDX)
           MOVE 'N' TO WS-CO-USED-SW(WS-CO-FOUND-IDX)
           MOVE 'N' TO WS-CO-ODD-TYPE-SW(WS-CO-FOUND-IDX)
           MOVE ZERO TO WS-COL-IDX
           PERFORM 2903-ZERO-ONE-COLUMN
               UNTIL WS-COL-IDX >= WS-TOTAL-COL.

       2903-ZERO-ONE-COLUMN.
           ADD 1 TO WS-COL-IDX
           INITIALIZE WS-CO-COL(WS-CO-FOUND-IDX, WS-COL-IDX).

      * The current account's company and type column.
       2910-FIND-COLUMN.
           MOVE WS-ACCT-COMPANY TO WS-CO-LOOK-CODE
           MOVE WS-ACCT-TYPE    TO WS-TYPE-LOOK-CODE
           PERFORM 2900-FIND-COMPANY
           IF WS-CO-FOUND-IDX > ZERO
               PERFORM 2920-SET-COLUMN
           END-IF.

      * The type code picks the column.
       2920-SET-COLUMN.
           SET WS-CO-USED(WS-CO-FOUND-IDX) TO TRUE
           EVALUATE WS-TYPE-LOOK-CODE
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
                   SET WS-CO-ODD-TYPE(WS-CO-FOUND-IDX) TO TRUE
           END-EVALUATE.

       2950-TEST-WINDOW.
           SET WS-OUT-OF-WINDOW TO TRUE
           IF WS-EVENT-TS NOT > WS-CUR-SNAP-TS
               IF WS-PRIOR-PRESENT
                   IF WS-EVENT-TS > WS-PRI-SNAP-TS
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   IF WS-EVENT-TS(1:6) = WS-REPORT-MONTH
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      * One amount restated in the base currency at the month-end
      * rate. A currency with no rate converts to zero and marks the
      * run failed - it is never taken at one.
       2960-CONVERT-TO-BASE.
           MOVE ZERO TO WS-BASE-EQUIV
           MOVE WS-CONVERT-CURRENCY TO FXL-CURRENCY-CD
           MOVE WS-MONTH-END-DATE   TO FXL-AS-OF-DATE
           CALL WS-FXRLOOK-PGM USING FX-LOOKUP-AREA
           IF FXL-RATE-FOUND
               COMPUTE WS-BASE-EQUIV ROUNDED =
                   WS-CONVERT-AMOUNT * FXL-RATE-TO-BASE
           ELSE
               SET WS-RATE-MISSING TO TRUE
               MOVE WS-CONVERT-CURRENCY TO WS-MISSING-CURRENCY
           END-IF.

      * One page per company that had an account or any activity,
      * in COMPMAST order, and its extract rows.
       3000-PRINT-REPORT.
           WRITE EXTRACT-LINE FROM MGMT-EXTRACT-HEADER
           MOVE ZERO TO WS-CO-IDX
           PERFORM 3100-PRINT-ONE-COMPANY
               UNTIL WS-CO-IDX >= WS-CO-COUNT.

       3100-PRINT-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF WS-CO-USED(WS-CO-IDX)
               PERFORM 3200-TOTAL-THE-COMPANY
               PERFORM 3300-PRINT-PAGE-HEADING
               MOVE ZERO TO WS-ROW-IDX
               PERFORM 3400-PRINT-ONE-ROW
                   UNTIL WS-ROW-IDX >= WS-ROW-COUNT
               PERFORM 3500-PRINT-MARGIN
               PERFORM 3600-PRINT-FOOTNOTES
               MOVE ZERO TO WS-COL-IDX
               PERFORM 3700-WRITE-ONE-EXTRACT
                   UNTIL WS-COL-IDX >= WS-TOTAL-COL
           END-IF.

      * The total column is the sum of the five type columns; then
      * every column's derived figures are worked out.
       3200-TOTAL-THE-COMPANY.
           MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
           INITIALIZE WS-CO-COL(WS-CO-IDX, WS-TOTAL-COL)
           MOVE ZERO TO WS-COL-IDX
           PERFORM 3210-ADD-ONE-COLUMN
               UNTIL WS-COL-IDX >= WS-TOTAL-COL - 1
           MOVE ZERO TO WS-COL-IDX
           PERFORM 3220-DERIVE-ONE-COLUMN
               UNTIL WS-COL-IDX >= WS-TOTAL-COL.

       3210-ADD-ONE-COLUMN.
           ADD 1 TO WS-COL-IDX
           ADD WS-FG-ACCTS-PRIOR(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-ACCTS-PRIOR(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-ACCTS-CUR(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-BAL-PRIOR(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-BAL-PRIOR(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-BAL-CUR(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-BAL-CUR(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-INT-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-INT-COUNT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-INT-AMT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-INT-AMT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-FEE-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-FEE-COUNT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-FEE-AMT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-FEE-AMT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-R4-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-R4-COUNT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-R4-AMT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-R4-AMT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-R5-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-R5-COUNT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-R5-AMT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-R5-AMT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-OTH-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-OTH-COUNT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-OTH-AMT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-OTH-AMT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-OPENED(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-OPENED(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-CLOSED(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-CLOSED(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-DORMANT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-DORMANT(WS-CO-IDX, WS-TOTAL-COL)
           ADD WS-FG-NEW-DORMANT(WS-CO-IDX, WS-COL-IDX)
               TO WS-FG-NEW-DORMANT(WS-CO-IDX, WS-TOTAL-COL).

      * The change in balance the month's postings do not explain
      * - openings and balances keyed through maintenance, and
      * accounts moving between types - is shown rather than left
      * for the reader to find.
       3220-DERIVE-ONE-COLUMN.
           ADD 1 TO WS-COL-IDX
           COMPUTE WS-FG-ACCTS-CHG(WS-CO-IDX, WS-COL-IDX) =
               WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-ACCTS-PRIOR(WS-CO-IDX, WS-COL-IDX)
           COMPUTE WS-FG-BAL-CHG(WS-CO-IDX, WS-COL-IDX) =
               WS-FG-BAL-CUR(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-BAL-PRIOR(WS-CO-IDX, WS-COL-IDX)
           MOVE ZERO TO WS-FG-AVG-BAL(WS-CO-IDX, WS-COL-IDX)
           IF WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX) > ZERO
               COMPUTE WS-FG-AVG-BAL(WS-CO-IDX, WS-COL-IDX) ROUNDED =
                   WS-FG-BAL-CUR(WS-CO-IDX, WS-COL-IDX)
                 / WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX)
           END-IF
           COMPUTE WS-FG-UNPOSTED(WS-CO-IDX, WS-COL-IDX) =
               WS-FG-BAL-CHG(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-INT-AMT(WS-CO-IDX, WS-COL-IDX)
             + WS-FG-FEE-AMT(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-R4-AMT(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-R5-AMT(WS-CO-IDX, WS-COL-IDX)
             - WS-FG-OTH-AMT(WS-CO-IDX, WS-COL-IDX).

       3300-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-PAGE-NO-DSP
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'MONTH-END MANAGEMENT REPORT - MONTH '
               WS-REPORT-MONTH
               '                                        PAGE '
               WS-PAGE-NO-DSP
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE '1' TO RPT-CARRIAGE-CTL
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'COMPANY ' WS-CO-CODE(WS-CO-IDX) '  '
               WS-CO-NAME(WS-CO-IDX)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           IF WS-PRIOR-PRESENT
               STRING 'MONTH END ' WS-CUR-SNAP-TS(1:12)
                   '   PRIOR MONTH END ' WS-PRI-SNAP-TS(1:12)
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           ELSE
               STRING 'MONTH END ' WS-CUR-SNAP-TS(1:12)
                   '   NO PRIOR MONTH END - PRIOR FIGURES ARE '
                   'ZERO, ACTIVITY FROM THE 1ST'
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           END-IF
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ALL AMOUNTS IN THE BASE CURRENCY AT THE RATES '
               'IN FORCE ON ' WS-MONTH-END-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE WS-COLUMN-HEADING TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING.

       3400-PRINT-ONE-ROW.
           ADD 1 TO WS-ROW-IDX
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO RWL-LABEL
           MOVE ZERO TO WS-COL-IDX
           PERFORM 3410-EDIT-ONE-CELL
               UNTIL WS-COL-IDX >= WS-TOTAL-COL
           MOVE WS-ROW-LINE TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           IF WS-ROW-BREAK-AFTER(WS-ROW-IDX)
               MOVE SPACES TO WS-HEADING-LINE
               PERFORM 3900-WRITE-HEADING
           END-IF.

       3410-EDIT-ONE-CELL.
           ADD 1 TO WS-COL-IDX
           EVALUATE WS-ROW-IDX
               WHEN 1
                   MOVE WS-FG-ACCTS-PRIOR(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 2
                   MOVE WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 3
                   MOVE WS-FG-ACCTS-CHG(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 4
                   MOVE WS-FG-BAL-PRIOR(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 5
                   MOVE WS-FG-BAL-CUR(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 6
                   MOVE WS-FG-BAL-CHG(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 7
                   MOVE WS-FG-AVG-BAL(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 8
                   MOVE WS-FG-INT-COUNT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 9
                   MOVE WS-FG-INT-AMT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 10
                   MOVE WS-FG-FEE-COUNT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 11
                   MOVE WS-FG-FEE-AMT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 12
                   MOVE WS-FG-R4-COUNT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 13
                   MOVE WS-FG-R4-AMT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 14
                   MOVE WS-FG-R5-COUNT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 15
                   MOVE WS-FG-R5-AMT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 16
                   MOVE WS-FG-OTH-COUNT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 17
                   MOVE WS-FG-OTH-AMT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 18
                   MOVE WS-FG-UNPOSTED(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 19
                   MOVE WS-FG-OPENED(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 20
                   MOVE WS-FG-CLOSED(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN 21
                   MOVE WS-FG-DORMANT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
               WHEN OTHER
                   MOVE WS-FG-NEW-DORMANT(WS-CO-IDX, WS-COL-IDX)
                       TO WS-CELL-VALUE
           END-EVALUATE
           IF WS-ROW-IS-COUNT(WS-ROW-IDX)
               MOVE WS-CELL-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RWL-VALUE(WS-COL-IDX)
           ELSE
               MOVE WS-CELL-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO RWL-VALUE(WS-COL-IDX)
           END-IF.

      * Net interest margin: the loans' interest against the
      * deposits', each over the average of its two month-end
      * balances (this month end alone in the first month), times
      * twelve for an annual rate. The margin is the net interest
      * over the average loan book - the earning assets.
       3500-PRINT-MARGIN.
           PERFORM 3510-WORK-OUT-MARGIN
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'NET INTEREST MARGIN - LOANS AGAINST DEPOSITS '
               '(SAVINGS, CHECKING, TERM), ANNUALIZED FROM THE MONTH'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE 'AVERAGE LOAN BALANCE'     TO MGL-LABEL-1
           MOVE WS-AVG-LOANS               TO MGL-AMOUNT-1
           MOVE 'LOAN INTEREST'            TO MGL-LABEL-2
           MOVE WS-LOAN-INTEREST           TO MGL-AMOUNT-2
           MOVE 'LOAN YIELD'               TO MGL-LABEL-3
           MOVE WS-LOAN-YIELD              TO MGL-RATE
           MOVE WS-MARGIN-LINE TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE 'AVERAGE DEPOSIT BALANCE'  TO MGL-LABEL-1
           MOVE WS-AVG-DEPOSITS            TO MGL-AMOUNT-1
           MOVE 'DEPOSIT INTEREST'         TO MGL-LABEL-2
           MOVE WS-DEPOSIT-INTEREST        TO MGL-AMOUNT-2
           MOVE 'DEPOSIT COST'             TO MGL-LABEL-3
           MOVE WS-DEPOSIT-COST            TO MGL-RATE
           MOVE WS-MARGIN-LINE TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES                     TO MGL-LABEL-1
           MOVE ZERO                       TO MGL-AMOUNT-1
           MOVE 'NET INTEREST INCOME'      TO MGL-LABEL-2
           MOVE WS-NET-INTEREST            TO MGL-AMOUNT-2
           MOVE 'NET INTEREST MARGIN'      TO MGL-LABEL-3
           MOVE WS-NET-MARGIN              TO MGL-RATE
           MOVE WS-MARGIN-LINE TO WS-HEADING-LINE
           MOVE SPACES TO WS-HEADING-LINE(3:41)
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING.

       3510-WORK-OUT-MARGIN.
           INITIALIZE WS-MARGIN-WORK
           MOVE WS-FG-INT-AMT(WS-CO-IDX, 4) TO WS-LOAN-INTEREST
           COMPUTE WS-DEPOSIT-INTEREST =
               WS-FG-INT-AMT(WS-CO-IDX, 1)
             + WS-FG-INT-AMT(WS-CO-IDX, 2)
             + WS-FG-INT-AMT(WS-CO-IDX, 3)
           COMPUTE WS-NET-INTEREST =
               WS-LOAN-INTEREST - WS-DEPOSIT-INTEREST
           IF WS-PRIOR-PRESENT
               COMPUTE WS-AVG-LOANS ROUNDED =
                   (WS-FG-BAL-PRIOR(WS-CO-IDX, 4)
                  + WS-FG-BAL-CUR(WS-CO-IDX, 4)) / 2
               COMPUTE WS-AVG-DEPOSITS ROUNDED =
                   (WS-FG-BAL-PRIOR(WS-CO-IDX, 1)
                  + WS-FG-BAL-PRIOR(WS-CO-IDX, 2)
                  + WS-FG-BAL-PRIOR(WS-CO-IDX, 3)
                  + WS-FG-BAL-CUR(WS-CO-IDX, 1)
                  + WS-FG-BAL-CUR(WS-CO-IDX, 2)
                  + WS-FG-BAL-CUR(WS-CO-IDX, 3)) / 2
           ELSE
               MOVE WS-FG-BAL-CUR(WS-CO-IDX, 4) TO WS-AVG-LOANS
               COMPUTE WS-AVG-DEPOSITS =
                   WS-FG-BAL-CUR(WS-CO-IDX, 1)
                 + WS-FG-BAL-CUR(WS-CO-IDX, 2)
                 + WS-FG-BAL-CUR(WS-CO-IDX, 3)
           END-IF
           IF WS-AVG-LOANS NOT = ZERO
               COMPUTE WS-LOAN-YIELD ROUNDED =
                   WS-LOAN-INTEREST * 1200 / WS-AVG-LOANS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-LOAN-YIELD
               END-COMPUTE
               COMPUTE WS-NET-MARGIN ROUNDED =
                   WS-NET-INTEREST * 1200 / WS-AVG-LOANS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-NET-MARGIN
               END-COMPUTE
           END-IF
           IF WS-AVG-DEPOSITS NOT = ZERO
               COMPUTE WS-DEPOSIT-COST ROUNDED =
                   WS-DEPOSIT-INTEREST * 1200 / WS-AVG-DEPOSITS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-DEPOSIT-COST
               END-COMPUTE
           END-IF.

       3600-PRINT-FOOTNOTES.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'INTEREST IS THE INTCAP CAPITALIZATION - PAID ON '
               'DEPOSITS, CHARGED ON LOANS. FEES ARE FEEPOST.'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'RULE-5 COUNTS EACH LEG OF A TRANSFER. OTHER IS '
               'RULE-6 REVERSALS AND ACCTCLOS, ESCHEAT, TDMATUR AND '
               'DSPTMNT POSTINGS.'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'CHANGE NOT POSTED IS THE BALANCE CHANGE THE '
               'POSTINGS DO NOT EXPLAIN - MAINTENANCE AND MOVES '
               'BETWEEN TYPES.'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           PERFORM 3900-WRITE-HEADING.

      * One extract row per type column with anything to say - the
      * other-type column only when the company has one - and the
      * company total carrying the margin.
       3700-WRITE-ONE-EXTRACT.
           ADD 1 TO WS-COL-IDX
           IF WS-COL-IDX NOT = 5 OR WS-CO-ODD-TYPE(WS-CO-IDX)
               PERFORM 3710-BUILD-EXTRACT
               WRITE EXTRACT-LINE FROM MGMT-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF.

       3710-BUILD-EXTRACT.
           MOVE WS-REPORT-MONTH TO MX-MONTH
           MOVE WS-CO-CODE(WS-CO-IDX) TO MX-COMPANY-CD
           EVALUATE WS-COL-IDX
               WHEN 1
                   MOVE 'S' TO MX-TYPE
               WHEN 2
                   MOVE 'C' TO MX-TYPE
               WHEN 3
                   MOVE 'T' TO MX-TYPE
               WHEN 4
                   MOVE 'L' TO MX-TYPE
               WHEN 5
                   MOVE '?' TO MX-TYPE
               WHEN OTHER
                   SET MX-COMPANY-TOTAL TO TRUE
           END-EVALUATE
           MOVE WS-FG-ACCTS-PRIOR(WS-CO-IDX, WS-COL-IDX)
               TO MX-ACCTS-PRIOR
           MOVE WS-FG-ACCTS-CUR(WS-CO-IDX, WS-COL-IDX)
               TO MX-ACCTS-CURRENT
           MOVE WS-FG-ACCTS-CHG(WS-CO-IDX, WS-COL-IDX)
               TO MX-ACCTS-CHANGE
           MOVE WS-FG-BAL-PRIOR(WS-CO-IDX, WS-COL-IDX)
               TO MX-BAL-PRIOR
           MOVE WS-FG-BAL-CUR(WS-CO-IDX, WS-COL-IDX)
               TO MX-BAL-CURRENT
           MOVE WS-FG-BAL-CHG(WS-CO-IDX, WS-COL-IDX)
               TO MX-BAL-CHANGE
           MOVE WS-FG-AVG-BAL(WS-CO-IDX, WS-COL-IDX)
               TO MX-AVG-BALANCE
           MOVE WS-FG-INT-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO MX-INT-COUNT
           MOVE WS-FG-INT-AMT(WS-CO-IDX, WS-COL-IDX)
               TO MX-INT-AMOUNT
           MOVE WS-FG-FEE-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO MX-FEE-COUNT
           MOVE WS-FG-FEE-AMT(WS-CO-IDX, WS-COL-IDX)
               TO MX-FEE-AMOUNT
           MOVE WS-FG-R4-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO MX-RULE4-COUNT
           MOVE WS-FG-R4-AMT(WS-CO-IDX, WS-COL-IDX)
               TO MX-RULE4-AMOUNT
           MOVE WS-FG-R5-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO MX-RULE5-COUNT
           MOVE WS-FG-R5-AMT(WS-CO-IDX, WS-COL-IDX)
               TO MX-RULE5-AMOUNT
           MOVE WS-FG-OTH-COUNT(WS-CO-IDX, WS-COL-IDX)
               TO MX-OTHER-COUNT
           MOVE WS-FG-OTH-AMT(WS-CO-IDX, WS-COL-IDX)
               TO MX-OTHER-AMOUNT
           MOVE WS-FG-UNPOSTED(WS-CO-IDX, WS-COL-IDX)
               TO MX-UNPOSTED-CHANGE
           MOVE WS-FG-OPENED(WS-CO-IDX, WS-COL-IDX)
               TO MX-OPENED
           MOVE WS-FG-CLOSED(WS-CO-IDX, WS-COL-IDX)
               TO MX-CLOSED
           MOVE WS-FG-DORMANT(WS-CO-IDX, WS-COL-IDX)
               TO MX-DORMANT
           MOVE WS-FG-NEW-DORMANT(WS-CO-IDX, WS-COL-IDX)
               TO MX-NEW-DORMANT
           IF MX-COMPANY-TOTAL
               MOVE WS-LOAN-YIELD   TO MX-LOAN-YIELD
               MOVE WS-DEPOSIT-COST TO MX-DEPOSIT-COST
               MOVE WS-NET-MARGIN   TO MX-NET-INT-MARGIN
           ELSE
               MOVE SPACES TO MX-LOAN-YIELD-X
                              MX-DEPOSIT-COST-X
                              MX-NET-INT-MARGIN-X
           END-IF.

       3900-WRITE-HEADING.
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-RECORD.

      * RC 16 - nothing reportable (no month-end snapshot, or the
      * generations out of order), a currency with no rate, or more
      * companies than the table holds; RC 4 - the first month, no
      * prior month end to compare with.
       4000-TERMINATE.
           CLOSE CURSNAP-FILE PRISNAP-FILE JOURNAL-FILE
                 MAINTLOG-FILE REPORT-FILE EXTRACT-FILE
           DISPLAY 'MGMTRPT - Month-end accounts  ' WS-CURSNAP-COUNT
           DISPLAY 'MGMTRPT - Prior month-end     ' WS-PRISNAP-COUNT
           DISPLAY 'MGMTRPT - Journal records     ' WS-JOURNAL-COUNT
           DISPLAY 'MGMTRPT - Postings in month   ' WS-POSTING-TAKEN
           DISPLAY 'MGMTRPT - Change-log records  ' WS-MAINTLOG-COUNT
           DISPLAY 'MGMTRPT - Changes in month    ' WS-CHANGE-TAKEN
           DISPLAY 'MGMTRPT - Company pages       ' WS-PAGE-COUNT
           DISPLAY 'MGMTRPT - Extract rows        ' WS-EXTRACT-COUNT
           IF WS-RATE-MISSING
               DISPLAY 'MGMTRPT - Currency ' WS-MISSING-CURRENCY
                   ' has no rate on FXRATE for ' WS-MONTH-END-DATE
                   ' - load it (FXRMNT) and rerun'
               SET WS-RUN-FAILED TO TRUE
           END-IF
           IF WS-TABLE-FULL
               SET WS-RUN-FAILED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   DISPLAY 'MGMTRPT - Ending with a non-zero '
                       'condition code - the report is not usable'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NO-PRIOR
                   DISPLAY 'MGMTRPT - First month - no prior '
                       'month-end figures'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'MGMTRPT - Ended'.
