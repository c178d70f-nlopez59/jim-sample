       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPTMNT.
      * Posting dispute case maintenance, run every morning before
      * the night's DATNITE cycle. A customer disputing a debit on
      * the journal gets a case on the DSPTCASE file, keyed by case
      * number and pointing at the disputed POSTJRNL entry by
      * account and PJ-TIMESTAMP, with a regulatory deadline fixed
      * from the date the dispute was received. In order, the run:
      *
      *   reversals - checks every case found against the customer
      *               whose provisional credit is waiting on RULE-6:
      *               a reversal entry on the journal that points at
      *               the credit closes the case; otherwise the
      *               reversal is handed to tonight's cycle again
      *               (a hold, an overdraft or a status change can
      *               decline it night after night until cleared);
      *   cards     - opens cases (O), posting the provisional credit
      *               unless the card says not to or the account
      *               cannot take one, and resolves them in the
      *               customer's favour (F), which makes the credit
      *               final, or against the customer (A), which
      *               hands the credit's reversal to RULE-6;
      *   aging     - lists every open case past its deadline, and
      *               every reversal still waiting on the journal,
      *               on the DSPTAGE report.
      *
      * The provisional credit is posted here, to ACCTMAST, POSTJRNL
      * (caller-id DSPTMNT - the job's own GLEXTR extract takes it to
      * the ledger) and the DSPTUPDT writeback feed for DB2APPLY, the
      * way ACCTCLOS posts. Its reversal is not: it goes on the
      * DSPTTRAN feed as an ordinary RULE-6 transaction that ASAMPLE
      * edits and DATBATCH posts tonight, so the backout is proven
      * against the journal, declined on a held or overdrawn account
      * and never posted twice, like any other RULE-6. Every event
      * on a case is appended to the DSPTLOG case log, which ACCTHIST
      * shows beside the rest of the account's history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPTCRD-FILE  ASSIGN TO DSPTCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Days from receipt to the regulatory deadline - the AGEPARM
      * card on its own DD.
           SELECT DSPTPARM-FILE ASSIGN TO DSPTPARM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPTCASE-FILE ASSIGN TO DSPTCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DSP-CASE-NO
                  FILE STATUS IS WS-DSPTCASE-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * A hold in force refuses the provisional credit - a legal or
      * fraud freeze is not lifted by crediting the account.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The same journal dataset on a read DD, scanned to prove the
      * disputed posting exists and to find a credit's reversal -
      * DATRULE2's RULE-6 two-DD pattern.
           SELECT POSTJRNIN-FILE ASSIGN TO POSTJRNIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTUPDT-FILE ASSIGN TO ACCTUPDT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Tonight's RULE-6 reversals of provisional credits, read by
      * DATNITE's edit step on its own DD.
           SELECT TRANOUT-FILE  ASSIGN TO DSPTTRAN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPTLOG-FILE  ASSIGN TO DSPTLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO DSPTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE    ASSIGN TO DSPTAGE
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DSPTCRD-FILE.
           COPY DSPTCRD.
       FD  DSPTPARM-FILE.
           COPY AGEPARM.
       FD  DSPTCASE-FILE.
           COPY DSPTREC.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  POSTJRNIN-FILE.
           COPY POSTJRNL
               REPLACING ==POSTING-JOURNAL-RECORD==
                                        BY ==PJIN-RECORD==
                         ==PJ-TIMESTAMP==
                                        BY ==PJIN-TIMESTAMP==
                         ==PJ-ACCT-NO== BY ==PJIN-ACCT-NO==
                         ==PJ-COMPANY-CD==
                                        BY ==PJIN-COMPANY-CD==
                         ==PJ-ACCT-TYPE==
                                        BY ==PJIN-ACCT-TYPE==
                         ==PJ-AMOUNT==  BY ==PJIN-AMOUNT==
                         ==PJ-OLD-BALANCE==
                                        BY ==PJIN-OLD-BALANCE==
                         ==PJ-NEW-BALANCE==
                                        BY ==PJIN-NEW-BALANCE==
                         ==PJ-CALLER-ID==
                                        BY ==PJIN-CALLER-ID==
                         ==PJ-XREF-ACCT==
                                        BY ==PJIN-XREF-ACCT==
                         ==PJ-REVERSAL-SW==
                                        BY ==PJIN-REVERSAL-SW==
                         ==PJ-IS-REVERSAL==
                                        BY ==PJIN-IS-REVERSAL==
                         ==PJ-ORIG-TIMESTAMP==
                                        BY ==PJIN-ORIG-TIMESTAMP==
                         ==PJ-CURRENCY-CD==
                                        BY ==PJIN-CURRENCY-CD==
                         ==PJ-RUN-DATE==
                                        BY ==PJIN-RUN-DATE==.
       FD  ACCTUPDT-FILE.
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
       FD  TRANOUT-FILE.
           COPY TRANREC.
       FD  DSPTLOG-FILE.
           COPY DSPTLOG.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).
       FD  AGING-FILE.
       01  AGING-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DSPTCASE-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-DSPTCASE-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-DSPTCASE-UNLOADED            VALUE '35'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DSPTCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-DSPTCRD-EOF              VALUE 'Y'.
           05  WS-CASE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-CASE-MORE                VALUE 'Y'.
           05  WS-CASE-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-CASE-FOUND               VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.
           05  WS-POSTING-FAILED-SW    PIC X(01)  VALUE 'N'.
               88  WS-POSTING-FAILED           VALUE 'Y'.
           05  WS-PJIN-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-PJIN-EOF                 VALUE 'Y'.
           05  WS-SCAN-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-SCAN-FOUND               VALUE 'Y'.
           05  WS-SCAN-REVERSED-SW     PIC X(01)  VALUE 'N'.
               88  WS-SCAN-REVERSED            VALUE 'Y'.
           05  WS-RCV-DATE-OK-SW       PIC X(01)  VALUE 'N'.
               88  WS-RCV-DATE-OK              VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-REASON-HOLD              PIC X(50)  VALUE SPACES.
      * Why the account cannot take a credit today - spaces when it
      * can.
       01  WS-NO-CREDIT-REASON         PIC X(40)  VALUE SPACES.
       01  WS-DEADLINE-DAYS            PIC 9(03)  VALUE ZERO.

      * The journal scan - one pass finds the entry asked for on
      * account and timestamp and any reversal entry pointing at it.
       01  WS-JOURNAL-SCAN.
           05  WS-SCAN-ACCT            PIC X(10).
           05  WS-SCAN-TIMESTAMP       PIC X(26).
           05  WS-SCAN-AMOUNT          PIC S9(09)V99   COMP-3.
           05  WS-SCAN-CURRENCY-CD     PIC X(03).
           05  WS-SCAN-REV-TIMESTAMP   PIC X(26).
           05  WS-SCAN-REV-AMOUNT      PIC S9(09)V99   COMP-3.

      * An open case already on file for the same posting.
       01  WS-ACTIVE-CASE-NO           PIC X(10)  VALUE SPACES.

       01  WS-POSTING-CALC.
           05  WS-CREDIT-AMOUNT        PIC S9(09)V99   COMP-3.
           05  WS-OLD-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-NEW-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-JOURNAL-AMOUNT       PIC S9(09)V99   COMP-3.
           05  WS-CREDIT-TIMESTAMP     PIC X(26).
           05  WS-LAST-CREDIT-TS       PIC X(26)  VALUE SPACES.
           05  WS-LIST-AMOUNT          PIC S9(09)V99   COMP-3.

       01  WS-DATE-CALC.
           05  WS-RCV-DATE             PIC 9(08).
           05  WS-RCV-DATE-X REDEFINES WS-RCV-DATE.
               10  WS-RCV-YEAR         PIC 9(04).
               10  WS-RCV-MONTH        PIC 9(02).
               10  WS-RCV-DAY          PIC 9(02).
           05  WS-RCV-MAX-DAY          PIC 9(02).
           05  WS-LEAP-REM             PIC 9(04).
           05  WS-DEADLINE-INT         PIC S9(09)      COMP.
           05  WS-DAYS-OVER            PIC S9(05)      COMP-3.

      * One case event for the DSPTLOG case log.
       01  WS-EDIT-AMOUNT              PIC Z(08)9.99.
       01  WS-EVENT.
           05  WS-EVT-EVENT            PIC X(08).
           05  WS-EVT-AMOUNT           PIC S9(09)V99   COMP-3.
           05  WS-EVT-POST-TIMESTAMP   PIC X(26).
           05  WS-EVT-TEXT             PIC X(40).
           05  WS-EVT-LOGGED-BY        PIC X(08).

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-OPENED-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-CREDIT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-NO-CREDIT-COUNT      PIC 9(07) COMP  VALUE ZERO.
           05  WS-FAVOUR-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-AGAINST-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-REVSENT-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-OPEN-CASES           PIC 9(07) COMP  VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-REWRITE-ERRORS       PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTAL-CREDITED           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-REVSENT            PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-OVERDUE            PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-PENDING            PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-CASE-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-AMOUNT              PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(60).

       01  WS-AGING-DETAIL.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-CASE-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-DATE-1              PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-DATE-2              PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-DISPUTED            PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-CREDIT-STATUS       PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-CREDIT              PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-NOTE                PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(11)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PENDING-REVERSALS
           PERFORM 3000-PROCESS-ONE-CARD
               UNTIL WS-DSPTCRD-EOF
           PERFORM 4000-AGE-CASES
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'DSPTMNT - Started. Maintaining dispute cases.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT DSPTPARM-FILE
           READ DSPTPARM-FILE
               AT END MOVE 45 TO AGP-THRESHOLD-DAYS
           END-READ
           IF AGP-THRESHOLD-DAYS NOT NUMERIC
                   OR AGP-THRESHOLD-DAYS = ZERO
               MOVE 45 TO AGP-THRESHOLD-DAYS
           END-IF
           MOVE AGP-THRESHOLD-DAYS TO WS-DEADLINE-DAYS
           CLOSE DSPTPARM-FILE
           DISPLAY 'DSPTMNT - Regulatory deadline days '
               WS-DEADLINE-DAYS
           OPEN I-O    DSPTCASE-FILE
           IF NOT WS-DSPTCASE-OPEN-OK
               IF WS-DSPTCASE-UNLOADED
                   DISPLAY 'DSPTMNT - DSPTCASE has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'DSPTMNT - DSPTCASE open failed, '
                       'status ' WS-DSPTCASE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  DSPTCRD-FILE
           OPEN I-O    ACCTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN EXTEND POSTJRNL-FILE
           OPEN OUTPUT ACCTUPDT-FILE
           OPEN OUTPUT TRANOUT-FILE
           OPEN EXTEND DSPTLOG-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT AGING-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'DISPUTE CASE MAINTENANCE LISTING - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  A  CASE        ACCOUNT      DISPUTED AMT  BY    '
               '    RESULT'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  REVERSALS OF PROVISIONAL CREDIT AWAITING RULE-6'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3100-READ-DSPTCRD.

      * Every case found against the customer whose credit reversal
      * has not yet been seen on the journal. Last night's DSPTTRAN
      * feed has been through DATNITE by now, so the journal either
      * carries the reversal or RULE-6 declined it - and a declined
      * reversal goes to tonight's cycle again.
       2000-CHECK-PENDING-REVERSALS.
           MOVE LOW-VALUES TO DSP-CASE-NO
           MOVE 'N' TO WS-CASE-MORE-SW
           START DSPTCASE-FILE KEY >= DSP-CASE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-MORE TO TRUE
           END-START
           PERFORM 2100-CHECK-NEXT-CASE
               UNTIL NOT WS-CASE-MORE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  CASE CARDS' TO REPORT-LINE
           WRITE REPORT-LINE.

       2100-CHECK-NEXT-CASE.
           READ DSPTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-CASE-MORE-SW
               NOT AT END
                   IF DSP-STATUS-REV-PENDING
                       PERFORM 2200-CHECK-ONE-REVERSAL
                   END-IF
           END-READ.

       2200-CHECK-ONE-REVERSAL.
           MOVE DSP-ACCT-NO          TO WS-SCAN-ACCT
           MOVE DSP-CREDIT-TIMESTAMP TO WS-SCAN-TIMESTAMP
           PERFORM 8000-SCAN-JOURNAL
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DSP-CASE-NO          TO DTL-CASE-NO
           MOVE DSP-ACCT-NO          TO DTL-ACCT-NO
           MOVE DSP-CREDIT-AMOUNT    TO DTL-AMOUNT
           MOVE DSP-RESOLVED-BY      TO DTL-KEYED-BY
           IF WS-SCAN-REVERSED
               SET DSP-STATUS-AGAINST   TO TRUE
               SET DSP-CREDIT-REVERSED  TO TRUE
               MOVE WS-RUN-DATE           TO DSP-REVERSED-DATE
               MOVE WS-SCAN-REV-TIMESTAMP TO DSP-REVERSAL-TIMESTAMP
           ELSE
               ADD 1 TO DSP-REV-SUBMIT-COUNT
               MOVE WS-RUN-DATE TO DSP-REV-SUBMIT-DATE
           END-IF
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   PERFORM 2900-CASE-REWRITE-FAILED
                   MOVE 'CASE REWRITE FAILED - RESEARCH' TO DTL-RESULT
               NOT INVALID KEY
                   IF WS-SCAN-REVERSED
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE 'REVERSED' TO WS-EVT-EVENT
                       MOVE WS-SCAN-REV-AMOUNT TO WS-EVT-AMOUNT
                       MOVE WS-SCAN-REV-TIMESTAMP
                           TO WS-EVT-POST-TIMESTAMP
                       MOVE 'PROVISIONAL CREDIT REVERSED - CLOSED'
                           TO WS-EVT-TEXT
                       STRING 'CLOSED - CREDIT REVERSED '
                           WS-SCAN-REV-TIMESTAMP
                           DELIMITED BY SIZE INTO DTL-RESULT
                   ELSE
                       PERFORM 2300-WRITE-REVERSAL-TRAN
                       MOVE 'REVSENT' TO WS-EVT-EVENT
                       MOVE DSP-CREDIT-AMOUNT TO WS-EVT-AMOUNT
                       MOVE DSP-CREDIT-TIMESTAMP
                           TO WS-EVT-POST-TIMESTAMP
                       MOVE 'REVERSAL NOT ON JOURNAL - RESUBMITTED'
                           TO WS-EVT-TEXT
                       STRING 'NOT ON JOURNAL - RESENT TO RULE-6, SEND '
                           DSP-REV-SUBMIT-COUNT
                           DELIMITED BY SIZE INTO DTL-RESULT
                   END-IF
                   MOVE 'DSPTMNT' TO WS-EVT-LOGGED-BY
                   PERFORM 7000-WRITE-EVENT
           END-REWRITE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * The reversal of a case's provisional credit as a RULE-6
      * transaction: the credit's own journal timestamp in the data
      * field and its amount exactly, in the account's currency -
      * what RULE-6 matches the original posting on.
       2300-WRITE-REVERSAL-TRAN.
           MOVE SPACES               TO TRAN-RECORD
           MOVE '6'                  TO TRAN-RULE-CODE
           MOVE DSP-ACCT-NO          TO TRAN-ACCT-NO
           MOVE DSP-COMPANY-CD       TO TRAN-COMPANY-CD
           MOVE DSP-ACCT-TYPE        TO TRAN-ACCT-TYPE
           MOVE DSP-CREDIT-AMOUNT    TO TRAN-AMOUNT-NUM
           MOVE DSP-CREDIT-TIMESTAMP TO TRAN-DATA(1:26)
           MOVE SPACES               TO TRAN-EFF-DATE
           MOVE DSP-CURRENCY-CD      TO TRAN-CURRENCY-CD
           WRITE TRAN-RECORD
           ADD 1 TO WS-REVSENT-COUNT
           ADD DSP-CREDIT-AMOUNT TO WS-TOTAL-REVSENT.

       2900-CASE-REWRITE-FAILED.
           ADD 1 TO WS-REWRITE-ERRORS
           DISPLAY 'DSPTMNT - DSPTCASE rewrite failed for case '
               DSP-CASE-NO ' status ' WS-DSPTCASE-STATUS.

       3000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-LIST-AMOUNT
           MOVE 'N' TO WS-POSTING-FAILED-SW
           PERFORM 3200-EDIT-CARD
           IF NOT WS-CARD-REJECTED
               EVALUATE TRUE
                   WHEN DSC-OPEN
                       PERFORM 3300-OPEN-CASE
                   WHEN DSC-FAVOUR
                       PERFORM 3400-RESOLVE-FAVOUR
                   WHEN DSC-AGAINST
                       PERFORM 3500-RESOLVE-AGAINST
               END-EVALUATE
           END-IF
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 3600-LIST-CARD
           PERFORM 3100-READ-DSPTCRD.

       3100-READ-DSPTCRD.
           READ DSPTCRD-FILE
               AT END SET WS-DSPTCRD-EOF TO TRUE
           END-READ.

      * Card edits, checked in order - first failure wins. The case
      * file is read once here: an open needs the number unused, a
      * resolution needs the case on file and still open.
       3200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           MOVE 'N' TO WS-CASE-FOUND-SW
           IF DSC-CASE-NO NOT = SPACES
               MOVE DSC-CASE-NO TO DSP-CASE-NO
               READ DSPTCASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT DSC-OPEN AND NOT DSC-FAVOUR
                       AND NOT DSC-AGAINST
                   MOVE 'ACTION MUST BE O (OPEN), F (FAVOUR) OR A'
                       TO WS-REASON-HOLD
               WHEN DSC-CASE-NO = SPACES
                   MOVE 'MISSING CASE NUMBER' TO WS-REASON-HOLD
               WHEN DSC-KEYED-BY = SPACES
                   MOVE 'MISSING KEYED-BY' TO WS-REASON-HOLD
               WHEN DSC-OPEN AND WS-CASE-FOUND
                   MOVE 'CASE NUMBER ALREADY ON FILE'
                       TO WS-REASON-HOLD
               WHEN DSC-OPEN
                   PERFORM 3310-EDIT-OPEN-CARD
               WHEN NOT WS-CASE-FOUND
                   MOVE 'CASE NOT ON FILE' TO WS-REASON-HOLD
               WHEN DSP-STATUS-REV-PENDING
                   MOVE 'CASE ALREADY FOUND AGAINST - REVERSAL PENDING'
                       TO WS-REASON-HOLD
               WHEN NOT DSP-STATUS-OPEN
                   MOVE 'CASE ALREADY CLOSED' TO WS-REASON-HOLD
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               SET WS-CARD-REJECTED TO TRUE
           END-IF.

      * An open card's own fields, then the disputed posting proven
      * on the journal: there, a debit, not already reversed, at
      * least the amount disputed, and not already under an open
      * case.
       3310-EDIT-OPEN-CARD.
           MOVE DSC-ACCT-NO TO ACCT-NO
           PERFORM 8500-READ-ACCT-BY-KEY
           EVALUATE TRUE
               WHEN DSC-ACCT-NO = SPACES
                   MOVE 'MISSING ACCOUNT NUMBER' TO WS-REASON-HOLD
               WHEN DSC-POST-TIMESTAMP = SPACES
                   MOVE 'MISSING DISPUTED POSTING TIMESTAMP'
                       TO WS-REASON-HOLD
               WHEN DSC-AMOUNT-NUM NOT NUMERIC
                   MOVE 'DISPUTED AMOUNT NOT NUMERIC' TO WS-REASON-HOLD
               WHEN DSC-AMOUNT-NUM = ZERO
                   MOVE 'DISPUTED AMOUNT MUST BE GREATER THAN ZERO'
                       TO WS-REASON-HOLD
               WHEN NOT DSC-NO-PROV-CREDIT
                       AND DSC-PROV-CREDIT NOT = SPACES
                   MOVE 'PROVISIONAL CREDIT FLAG MUST BE N OR BLANK'
                       TO WS-REASON-HOLD
               WHEN NOT WS-ACCTMAST-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON-HOLD
               WHEN NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CHECKING
                   MOVE 'ONLY SAVINGS AND CHECKING POSTINGS DISPUTABLE'
                       TO WS-REASON-HOLD
           END-EVALUATE
           IF WS-REASON-HOLD = SPACES
               PERFORM 3320-EDIT-RECEIVED-DATE
           END-IF
           IF WS-REASON-HOLD = SPACES
               MOVE DSC-ACCT-NO        TO WS-SCAN-ACCT
               MOVE DSC-POST-TIMESTAMP TO WS-SCAN-TIMESTAMP
               PERFORM 8000-SCAN-JOURNAL
               PERFORM 3340-FIND-ACTIVE-CASE
               EVALUATE TRUE
                   WHEN NOT WS-SCAN-FOUND
                       MOVE 'NO JOURNAL ENTRY FOR ACCOUNT AND TIMESTAMP'
                           TO WS-REASON-HOLD
                   WHEN WS-SCAN-AMOUNT NOT < ZERO
                       MOVE 'DISPUTED POSTING IS NOT A DEBIT'
                           TO WS-REASON-HOLD
                   WHEN WS-SCAN-REVERSED
                       MOVE 'DISPUTED POSTING ALREADY REVERSED'
                           TO WS-REASON-HOLD
                   WHEN DSC-AMOUNT-NUM > ZERO - WS-SCAN-AMOUNT
                       MOVE 'AMOUNT EXCEEDS THE DISPUTED POSTING'
                           TO WS-REASON-HOLD
                   WHEN WS-ACTIVE-CASE-NO NOT = SPACES
                       STRING 'POSTING ALREADY DISPUTED - CASE '
                           WS-ACTIVE-CASE-NO
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
               END-EVALUATE
           END-IF.

      * A blank received date means the dispute arrived today. A
      * keyed one must be a real calendar date, not in the future -
      * the deadline runs from it.
       3320-EDIT-RECEIVED-DATE.
           IF DSC-RECEIVED-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-RCV-DATE
           ELSE
               MOVE 'N' TO WS-RCV-DATE-OK-SW
               IF DSC-RECEIVED-DATE NUMERIC
                   MOVE DSC-RECEIVED-DATE-NUM TO WS-RCV-DATE
                   PERFORM 3330-CHECK-CALENDAR-DATE
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-RCV-DATE-OK
                       MOVE 'RECEIVED DATE NOT A DATE'
                           TO WS-REASON-HOLD
                   WHEN WS-RCV-DATE > WS-RUN-DATE
                       MOVE 'RECEIVED DATE IN THE FUTURE'
                           TO WS-REASON-HOLD
               END-EVALUATE
           END-IF.

       3330-CHECK-CALENDAR-DATE.
           EVALUATE WS-RCV-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-RCV-MAX-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-RCV-MAX-DAY
               WHEN 02
                   MOVE 28 TO WS-RCV-MAX-DAY
                   COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-RCV-YEAR 4)
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-RCV-MAX-DAY
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-RCV-YEAR 100)
                       IF WS-LEAP-REM = ZERO
                           COMPUTE WS-LEAP-REM =
                               FUNCTION MOD(WS-RCV-YEAR 400)
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-RCV-MAX-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-RCV-MAX-DAY
           END-EVALUATE
           IF WS-RCV-MAX-DAY > ZERO
                   AND WS-RCV-YEAR >= 1601
                   AND WS-RCV-DAY >= 01
                   AND WS-RCV-DAY <= WS-RCV-MAX-DAY
               SET WS-RCV-DATE-OK TO TRUE
           END-IF.

      * One open case per posting - a second dispute of the same
      * entry while the first is being worked is a duplicate.
       3340-FIND-ACTIVE-CASE.
           MOVE SPACES TO WS-ACTIVE-CASE-NO
           MOVE LOW-VALUES TO DSP-CASE-NO
           MOVE 'N' TO WS-CASE-MORE-SW
           START DSPTCASE-FILE KEY >= DSP-CASE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-MORE TO TRUE
           END-START
           PERFORM 3350-CHECK-ONE-ACTIVE
               UNTIL NOT WS-CASE-MORE.

       3350-CHECK-ONE-ACTIVE.
           READ DSPTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-CASE-MORE-SW
               NOT AT END
                   IF DSP-CASE-ACTIVE
                           AND DSP-ACCT-NO = DSC-ACCT-NO
                           AND DSP-POST-TIMESTAMP = DSC-POST-TIMESTAMP
                       MOVE DSP-CASE-NO TO WS-ACTIVE-CASE-NO
                       MOVE 'N' TO WS-CASE-MORE-SW
                   END-IF
           END-READ.

      * The case is built from the card and the journal entry, the
      * deadline fixed from the received date, and - unless the card
      * declines it or the account cannot take it - the provisional
      * credit posted before the case is written, so the case
      * carries the credit's journal timestamp from the start.
       3300-OPEN-CASE.
           MOVE SPACES               TO DISPUTE-CASE-RECORD
           MOVE DSC-CASE-NO          TO DSP-CASE-NO
           MOVE DSC-ACCT-NO          TO DSP-ACCT-NO
           MOVE ACCT-COMPANY-CD      TO DSP-COMPANY-CD
           MOVE ACCT-TYPE            TO DSP-ACCT-TYPE
           MOVE WS-SCAN-CURRENCY-CD  TO DSP-CURRENCY-CD
           MOVE DSC-POST-TIMESTAMP   TO DSP-POST-TIMESTAMP
           MOVE WS-SCAN-AMOUNT       TO DSP-POST-AMOUNT
           MOVE DSC-AMOUNT-NUM       TO DSP-DISPUTED-AMOUNT
           SET DSP-STATUS-OPEN       TO TRUE
           MOVE WS-RCV-DATE          TO DSP-RECEIVED-DATE
           MOVE WS-RUN-DATE          TO DSP-OPENED-DATE
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RCV-DATE)
               + WS-DEADLINE-DAYS
           COMPUTE DSP-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
           MOVE DSC-KEYED-BY         TO DSP-OPENED-BY
           SET DSP-CREDIT-NONE       TO TRUE
           MOVE ZERO TO DSP-CREDIT-AMOUNT DSP-CREDIT-DATE
                        DSP-RESOLVED-DATE DSP-REV-SUBMIT-COUNT
                        DSP-REV-SUBMIT-DATE DSP-REVERSED-DATE
           MOVE DSC-AMOUNT-NUM       TO WS-LIST-AMOUNT
           IF DSC-NO-PROV-CREDIT
               MOVE 'CREDIT DECLINED ON THE CARD'
                   TO WS-NO-CREDIT-REASON
           ELSE
               PERFORM 3700-CHECK-CREDIT-ALLOWED
           END-IF
           IF WS-NO-CREDIT-REASON = SPACES
               MOVE DSC-AMOUNT-NUM TO WS-CREDIT-AMOUNT
               PERFORM 3750-POST-CREDIT
               IF WS-POSTING-FAILED
                   MOVE 'CREDIT REWRITE FAILED - OPENED WITHOUT'
                       TO WS-NO-CREDIT-REASON
               ELSE
                   SET DSP-CREDIT-PROVISIONAL TO TRUE
                   MOVE WS-CREDIT-AMOUNT    TO DSP-CREDIT-AMOUNT
                   MOVE WS-CREDIT-TIMESTAMP TO DSP-CREDIT-TIMESTAMP
                   MOVE WS-RUN-DATE         TO DSP-CREDIT-DATE
               END-IF
           END-IF
           MOVE WS-NO-CREDIT-REASON TO DSP-NOTE
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   PERFORM 2900-CASE-REWRITE-FAILED
                   MOVE SPACES TO WS-REASON-HOLD
                   STRING 'CASE WRITE FAILED - RESEARCH '
                       DSP-CREDIT-TIMESTAMP
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE 'OPENED' TO WS-EVT-EVENT
                   MOVE DSP-POST-AMOUNT     TO WS-EVT-AMOUNT
                   MOVE DSP-POST-TIMESTAMP  TO WS-EVT-POST-TIMESTAMP
                   MOVE SPACES TO WS-EVT-TEXT
                   MOVE DSP-DISPUTED-AMOUNT TO WS-EDIT-AMOUNT
                   STRING 'DISPUTED ' WS-EDIT-AMOUNT
                       ' DUE BY ' DSP-DEADLINE-DATE
                       DELIMITED BY SIZE INTO WS-EVT-TEXT
                   MOVE DSC-KEYED-BY TO WS-EVT-LOGGED-BY
                   PERFORM 7000-WRITE-EVENT
                   IF DSP-CREDIT-PROVISIONAL
                       MOVE SPACES TO WS-REASON-HOLD
                       STRING 'OPENED - PROVISIONAL CREDIT, DUE '
                           DSP-DEADLINE-DATE
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
                   ELSE
                       ADD 1 TO WS-NO-CREDIT-COUNT
                       MOVE SPACES TO WS-REASON-HOLD
                       STRING 'OPENED NO CREDIT - '
                           WS-NO-CREDIT-REASON
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
                   END-IF
           END-WRITE
           IF DSP-CREDIT-PROVISIONAL
               MOVE 'CREDITED'           TO WS-EVT-EVENT
               MOVE DSP-CREDIT-AMOUNT    TO WS-EVT-AMOUNT
               MOVE DSP-CREDIT-TIMESTAMP TO WS-EVT-POST-TIMESTAMP
               MOVE 'PROVISIONAL CREDIT POSTED'  TO WS-EVT-TEXT
               MOVE DSC-KEYED-BY         TO WS-EVT-LOGGED-BY
               PERFORM 7000-WRITE-EVENT
           END-IF.

      * Found for the customer: a provisional credit already on the
      * account simply becomes final; a case opened without one is
      * paid now, and an account that cannot take the credit today
      * refuses the card - the case stays open to be keyed again.
       3400-RESOLVE-FAVOUR.
           MOVE SPACES TO WS-NO-CREDIT-REASON
           IF DSP-CREDIT-NONE
               PERFORM 3700-CHECK-CREDIT-ALLOWED
               IF WS-NO-CREDIT-REASON NOT = SPACES
                   MOVE SPACES TO WS-REASON-HOLD
                   STRING 'CANNOT CREDIT - ' WS-NO-CREDIT-REASON
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
                   SET WS-CARD-REJECTED TO TRUE
               ELSE
                   MOVE DSP-DISPUTED-AMOUNT TO WS-CREDIT-AMOUNT
                   PERFORM 3750-POST-CREDIT
                   IF WS-POSTING-FAILED
                       MOVE 'NOT RESOLVED - CREDIT REWRITE FAILED'
                           TO WS-REASON-HOLD
                   ELSE
                       MOVE WS-CREDIT-AMOUNT    TO DSP-CREDIT-AMOUNT
                       MOVE WS-CREDIT-TIMESTAMP TO DSP-CREDIT-TIMESTAMP
                       MOVE WS-RUN-DATE         TO DSP-CREDIT-DATE
                       MOVE 'CREDITED'          TO WS-EVT-EVENT
                       MOVE WS-CREDIT-AMOUNT    TO WS-EVT-AMOUNT
                       MOVE WS-CREDIT-TIMESTAMP
                           TO WS-EVT-POST-TIMESTAMP
                       MOVE 'FINAL CREDIT POSTED' TO WS-EVT-TEXT
                       MOVE DSC-KEYED-BY        TO WS-EVT-LOGGED-BY
                       PERFORM 7000-WRITE-EVENT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND NOT WS-POSTING-FAILED
               SET DSP-CREDIT-FINAL   TO TRUE
               SET DSP-STATUS-FAVOUR  TO TRUE
               PERFORM 3800-RECORD-RESOLUTION
               MOVE DSP-CREDIT-AMOUNT TO WS-LIST-AMOUNT
               REWRITE DISPUTE-CASE-RECORD
                   INVALID KEY
                       PERFORM 2900-CASE-REWRITE-FAILED
                       MOVE 'CASE REWRITE FAILED - RESEARCH'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       ADD 1 TO WS-FAVOUR-COUNT
                       MOVE 'FAVOUR'          TO WS-EVT-EVENT
                       MOVE DSP-CREDIT-AMOUNT TO WS-EVT-AMOUNT
                       MOVE DSP-CREDIT-TIMESTAMP
                           TO WS-EVT-POST-TIMESTAMP
                       MOVE DSC-RESOLUTION-NOTE TO WS-EVT-TEXT
                       MOVE DSC-KEYED-BY      TO WS-EVT-LOGGED-BY
                       PERFORM 7000-WRITE-EVENT
                       MOVE 'CLOSED IN FAVOUR - CREDIT FINAL'
                           TO WS-REASON-HOLD
               END-REWRITE
           END-IF.

      * Found against the customer: a provisional credit is handed
      * to tonight's RULE-6 to reverse, and the case waits on the
      * journal for the reversal; with no credit given there is
      * nothing to take back and the case closes now.
       3500-RESOLVE-AGAINST.
           IF DSP-CREDIT-PROVISIONAL
               SET DSP-STATUS-REV-PENDING TO TRUE
               MOVE 1           TO DSP-REV-SUBMIT-COUNT
               MOVE WS-RUN-DATE TO DSP-REV-SUBMIT-DATE
           ELSE
               SET DSP-STATUS-AGAINST TO TRUE
           END-IF
           PERFORM 3800-RECORD-RESOLUTION
           MOVE DSP-DISPUTED-AMOUNT TO WS-LIST-AMOUNT
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   PERFORM 2900-CASE-REWRITE-FAILED
                   MOVE 'CASE REWRITE FAILED - RESEARCH'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-AGAINST-COUNT
                   MOVE 'AGAINST'           TO WS-EVT-EVENT
                   MOVE DSP-DISPUTED-AMOUNT TO WS-EVT-AMOUNT
                   MOVE DSP-POST-TIMESTAMP  TO WS-EVT-POST-TIMESTAMP
                   MOVE DSC-RESOLUTION-NOTE TO WS-EVT-TEXT
                   MOVE DSC-KEYED-BY        TO WS-EVT-LOGGED-BY
                   PERFORM 7000-WRITE-EVENT
                   IF DSP-STATUS-REV-PENDING
                       PERFORM 2300-WRITE-REVERSAL-TRAN
                       MOVE 'REVSENT'            TO WS-EVT-EVENT
                       MOVE DSP-CREDIT-AMOUNT    TO WS-EVT-AMOUNT
                       MOVE DSP-CREDIT-TIMESTAMP
                           TO WS-EVT-POST-TIMESTAMP
                       MOVE 'CREDIT REVERSAL SENT TO RULE-6'
                           TO WS-EVT-TEXT
                       PERFORM 7000-WRITE-EVENT
                       MOVE 'FOUND AGAINST - CREDIT REVERSAL TO RULE-6'
                           TO WS-REASON-HOLD
                   ELSE
                       MOVE 'CLOSED AGAINST - NO CREDIT WAS GIVEN'
                           TO WS-REASON-HOLD
                   END-IF
           END-REWRITE.

       3600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DSC-ACTION          TO DTL-ACTION
           MOVE DSC-CASE-NO         TO DTL-CASE-NO
           IF DSC-OPEN
               MOVE DSC-ACCT-NO     TO DTL-ACCT-NO
           ELSE
               IF WS-CASE-FOUND
                   MOVE DSP-ACCT-NO TO DTL-ACCT-NO
               END-IF
           END-IF
           MOVE WS-LIST-AMOUNT      TO DTL-AMOUNT
           MOVE DSC-KEYED-BY        TO DTL-KEYED-BY
           IF WS-CARD-REJECTED
               MOVE SPACES TO DTL-RESULT
               STRING 'REJECTED - ' WS-REASON-HOLD
                   DELIMITED BY SIZE INTO DTL-RESULT
           ELSE
               MOVE WS-REASON-HOLD TO DTL-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Whether the account can take a credit today - RULE-4's own
      * refusals: on the master, no hold in force, active, and
      * still in the currency the disputed posting was made in.
       3700-CHECK-CREDIT-ALLOWED.
           MOVE SPACES TO WS-NO-CREDIT-REASON
           MOVE DSP-ACCT-NO TO ACCT-NO
           PERFORM 8500-READ-ACCT-BY-KEY
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           IF WS-ACCTMAST-FOUND
               PERFORM 8510-CHECK-ACCOUNT-HOLD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-NO-CREDIT-REASON
               WHEN WS-HOLD-ACTIVE
                   STRING 'HOLD ' AHL-HOLD-TYPE ' IN FORCE'
                       DELIMITED BY SIZE INTO WS-NO-CREDIT-REASON
               WHEN NOT ACCT-STATUS-ACTIVE
                   STRING 'ACCOUNT STATUS ' ACCT-STATUS
                       ' - NOT ACTIVE'
                       DELIMITED BY SIZE INTO WS-NO-CREDIT-REASON
               WHEN ACCT-CURRENCY-CD NOT = DSP-CURRENCY-CD
                   MOVE 'ACCOUNT CURRENCY CHANGED SINCE THE POSTING'
                       TO WS-NO-CREDIT-REASON
           END-EVALUATE.

      * The credit itself, posted the ACCTCLOS way - master, journal
      * and writeback - with the journal timestamp kept for the
      * case.
       3750-POST-CREDIT.
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-CREDIT-AMOUNT
           MOVE WS-NEW-BALANCE TO ACCT-BALANCE
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   PERFORM 8600-REWRITE-FAILED
               NOT INVALID KEY
                   MOVE WS-CREDIT-AMOUNT TO WS-JOURNAL-AMOUNT
                   PERFORM 8700-WRITE-POSTING-JOURNAL
                   PERFORM 8710-WRITE-POSTING-WRITEBACK
                   MOVE PJ-TIMESTAMP TO WS-CREDIT-TIMESTAMP
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
           END-REWRITE.

       3800-RECORD-RESOLUTION.
           MOVE DSC-ACTION   TO DSP-RESOLUTION
           MOVE WS-RUN-DATE  TO DSP-RESOLVED-DATE
           MOVE DSC-KEYED-BY TO DSP-RESOLVED-BY
           IF DSC-RESOLUTION-NOTE NOT = SPACES
               MOVE DSC-RESOLUTION-NOTE TO DSP-NOTE
           END-IF.

      * The daily aging report: every open case past its regulatory
      * deadline, then every reversal still waiting on the journal.
       4000-AGE-CASES.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'DISPUTE CASE AGING - RUN DATE ' WS-RUN-DATE
               ' - DEADLINE ' WS-DEADLINE-DAYS ' DAYS FROM RECEIPT'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE '  OPEN CASES PAST THEIR REGULATORY DEADLINE'
               TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CASE        ACCOUNT     RECEIVED  DEADLINE   '
               'OVER   DISPUTED AMT  C     CREDIT AMT  NOTE'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE LOW-VALUES TO DSP-CASE-NO
           MOVE 'N' TO WS-CASE-MORE-SW
           START DSPTCASE-FILE KEY >= DSP-CASE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-MORE TO TRUE
           END-START
           PERFORM 4100-AGE-NEXT-CASE
               UNTIL NOT WS-CASE-MORE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE '  FOUND AGAINST - CREDIT REVERSAL NOT YET ON JOURNAL'
               TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  CASE        ACCOUNT     RESOLVED  LAST SENT  '
               'SENT   DISPUTED AMT  C     CREDIT AMT  NOTE'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE LOW-VALUES TO DSP-CASE-NO
           MOVE 'N' TO WS-CASE-MORE-SW
           START DSPTCASE-FILE KEY >= DSP-CASE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-MORE TO TRUE
           END-START
           PERFORM 4200-LIST-NEXT-PENDING
               UNTIL NOT WS-CASE-MORE.

       4100-AGE-NEXT-CASE.
           READ DSPTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-CASE-MORE-SW
               NOT AT END
                   IF DSP-STATUS-OPEN
                       ADD 1 TO WS-OPEN-CASES
                       IF DSP-DEADLINE-DATE < WS-RUN-DATE
                           PERFORM 4150-LIST-OVERDUE-CASE
                       END-IF
                   END-IF
           END-READ.

       4150-LIST-OVERDUE-CASE.
           ADD 1 TO WS-OVERDUE-COUNT
           ADD DSP-DISPUTED-AMOUNT TO WS-TOTAL-OVERDUE
           COMPUTE WS-DAYS-OVER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(DSP-DEADLINE-DATE)
           MOVE SPACES TO WS-AGING-DETAIL
           MOVE DSP-CASE-NO          TO AGE-CASE-NO
           MOVE DSP-ACCT-NO          TO AGE-ACCT-NO
           MOVE DSP-RECEIVED-DATE    TO AGE-DATE-1
           MOVE DSP-DEADLINE-DATE    TO AGE-DATE-2
           MOVE WS-DAYS-OVER         TO AGE-DAYS
           MOVE DSP-DISPUTED-AMOUNT  TO AGE-DISPUTED
           MOVE DSP-CREDIT-STATUS    TO AGE-CREDIT-STATUS
           MOVE DSP-CREDIT-AMOUNT    TO AGE-CREDIT
           MOVE DSP-NOTE             TO AGE-NOTE
           MOVE WS-AGING-DETAIL TO AGING-LINE
           WRITE AGING-LINE.

       4200-LIST-NEXT-PENDING.
           READ DSPTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-CASE-MORE-SW
               NOT AT END
                   IF DSP-STATUS-REV-PENDING
                       PERFORM 4250-LIST-PENDING-CASE
                   END-IF
           END-READ.

       4250-LIST-PENDING-CASE.
           ADD 1 TO WS-PENDING-COUNT
           ADD DSP-CREDIT-AMOUNT TO WS-TOTAL-PENDING
           MOVE SPACES TO WS-AGING-DETAIL
           MOVE DSP-CASE-NO          TO AGE-CASE-NO
           MOVE DSP-ACCT-NO          TO AGE-ACCT-NO
           MOVE DSP-RESOLVED-DATE    TO AGE-DATE-1
           MOVE DSP-REV-SUBMIT-DATE  TO AGE-DATE-2
           MOVE DSP-REV-SUBMIT-COUNT TO AGE-DAYS
           MOVE DSP-DISPUTED-AMOUNT  TO AGE-DISPUTED
           MOVE DSP-CREDIT-STATUS    TO AGE-CREDIT-STATUS
           MOVE DSP-CREDIT-AMOUNT    TO AGE-CREDIT
           MOVE DSP-CREDIT-TIMESTAMP TO AGE-NOTE
           MOVE WS-AGING-DETAIL TO AGING-LINE
           WRITE AGING-LINE.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CASE CARDS READ'        TO TLN-TEXT
           MOVE WS-READ-COUNT            TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CASES OPENED'           TO TLN-TEXT
           MOVE WS-OPENED-COUNT          TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'OPENED WITHOUT CREDIT'  TO TLN-TEXT
           MOVE WS-NO-CREDIT-COUNT       TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CREDITS POSTED'         TO TLN-TEXT
           MOVE WS-CREDIT-COUNT          TO TLN-COUNT
           MOVE WS-TOTAL-CREDITED        TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CLOSED IN FAVOUR'       TO TLN-TEXT
           MOVE WS-FAVOUR-COUNT          TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'FOUND AGAINST'          TO TLN-TEXT
           MOVE WS-AGAINST-COUNT         TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'REVERSALS SENT TO RULE-6' TO TLN-TEXT
           MOVE WS-REVSENT-COUNT         TO TLN-COUNT
           MOVE WS-TOTAL-REVSENT         TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'REVERSALS SEEN ON JOURNAL' TO TLN-TEXT
           MOVE WS-REVERSED-COUNT        TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CARDS REJECTED'         TO TLN-TEXT
           MOVE WS-REJECT-COUNT          TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CASES OPEN'             TO TLN-TEXT
           MOVE WS-OPEN-CASES            TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'PAST REGULATORY DEADLINE' TO TLN-TEXT
           MOVE WS-OVERDUE-COUNT         TO TLN-COUNT
           MOVE WS-TOTAL-OVERDUE         TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'REVERSALS NOT YET POSTED' TO TLN-TEXT
           MOVE WS-PENDING-COUNT         TO TLN-COUNT
           MOVE WS-TOTAL-PENDING         TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO AGING-LINE
           WRITE AGING-LINE
           CLOSE DSPTCRD-FILE DSPTCASE-FILE ACCTMAST-FILE
                 ACCTHOLD-FILE POSTJRNL-FILE ACCTUPDT-FILE
                 TRANOUT-FILE DSPTLOG-FILE REPORT-FILE AGING-FILE
           DISPLAY 'DSPTMNT - Cards read         ' WS-READ-COUNT
           DISPLAY 'DSPTMNT - Cases opened       ' WS-OPENED-COUNT
           DISPLAY 'DSPTMNT - Credits posted     ' WS-CREDIT-COUNT
           DISPLAY 'DSPTMNT - Closed in favour   ' WS-FAVOUR-COUNT
           DISPLAY 'DSPTMNT - Found against      ' WS-AGAINST-COUNT
           DISPLAY 'DSPTMNT - Reversals sent     ' WS-REVSENT-COUNT
           DISPLAY 'DSPTMNT - Reversals posted   ' WS-REVERSED-COUNT
           DISPLAY 'DSPTMNT - Cards rejected     ' WS-REJECT-COUNT
           DISPLAY 'DSPTMNT - Past deadline      ' WS-OVERDUE-COUNT
           EVALUATE TRUE
               WHEN WS-REWRITE-ERRORS > ZERO
                   DISPLAY 'DSPTMNT - Ending with a non-zero '
                       'condition code - research the listing '
                       'before the next run'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                       OR WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
      * An odd code says this run posted no credit, so journaled
      * nothing. The ledger extract takes the caller's latest run
      * date off the journal, so run now it would feed an earlier
      * morning's credits again; the job bypasses it on an odd code.
           IF WS-CREDIT-COUNT = ZERO
               DISPLAY 'DSPTMNT - No credit posted - the ledger '
                   'extract is not to run'
               ADD 1 TO RETURN-CODE
           END-IF
           DISPLAY 'DSPTMNT - Ended'.

       7000-WRITE-EVENT.
           MOVE SPACES                TO DISPUTE-EVENT-RECORD
           MOVE FUNCTION CURRENT-DATE TO DSL-TIMESTAMP
           MOVE DSP-CASE-NO           TO DSL-CASE-NO
           MOVE DSP-ACCT-NO           TO DSL-ACCT-NO
           MOVE WS-EVT-EVENT          TO DSL-EVENT
           MOVE WS-EVT-AMOUNT         TO DSL-AMOUNT
           MOVE WS-EVT-POST-TIMESTAMP TO DSL-POST-TIMESTAMP
           MOVE WS-EVT-TEXT           TO DSL-TEXT
           MOVE WS-EVT-LOGGED-BY      TO DSL-LOGGED-BY
           WRITE DISPUTE-EVENT-RECORD.

      * One pass over the journal: the entry on the account at the
      * timestamp asked for, and any reversal entry pointing at it.
       8000-SCAN-JOURNAL.
           MOVE 'N' TO WS-SCAN-FOUND-SW
           MOVE 'N' TO WS-SCAN-REVERSED-SW
           MOVE ZERO   TO WS-SCAN-AMOUNT WS-SCAN-REV-AMOUNT
           MOVE SPACES TO WS-SCAN-CURRENCY-CD WS-SCAN-REV-TIMESTAMP
           MOVE 'N' TO WS-PJIN-EOF-SW
           OPEN INPUT POSTJRNIN-FILE
           PERFORM 8100-SCAN-ONE-ENTRY
               UNTIL WS-PJIN-EOF
           CLOSE POSTJRNIN-FILE.

       8100-SCAN-ONE-ENTRY.
           READ POSTJRNIN-FILE
               AT END
                   SET WS-PJIN-EOF TO TRUE
               NOT AT END
                   IF PJIN-ACCT-NO = WS-SCAN-ACCT
                           AND PJIN-TIMESTAMP = WS-SCAN-TIMESTAMP
                       SET WS-SCAN-FOUND TO TRUE
                       MOVE PJIN-AMOUNT      TO WS-SCAN-AMOUNT
                       MOVE PJIN-CURRENCY-CD TO WS-SCAN-CURRENCY-CD
                   END-IF
                   IF PJIN-IS-REVERSAL
                           AND PJIN-ACCT-NO = WS-SCAN-ACCT
                           AND PJIN-ORIG-TIMESTAMP = WS-SCAN-TIMESTAMP
                       SET WS-SCAN-REVERSED TO TRUE
                       MOVE PJIN-TIMESTAMP   TO WS-SCAN-REV-TIMESTAMP
                       MOVE PJIN-AMOUNT      TO WS-SCAN-REV-AMOUNT
                   END-IF
           END-READ.

       8500-READ-ACCT-BY-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       8510-CHECK-ACCOUNT-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           MOVE ACCT-NO TO AHL-ACCT-NO
           READ ACCTHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AHL-IN-FORCE
                       SET WS-HOLD-ACTIVE TO TRUE
                   END-IF
           END-READ.

       8600-REWRITE-FAILED.
           SET WS-POSTING-FAILED TO TRUE
           ADD 1 TO WS-REWRITE-ERRORS
           DISPLAY 'DSPTMNT - Rewrite failed for account '
               ACCT-NO ' status ' WS-ACCTMAST-STATUS.

      * A credit's journal timestamp is what RULE-6 reverses it by,
      * so no two credits in a run may share one - a credit posted
      * within the same hundredth of a second as the last waits for
      * the clock to move on.
       8700-WRITE-POSTING-JOURNAL.
           MOVE SPACES                TO POSTING-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
           PERFORM 8705-NEXT-TIMESTAMP
               UNTIL PJ-TIMESTAMP NOT = WS-LAST-CREDIT-TS
           MOVE PJ-TIMESTAMP          TO WS-LAST-CREDIT-TS
           MOVE ACCT-NO               TO PJ-ACCT-NO
           MOVE ACCT-COMPANY-CD       TO PJ-COMPANY-CD
           MOVE ACCT-TYPE             TO PJ-ACCT-TYPE
           MOVE WS-JOURNAL-AMOUNT     TO PJ-AMOUNT
           MOVE WS-OLD-BALANCE        TO PJ-OLD-BALANCE
           MOVE WS-NEW-BALANCE        TO PJ-NEW-BALANCE
           MOVE 'DSPTMNT'             TO PJ-CALLER-ID
           MOVE ACCT-CURRENCY-CD      TO PJ-CURRENCY-CD
           MOVE WS-RUN-DATE           TO PJ-RUN-DATE
           WRITE POSTING-JOURNAL-RECORD.

       8705-NEXT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP.

       8710-WRITE-POSTING-WRITEBACK.
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
