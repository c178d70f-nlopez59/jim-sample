       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
      * Loan repayment schedule maintenance. Reads a deck of add/
      * change/delete loan cards and applies the accepted ones
      * against the LOANSCHD schedule file - the principal, rate,
      * term and installment a loan account on ACCTMAST never
      * carried, and that collections used to keep on a spreadsheet.
      * An add must name a loan account that is on the master; its
      * rate defaults to the account's own rate, and its installment
      * is worked out as a level monthly repayment when the card
      * leaves it blank. A change re-terms the loan (a restructure)
      * without disturbing what has already been billed and paid.
      * A delete takes a paid-off or written-off loan off billing.
      * Every card, accepted or rejected, is listed on the
      * maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANCRD-FILE  ASSIGN TO LOANCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOANSCHD-FILE ASSIGN TO LOANSCHD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LS-ACCT-NO
                  FILE STATUS IS WS-LOANSCHD-STATUS.
      * The account master, read only - a schedule for an account
      * nobody has, or for a savings account, is a keying error
      * worth catching here rather than at the first billing.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT REPORT-FILE   ASSIGN TO LOANRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANCRD-FILE.
           COPY LOANCRD.
       FD  LOANSCHD-FILE.
           COPY LOANSCHD.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded-
      * cluster case the one-time define-and-seed cutover exists
      * for - the RATEMNT and HOLDMNT convention.
       01  WS-LOANSCHD-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-LOANSCHD-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-LOANSCHD-UNLOADED            VALUE '35'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-LOANCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-LOANCRD-EOF              VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-SCHEDULE-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-SCHEDULE-FOUND           VALUE 'Y'.
           05  WS-RETERM-SW            PIC X(01)  VALUE 'N'.
               88  WS-LOAN-RETERMED            VALUE 'Y'.

       01  WS-REASON-HOLD              PIC X(50)  VALUE SPACES.

      * Level-repayment working fields: the monthly rate and the
      * compound growth over the term carry enough decimals that a
      * thirty-year schedule still rounds to the penny.
       01  WS-AMORTIZATION.
           05  WS-MONTHLY-RATE         PIC S9(01)V9(12) COMP-3
                                        VALUE ZERO.
           05  WS-TERM-GROWTH          PIC S9(05)V9(12) COMP-3
                                        VALUE ZERO.
           05  WS-INSTALLMENT-CALC     PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
           05  WS-INSTALLMENT-ED       PIC Z(08)9.99.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-PRINCIPAL           PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TERM                PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-FIRST-DUE           PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-LOANCRD-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'LOANMNT - Started. Maintaining LOANSCHD.'
           OPEN INPUT  LOANCRD-FILE
           OPEN I-O    LOANSCHD-FILE
           IF NOT WS-LOANSCHD-OPEN-OK
               IF WS-LOANSCHD-UNLOADED
                   DISPLAY 'LOANMNT - LOANSCHD has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'LOANMNT - LOANSCHD open failed, '
                       'status ' WS-LOANSCHD-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'LOAN SCHEDULE MAINTENANCE - RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-LOANCRD.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN LNC-ADD     PERFORM 2300-APPLY-ADD
                   WHEN LNC-CHANGE  PERFORM 2400-APPLY-CHANGE
                   WHEN LNC-DELETE  PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM 2600-LIST-CARD
           PERFORM 2100-READ-LOANCRD.

       2100-READ-LOANCRD.
           READ LOANCRD-FILE
               AT END SET WS-LOANCRD-EOF TO TRUE
           END-READ.

      * Edit rules, checked in order - first failure wins, the same
      * discipline the other card-driven maintenance programs apply.
      * An add must carry the terms a schedule cannot exist without;
      * on a change any field left blank means "leave it alone".
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND LNC-TRAN-CODE NOT = 'A' AND NOT = 'C'
                                     AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND LNC-ACCT-NO = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING ACCOUNT NUMBER' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND LNC-ADD
               IF LNC-ORIG-PRINCIPAL NOT NUMERIC
                       OR LNC-ORIG-PRINCIPAL-NUM = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'PRINCIPAL MISSING OR NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND LNC-ADD
               IF LNC-TERM-MONTHS NOT NUMERIC
                       OR LNC-TERM-MONTHS-NUM = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'TERM MISSING OR NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND LNC-ADD
               IF LNC-FIRST-DUE-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'FIRST DUE DATE MISSING OR NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND LNC-CHANGE
               IF (LNC-ORIG-PRINCIPAL NOT = SPACES
                       AND LNC-ORIG-PRINCIPAL NOT NUMERIC)
                  OR (LNC-TERM-MONTHS NOT = SPACES
                       AND LNC-TERM-MONTHS NOT NUMERIC)
                  OR (LNC-FIRST-DUE-DATE NOT = SPACES
                       AND LNC-FIRST-DUE-DATE NOT NUMERIC)
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'CHANGED TERMS NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
      * A changed term must still leave installments to bill - the
      * level repayment is worked out over the term, and the billing
      * step counts what remains as the term less those billed.
           IF NOT WS-CARD-REJECTED AND LNC-CHANGE
                   AND LNC-TERM-MONTHS NUMERIC
               IF LNC-TERM-MONTHS-NUM = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'CHANGED TERM IS ZERO' TO WS-REASON-HOLD
               ELSE
                   PERFORM 2250-CHECK-CHANGED-TERM
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND (LNC-ADD OR LNC-CHANGE)
               IF LNC-INT-RATE NOT = SPACES
                       AND LNC-INT-RATE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'RATE FIELD NOT NUMERIC' TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND (LNC-ADD OR LNC-CHANGE)
               IF LNC-INSTALLMENT-AMT NOT = SPACES
                       AND LNC-INSTALLMENT-AMT NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'INSTALLMENT FIELD NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF.

      * A schedule not on file is left to the change itself to
      * report.
       2250-CHECK-CHANGED-TERM.
           PERFORM 2900-READ-SCHEDULE-FOR-KEY
           IF WS-SCHEDULE-FOUND
                   AND LNC-TERM-MONTHS-NUM <= LS-INSTALLMENTS-BILLED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'CHANGED TERM NOT BEYOND INSTALLMENTS BILLED'
                   TO WS-REASON-HOLD
           END-IF.

      * A new schedule starts with nothing billed and nothing owed;
      * the nightly billing step raises the first installment on
      * the first due date.
       2300-APPLY-ADD.
           PERFORM 2800-READ-ACCTMAST-FOR-KEY
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - ACCOUNT NOT ON MASTER'
                       TO WS-REASON-HOLD
               WHEN NOT ACCT-TYPE-LOAN
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - ACCOUNT IS NOT A LOAN'
                       TO WS-REASON-HOLD
               WHEN OTHER
                   MOVE LNC-ACCT-NO            TO LS-ACCT-NO
                   MOVE ACCT-COMPANY-CD        TO LS-COMPANY-CD
                   MOVE LNC-ORIG-PRINCIPAL-NUM TO LS-ORIG-PRINCIPAL
                   IF LNC-INT-RATE NUMERIC
                       MOVE LNC-INT-RATE-NUM   TO LS-INT-RATE
                   ELSE
                       MOVE ACCT-INT-RATE      TO LS-INT-RATE
                   END-IF
                   MOVE LNC-TERM-MONTHS-NUM    TO LS-TERM-MONTHS
                   MOVE LNC-FIRST-DUE-DATE-NUM TO LS-NEXT-DUE-DATE
                   MOVE ZERO   TO LS-DAYS-PAST-DUE
                                  LS-INSTALLMENTS-BILLED
                                  LS-AMOUNT-DUE
                                  LS-LAST-PAY-DATE
                   MOVE SPACES TO LS-LAST-PAY-TIMESTAMP
                   MOVE LNC-KEYED-BY           TO LS-KEYED-BY
                   PERFORM 2700-SET-INSTALLMENT
                   WRITE LOAN-SCHEDULE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'ADD FAILED - SCHEDULE ALREADY ON FILE'
                               TO WS-REASON-HOLD
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCEPT-COUNT
                           MOVE LS-INSTALLMENT-AMT
                               TO WS-INSTALLMENT-ED
                           STRING 'ADDED - INSTALLMENT '
                               WS-INSTALLMENT-ED
                               DELIMITED BY SIZE INTO WS-REASON-HOLD
                   END-WRITE
           END-EVALUATE.

      * A restructure: the keyed terms replace the old ones, and the
      * installment is re-worked from the new terms unless one was
      * keyed. Billing progress - installments billed, amount owed,
      * payments matched - stays as it stands.
       2400-APPLY-CHANGE.
           PERFORM 2900-READ-SCHEDULE-FOR-KEY
           IF WS-SCHEDULE-FOUND
               MOVE 'N' TO WS-RETERM-SW
               IF LNC-ORIG-PRINCIPAL NUMERIC
                   MOVE LNC-ORIG-PRINCIPAL-NUM TO LS-ORIG-PRINCIPAL
                   SET WS-LOAN-RETERMED TO TRUE
               END-IF
               IF LNC-INT-RATE NUMERIC
                   MOVE LNC-INT-RATE-NUM TO LS-INT-RATE
                   SET WS-LOAN-RETERMED TO TRUE
               END-IF
               IF LNC-TERM-MONTHS NUMERIC
                   MOVE LNC-TERM-MONTHS-NUM TO LS-TERM-MONTHS
                   SET WS-LOAN-RETERMED TO TRUE
               END-IF
               IF LNC-FIRST-DUE-DATE NUMERIC
                   MOVE LNC-FIRST-DUE-DATE-NUM TO LS-NEXT-DUE-DATE
               END-IF
               IF LNC-KEYED-BY NOT = SPACES
                   MOVE LNC-KEYED-BY TO LS-KEYED-BY
               END-IF
               IF LNC-INSTALLMENT-AMT NUMERIC OR WS-LOAN-RETERMED
                   PERFORM 2700-SET-INSTALLMENT
               END-IF
               REWRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'CHANGE FAILED - REWRITE ERROR'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCEPT-COUNT
                       MOVE LS-INSTALLMENT-AMT TO WS-INSTALLMENT-ED
                       STRING 'CHANGED - INSTALLMENT '
                           WS-INSTALLMENT-ED
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'CHANGE FAILED - NO SCHEDULE FOR ACCOUNT'
                   TO WS-REASON-HOLD
           END-IF.

       2500-APPLY-DELETE.
           MOVE LNC-ACCT-NO TO LS-ACCT-NO
           DELETE LOANSCHD-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE FAILED - NO SCHEDULE FOR ACCOUNT'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'DELETED' TO WS-REASON-HOLD
           END-DELETE.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LNC-TRAN-CODE      TO DTL-TRAN-CODE
           MOVE LNC-ACCT-NO        TO DTL-ACCT-NO
           MOVE LNC-ORIG-PRINCIPAL TO DTL-PRINCIPAL
           MOVE LNC-TERM-MONTHS    TO DTL-TERM
           MOVE LNC-FIRST-DUE-DATE TO DTL-FIRST-DUE
           MOVE WS-REASON-HOLD     TO DTL-RESULT
           MOVE WS-DETAIL-LINE     TO REPORT-LINE
           WRITE REPORT-LINE.

      * A keyed installment is taken as keyed. Otherwise the level
      * monthly repayment that clears the principal over the term at
      * the schedule's rate - principal divided evenly when the loan
      * is interest-free.
       2700-SET-INSTALLMENT.
           IF LNC-INSTALLMENT-AMT NUMERIC
               MOVE LNC-INSTALLMENT-AMT-NUM TO LS-INSTALLMENT-AMT
           ELSE
               IF LS-INT-RATE = ZERO
                   COMPUTE WS-INSTALLMENT-CALC ROUNDED =
                       LS-ORIG-PRINCIPAL / LS-TERM-MONTHS
               ELSE
                   COMPUTE WS-MONTHLY-RATE ROUNDED =
                       LS-INT-RATE / 1200
                   COMPUTE WS-TERM-GROWTH ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** LS-TERM-MONTHS
                   COMPUTE WS-INSTALLMENT-CALC ROUNDED =
                       LS-ORIG-PRINCIPAL * WS-MONTHLY-RATE
                           * WS-TERM-GROWTH / (WS-TERM-GROWTH - 1)
               END-IF
               MOVE WS-INSTALLMENT-CALC TO LS-INSTALLMENT-AMT
           END-IF.

       2800-READ-ACCTMAST-FOR-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           MOVE LNC-ACCT-NO TO ACCT-NO
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       2900-READ-SCHEDULE-FOR-KEY.
           MOVE 'N' TO WS-SCHEDULE-FOUND-SW
           MOVE LNC-ACCT-NO TO LS-ACCT-NO
           READ LOANSCHD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SCHEDULE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SCHEDULE-FOUND-SW
           END-READ.

       3000-TERMINATE.
           CLOSE LOANCRD-FILE LOANSCHD-FILE ACCTMAST-FILE
                 REPORT-FILE
           DISPLAY 'LOANMNT - Cards read ' WS-READ-COUNT
           DISPLAY 'LOANMNT - Accepted   ' WS-ACCEPT-COUNT
           DISPLAY 'LOANMNT - Rejected   ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'LOANMNT - Ended'.
