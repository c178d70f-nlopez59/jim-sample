       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOS.
      * Account closure batch, driven by closure request cards. A
      * status 'C' change card on its own leaves the balance on the
      * master, never pays the interest accrued since the last
      * capitalization, and sends the customer nothing. For each
      * card this program, in order:
      *
      *   edits    - the account must be on the master, not already
      *              closed, not held, not overdrawn; a loan must be
      *              paid off and a term deposit matured; a cheque
      *              needs a CUSTMAST address to go to;
      *   interest - posts final interest from ACCT-LAST-INT-DATE to
      *              the run date with INTCAP's day-count, rate
      *              resolution and rounding;
      *   payout   - debits whatever is left to zero and writes it to
      *              the CLOSPAY payout file as a cheque or a transfer
      *              to the outside account on the card;
      *   proof    - re-reads the master and, only when the balance
      *              is proven zero, emits the status 'C' change card
      *              for ACCTMAINT.
      *
      * Both postings go to POSTJRNL under caller-id ACCTCLOS (the
      * job's own GLEXTR extract takes them to the ledger) and to
      * the CLOSUPDT writeback feed for DB2APPLY. The status change
      * goes through ACCTMAINT in the next step, the DORMSWP route,
      * so every closure is edited, logged to ACCTMLOG and written
      * back to ACCOUNT_TABLE like any other change (a loan's status
      * change still waits for ACCTAPPR's dual control).
      *
      * Once every card is done, the standing-order master and the
      * transaction warehouse are carried forward to new generations
      * with everything aimed at an account closed in this run
      * removed and listed - orders and warehoused transactions on
      * the account, and RULE-5 transfers naming it as the credit
      * side - so nothing posts against it on the next night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSCRD-FILE  ASSIGN TO CLOSCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * A hold in force refuses the closure - a legal or fraud
      * freeze is not lifted by paying the balance away.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
      * A term deposit closes only once matured, at its locked rate,
      * and is marked paid out so TDMATUR does not mature it again.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTUPDT-FILE ASSIGN TO ACCTUPDT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSPAY-FILE  ASSIGN TO CLOSPAY
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The status 'C' change cards, applied by ACCTMAINT.
           SELECT CLOSMNT-FILE  ASSIGN TO CLOSMNT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Standing-order master and transaction warehouse, prior
      * generation in and next generation out - the STORDGEN and
      * TRANRLSE carry-forward pairs.
           SELECT STORDIN-FILE  ASSIGN TO STORDIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORDOUT-FILE ASSIGN TO STORDOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEIN-FILE   ASSIGN TO WHSEIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEOUT-FILE  ASSIGN TO WHSEOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO CLOSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSCRD-FILE.
           COPY CLOSCRD.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
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
       FD  CLOSPAY-FILE.
           COPY CLOSPAY.
       FD  CLOSMNT-FILE.
           COPY ACCTMNT.
       FD  STORDIN-FILE.
           COPY STORDREC.
       FD  STORDOUT-FILE.
       01  STORDOUT-RECORD             PIC X(80).
       FD  WHSEIN-FILE.
           COPY TRANWHSE.
       FD  WHSEOUT-FILE.
       01  WHSEOUT-RECORD              PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CLOSCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CLOSCRD-EOF              VALUE 'Y'.
           05  WS-STORDIN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-STORDIN-EOF              VALUE 'Y'.
           05  WS-WHSEIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-WHSEIN-EOF               VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-CUSTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-CUSTMAST-FOUND           VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.
           05  WS-DEPOSIT-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  WS-DEPOSIT-FOUND            VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-RATE-LOCKED-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATE-LOCKED              VALUE 'Y'.
           05  WS-POSTING-FAILED-SW    PIC X(01)  VALUE 'N'.
               88  WS-POSTING-FAILED           VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-REASON-HOLD              PIC X(50)  VALUE SPACES.

      * Final interest working fields - INTCAP's formula and
      * rounding, to the run date.
       01  WS-ACCRUAL-CALC.
           05  WS-LAST-INT-DATE-8      PIC 9(08).
           05  WS-DAYS-ELAPSED         PIC S9(05)      COMP-3.
           05  WS-INTEREST-ACCRUED     PIC S9(09)V99   COMP-3.
           05  WS-PAYOUT-AMOUNT        PIC S9(09)V99   COMP-3.
           05  WS-OLD-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-NEW-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-JOURNAL-AMOUNT       PIC S9(09)V99   COMP-3.
       01  WS-APPLICABLE-RATE          PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

      * The accounts closed in this run, for the standing-order and
      * warehouse carry-forward that follows the cards. A deck
      * bigger than the table is refused card by card once it is
      * full, and the refused cards simply go again next run.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT         PIC 9(04) COMP  VALUE ZERO.
           05  WS-CLOSED-MAX           PIC 9(04) COMP  VALUE 500.
           05  WS-CLOSED-ACCT          PIC X(10)
                                       OCCURS 500 TIMES.
       01  WS-CLOSED-LOOKUP.
           05  WS-LOOK-ACCT            PIC X(10)  VALUE SPACES.
           05  WS-CLOSED-SUB           PIC 9(04) COMP  VALUE ZERO.
           05  WS-CLOSED-FOUND         PIC 9(04) COMP  VALUE ZERO.

      * A warehoused entry's TRANREC image, for its account and
      * rule code.
           COPY TRANREC.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLOSED-ACCTS         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNPROVEN-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-REWRITE-ERRORS       PIC 9(07) COMP  VALUE ZERO.
           05  WS-PAYOUTS-WRITTEN      PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSTINGS-JOURNALED   PIC 9(07) COMP  VALUE ZERO.
           05  WS-ORDERS-READ          PIC 9(07) COMP  VALUE ZERO.
           05  WS-ORDERS-CANCELLED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-WHSE-READ            PIC 9(07) COMP  VALUE ZERO.
           05  WS-WHSE-CANCELLED       PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-PAID-OUT           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-METHOD              PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-INTEREST            PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-PAYOUT              PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(50).

       01  WS-CANCEL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-SOURCE              PIC X(14).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-RULE-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-AMOUNT              PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-DATA                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-REASON              PIC X(40).

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
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-CLOSCRD-EOF
           PERFORM 3000-CARRY-STANDING-ORDERS
           PERFORM 4000-CARRY-WAREHOUSE
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'ACCTCLOS - Started. Closing accounts.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT  CLOSCRD-FILE
           OPEN I-O    ACCTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN INPUT  CUSTMAST-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN I-O    TDEPOSIT-FILE
           OPEN EXTEND POSTJRNL-FILE
           OPEN OUTPUT ACCTUPDT-FILE
           OPEN OUTPUT CLOSPAY-FILE
           OPEN OUTPUT CLOSMNT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ACCOUNT CLOSURE LISTING - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  ACCOUNT     M  FINAL INTEREST   PAID OUT AMOUNT'
               '  BY        RESULT'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-CLOSCRD.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-INTEREST-ACCRUED
           MOVE ZERO TO WS-PAYOUT-AMOUNT
           MOVE 'N' TO WS-POSTING-FAILED-SW
           PERFORM 2200-EDIT-CARD
           IF NOT WS-CARD-REJECTED
               PERFORM 2250-EDIT-ACCOUNT
           END-IF
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2300-POST-FINAL-INTEREST
               IF NOT WS-POSTING-FAILED
                   PERFORM 2400-PAY-OUT-BALANCE
               END-IF
               IF NOT WS-POSTING-FAILED
                   PERFORM 2500-PROVE-AND-CLOSE
               END-IF
           END-IF
           PERFORM 2600-LIST-CARD
           PERFORM 2100-READ-CLOSCRD.

       2100-READ-CLOSCRD.
           READ CLOSCRD-FILE
               AT END SET WS-CLOSCRD-EOF TO TRUE
           END-READ.

      * Card edits, checked in order - first failure wins.
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           EVALUATE TRUE
               WHEN CLC-ACCT-NO = SPACES
                   MOVE 'MISSING ACCOUNT NUMBER' TO WS-REASON-HOLD
               WHEN NOT CLC-BY-CHEQUE AND NOT CLC-BY-TRANSFER
                   MOVE 'PAYOUT METHOD MUST BE Q (CHEQUE) OR T'
                       TO WS-REASON-HOLD
               WHEN CLC-BY-TRANSFER AND CLC-PAY-TO-ACCT = SPACES
                   MOVE 'TRANSFER PAYOUT NEEDS A PAY-TO ACCOUNT'
                       TO WS-REASON-HOLD
               WHEN OTHER
                   MOVE CLC-ACCT-NO TO WS-LOOK-ACCT
                   PERFORM 2800-FIND-CLOSED-ACCT
                   EVALUATE TRUE
                       WHEN WS-CLOSED-FOUND > ZERO
                           MOVE 'ACCOUNT ALREADY CLOSED IN THIS RUN'
                               TO WS-REASON-HOLD
                       WHEN WS-CLOSED-COUNT >= WS-CLOSED-MAX
                           MOVE 'CLOSURE TABLE FULL - RESUBMIT NEXT RUN'
                               TO WS-REASON-HOLD
                   END-EVALUATE
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               SET WS-CARD-REJECTED TO TRUE
           END-IF.

      * Account edits against the master, checked in order. The
      * hold file and the customer master are consulted before the
      * ladder so each test below is a plain condition.
       2250-EDIT-ACCOUNT.
           MOVE CLC-ACCT-NO TO ACCT-NO
           PERFORM 2850-READ-ACCT-BY-KEY
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW
           IF WS-ACCTMAST-FOUND
               PERFORM 2860-CHECK-ACCOUNT-HOLD
               PERFORM 2870-READ-CUSTOMER
               IF ACCT-TYPE-TERM
                   PERFORM 2880-READ-TERM-DEPOSIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON-HOLD
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REASON-HOLD
               WHEN WS-HOLD-ACTIVE
                   MOVE SPACES TO WS-REASON-HOLD
                   STRING 'HOLD ' AHL-HOLD-TYPE
                       ' IN FORCE - CLOSURE REFUSED'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN ACCT-BALANCE < ZERO
                   MOVE 'ACCOUNT OVERDRAWN - CLEAR THE DEBIT FIRST'
                       TO WS-REASON-HOLD
               WHEN ACCT-TYPE-LOAN AND ACCT-BALANCE NOT = ZERO
                   MOVE 'LOAN NOT PAID OFF - CLOSURE REFUSED'
                       TO WS-REASON-HOLD
               WHEN ACCT-TYPE-TERM AND WS-DEPOSIT-FOUND
                       AND NOT TD-STATUS-PAID-OUT
                       AND TD-MATURITY-DATE > WS-RUN-DATE
                   MOVE 'TERM DEPOSIT NOT MATURED - CLOSURE REFUSED'
                       TO WS-REASON-HOLD
               WHEN CLC-BY-CHEQUE AND NOT WS-CUSTMAST-FOUND
                   MOVE 'NO CUSTMAST ADDRESS TO SEND A CHEQUE TO'
                       TO WS-REASON-HOLD
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               SET WS-CARD-REJECTED TO TRUE
           END-IF.

      * Interest from the last capitalization to the run date, at
      * the rate INTCAP would use. Nothing to post leaves the master
      * alone, as INTCAP does.
       2300-POST-FINAL-INTEREST.
           MOVE ACCT-LAST-INT-DATE TO WS-LAST-INT-DATE-8
           COMPUTE WS-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-LAST-INT-DATE-8)
           IF WS-DAYS-ELAPSED < 0
               MOVE 0 TO WS-DAYS-ELAPSED
           END-IF
           PERFORM 2900-GET-APPLICABLE-RATE
           COMPUTE WS-INTEREST-ACCRUED ROUNDED =
               ACCT-BALANCE * WS-APPLICABLE-RATE * WS-DAYS-ELAPSED
                   / 36500
           IF WS-INTEREST-ACCRUED NOT = ZERO
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE + WS-INTEREST-ACCRUED
               MOVE WS-NEW-BALANCE TO ACCT-BALANCE
               MOVE WS-RUN-DATE    TO ACCT-LAST-INT-DATE
               ADD WS-INTEREST-ACCRUED TO ACCT-YTD-INTEREST
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 2950-REWRITE-FAILED
                       MOVE 'NOT CLOSED - INTEREST REWRITE FAILED'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       ADD WS-INTEREST-ACCRUED TO WS-TOTAL-INTEREST
                       MOVE WS-INTEREST-ACCRUED TO WS-JOURNAL-AMOUNT
                       PERFORM 2960-WRITE-POSTING-JOURNAL
                       PERFORM 2970-WRITE-POSTING-WRITEBACK
               END-REWRITE
           END-IF.

      * What is left - principal plus final interest - leaves the
      * account and goes on the payout file. An account already at
      * zero has nothing to pay and goes straight to the proof.
       2400-PAY-OUT-BALANCE.
           MOVE ACCT-BALANCE TO WS-PAYOUT-AMOUNT
           IF WS-PAYOUT-AMOUNT > ZERO
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               MOVE ZERO         TO WS-NEW-BALANCE
               MOVE ZERO         TO ACCT-BALANCE
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 2950-REWRITE-FAILED
                       MOVE 'NOT CLOSED - PAYOUT REWRITE FAILED'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       COMPUTE WS-JOURNAL-AMOUNT =
                           ZERO - WS-PAYOUT-AMOUNT
                       PERFORM 2960-WRITE-POSTING-JOURNAL
                       PERFORM 2970-WRITE-POSTING-WRITEBACK
                       PERFORM 2450-WRITE-PAYOUT
               END-REWRITE
           END-IF.

       2450-WRITE-PAYOUT.
           MOVE SPACES               TO CLOSURE-PAYOUT-RECORD
           MOVE ACCT-NO              TO CPY-ACCT-NO
           MOVE ACCT-COMPANY-CD      TO CPY-COMPANY-CD
           MOVE ACCT-CURRENCY-CD     TO CPY-CURRENCY-CD
           MOVE WS-PAYOUT-AMOUNT     TO CPY-AMOUNT
           MOVE CLC-PAYOUT-METHOD    TO CPY-METHOD
           MOVE CLC-PAY-TO-ACCT      TO CPY-PAY-TO-ACCT
           MOVE ACCT-CUST-NO         TO CPY-CUST-NO
           IF WS-CUSTMAST-FOUND
               MOVE CUST-NAME        TO CPY-PAYEE-NAME
               MOVE CUST-ADDR-LINE-1 TO CPY-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2 TO CPY-ADDR-LINE-2
               MOVE CUST-CITY        TO CPY-CITY
               MOVE CUST-STATE       TO CPY-STATE
               MOVE CUST-POSTAL-CODE TO CPY-POSTAL-CODE
           END-IF
           MOVE WS-RUN-DATE          TO CPY-RUN-DATE
           MOVE CLC-REQUESTED-BY     TO CPY-REQUESTED-BY
           WRITE CLOSURE-PAYOUT-RECORD
           ADD 1 TO WS-PAYOUTS-WRITTEN
           ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID-OUT.

      * The proof is a fresh keyed read, not the record in hand -
      * the status card is written only for a balance the master
      * itself says is zero.
       2500-PROVE-AND-CLOSE.
           MOVE CLC-ACCT-NO TO ACCT-NO
           PERFORM 2850-READ-ACCT-BY-KEY
           IF WS-ACCTMAST-FOUND AND ACCT-BALANCE = ZERO
               PERFORM 2550-WRITE-CLOSE-CARD
               IF ACCT-TYPE-TERM AND WS-DEPOSIT-FOUND
                   PERFORM 2560-MARK-DEPOSIT-PAID-OUT
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               MOVE CLC-ACCT-NO TO WS-CLOSED-ACCT(WS-CLOSED-COUNT)
               ADD 1 TO WS-CLOSED-ACCTS
               IF ACCT-TYPE-LOAN
                   MOVE 'CLOSED - LOAN STATUS CHANGE TO APPROVAL'
                       TO WS-REASON-HOLD
               ELSE
                   MOVE 'CLOSED - BALANCE PROVEN ZERO'
                       TO WS-REASON-HOLD
               END-IF
           ELSE
               ADD 1 TO WS-UNPROVEN-COUNT
               MOVE 'NOT CLOSED - BALANCE NOT PROVEN ZERO'
                   TO WS-REASON-HOLD
           END-IF.

      * The status change as an ordinary ACCTMNT CHANGE carrying the
      * proven master image - the DORMSWP flip card, status 'C'.
       2550-WRITE-CLOSE-CARD.
           MOVE SPACES              TO ACCT-MAINT-RECORD
           MOVE 'C'                 TO AM-TRAN-CODE
           MOVE ACCT-NO             TO AM-ACCT-NO
           MOVE 'C'                 TO AM-ACCT-STATUS
           MOVE ACCT-COMPANY-CD     TO AM-ACCT-COMPANY-CD
           MOVE ACCT-TYPE           TO AM-ACCT-TYPE
           MOVE ACCT-BALANCE        TO AM-ACCT-BALANCE-NUM
           MOVE ACCT-INT-RATE       TO AM-ACCT-INT-RATE-NUM
           MOVE ACCT-OPEN-DATE      TO AM-ACCT-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE  TO AM-ACCT-LAST-INT-DATE
           MOVE ACCT-CUST-NO        TO AM-ACCT-CUST-NO
           MOVE ACCT-CURRENCY-CD    TO AM-ACCT-CURRENCY-CD
           MOVE ACCT-YTD-INTEREST   TO AM-ACCT-YTD-INT-NUM
           WRITE ACCT-MAINT-RECORD.

       2560-MARK-DEPOSIT-PAID-OUT.
           IF NOT TD-STATUS-PAID-OUT
               MOVE TD-MATURITY-DATE TO TD-LAST-MATURED-DATE
               SET TD-STATUS-PAID-OUT TO TRUE
               REWRITE TERM-DEPOSIT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-ERRORS
                       DISPLAY 'ACCTCLOS - TDEPOSIT rewrite failed '
                           'for account ' TD-ACCT-NO ' status '
                           WS-TDEPOSIT-STATUS
               END-REWRITE
           END-IF.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CLC-ACCT-NO         TO DTL-ACCT-NO
           MOVE CLC-PAYOUT-METHOD   TO DTL-METHOD
           MOVE WS-INTEREST-ACCRUED TO DTL-INTEREST
           MOVE WS-PAYOUT-AMOUNT    TO DTL-PAYOUT
           MOVE CLC-REQUESTED-BY    TO DTL-REQUESTED-BY
           IF WS-CARD-REJECTED
               MOVE SPACES TO DTL-RESULT
               STRING 'REJECTED - ' WS-REASON-HOLD
                   DELIMITED BY SIZE INTO DTL-RESULT
           ELSE
               MOVE WS-REASON-HOLD TO DTL-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2800-FIND-CLOSED-ACCT.
           MOVE ZERO TO WS-CLOSED-FOUND
           MOVE ZERO TO WS-CLOSED-SUB
           PERFORM 2810-CHECK-ONE-CLOSED
               UNTIL WS-CLOSED-FOUND > ZERO
                  OR WS-CLOSED-SUB >= WS-CLOSED-COUNT.

       2810-CHECK-ONE-CLOSED.
           ADD 1 TO WS-CLOSED-SUB
           IF WS-CLOSED-ACCT(WS-CLOSED-SUB) = WS-LOOK-ACCT
               MOVE WS-CLOSED-SUB TO WS-CLOSED-FOUND
           END-IF.

       2850-READ-ACCT-BY-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       2860-CHECK-ACCOUNT-HOLD.
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

       2870-READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           IF ACCT-CUST-NO NOT = SPACES
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTMAST-FOUND TO TRUE
               END-READ
           END-IF.

       2880-READ-TERM-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW
           MOVE ACCT-NO TO TD-ACCT-NO
           READ TDEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DEPOSIT-FOUND TO TRUE
           END-READ.

      * INTCAP's rate resolution: a term deposit's locked rate, else
      * the RATETBL entry in force on the run date for the account's
      * company/type, else the account's own rate.
       2900-GET-APPLICABLE-RATE.
           MOVE ACCT-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           MOVE 'N' TO WS-RATE-LOCKED-SW
           IF ACCT-TYPE-TERM AND WS-DEPOSIT-FOUND
               MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
               SET WS-RATE-LOCKED TO TRUE
           END-IF
           IF NOT WS-RATE-LOCKED
               START RATETBL-FILE KEY >= RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATE-MORE TO TRUE
               END-START
           END-IF
           PERFORM 2910-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

       2910-GET-NEXT-RATE-ENTRY.
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

       2950-REWRITE-FAILED.
           SET WS-POSTING-FAILED TO TRUE
           ADD 1 TO WS-REWRITE-ERRORS
           DISPLAY 'ACCTCLOS - Rewrite failed for account '
               ACCT-NO ' status ' WS-ACCTMAST-STATUS.

       2960-WRITE-POSTING-JOURNAL.
           MOVE SPACES                TO POSTING-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
           MOVE ACCT-NO               TO PJ-ACCT-NO
           MOVE ACCT-COMPANY-CD       TO PJ-COMPANY-CD
           MOVE ACCT-TYPE             TO PJ-ACCT-TYPE
           MOVE WS-JOURNAL-AMOUNT     TO PJ-AMOUNT
           MOVE WS-OLD-BALANCE        TO PJ-OLD-BALANCE
           MOVE WS-NEW-BALANCE        TO PJ-NEW-BALANCE
           MOVE 'ACCTCLOS'            TO PJ-CALLER-ID
           MOVE ACCT-CURRENCY-CD      TO PJ-CURRENCY-CD
           MOVE WS-RUN-DATE           TO PJ-RUN-DATE
           WRITE POSTING-JOURNAL-RECORD
           ADD 1 TO WS-POSTINGS-JOURNALED.

       2970-WRITE-POSTING-WRITEBACK.
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

      * The standing-order master carried to its next generation
      * less every order on a closed account, or transferring into
      * one.
       3000-CARRY-STANDING-ORDERS.
           OPEN INPUT  STORDIN-FILE
           OPEN OUTPUT STORDOUT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  STANDING ORDERS AND WAREHOUSED ENTRIES CANCELLED'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3100-READ-STORDIN
           PERFORM 3200-CARRY-ONE-ORDER
               UNTIL WS-STORDIN-EOF
           CLOSE STORDIN-FILE STORDOUT-FILE.

       3100-READ-STORDIN.
           READ STORDIN-FILE
               AT END SET WS-STORDIN-EOF TO TRUE
           END-READ.

       3200-CARRY-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE SO-ACCT-NO TO WS-LOOK-ACCT
           PERFORM 2800-FIND-CLOSED-ACCT
           IF WS-CLOSED-FOUND = ZERO AND SO-RULE-CODE = '5'
               MOVE SO-DATA(1:10) TO WS-LOOK-ACCT
               PERFORM 2800-FIND-CLOSED-ACCT
           END-IF
           IF WS-CLOSED-FOUND > ZERO
               ADD 1 TO WS-ORDERS-CANCELLED
               MOVE SPACES TO WS-CANCEL-LINE
               MOVE 'STANDING ORDER' TO CNL-SOURCE
               MOVE SO-RULE-CODE     TO CNL-RULE-CODE
               MOVE SO-ACCT-NO       TO CNL-ACCT-NO
               MOVE SO-AMOUNT        TO CNL-AMOUNT
               MOVE SO-DATA          TO CNL-DATA
               STRING 'CANCELLED - ACCOUNT ' WS-LOOK-ACCT ' CLOSED'
                   DELIMITED BY SIZE INTO CNL-REASON
               MOVE WS-CANCEL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE STANDING-ORDER-RECORD TO STORDOUT-RECORD
               WRITE STORDOUT-RECORD
           END-IF
           PERFORM 3100-READ-STORDIN.

      * The warehouse carried to its next generation the same way -
      * a future-dated transaction for a closed account would only
      * decline on the night it released.
       4000-CARRY-WAREHOUSE.
           OPEN INPUT  WHSEIN-FILE
           OPEN OUTPUT WHSEOUT-FILE
           PERFORM 4100-READ-WHSEIN
           PERFORM 4200-CARRY-ONE-ENTRY
               UNTIL WS-WHSEIN-EOF
           CLOSE WHSEIN-FILE WHSEOUT-FILE.

       4100-READ-WHSEIN.
           READ WHSEIN-FILE
               AT END SET WS-WHSEIN-EOF TO TRUE
           END-READ.

       4200-CARRY-ONE-ENTRY.
           ADD 1 TO WS-WHSE-READ
           MOVE WH-TRAN-IMAGE TO TRAN-RECORD
           MOVE TRAN-ACCT-NO TO WS-LOOK-ACCT
           PERFORM 2800-FIND-CLOSED-ACCT
           IF WS-CLOSED-FOUND = ZERO AND TRAN-RULE-CODE = '5'
               MOVE TRAN-DATA(1:10) TO WS-LOOK-ACCT
               PERFORM 2800-FIND-CLOSED-ACCT
           END-IF
           IF WS-CLOSED-FOUND > ZERO
               ADD 1 TO WS-WHSE-CANCELLED
               MOVE SPACES TO WS-CANCEL-LINE
               MOVE 'WAREHOUSED'     TO CNL-SOURCE
               MOVE TRAN-RULE-CODE   TO CNL-RULE-CODE
               MOVE TRAN-ACCT-NO     TO CNL-ACCT-NO
               MOVE TRAN-AMOUNT      TO CNL-AMOUNT
               MOVE TRAN-DATA        TO CNL-DATA
               STRING 'CANCELLED - ACCOUNT ' WS-LOOK-ACCT ' CLOSED'
                   DELIMITED BY SIZE INTO CNL-REASON
               MOVE WS-CANCEL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WAREHOUSE-RECORD TO WHSEOUT-RECORD
               WRITE WHSEOUT-RECORD
           END-IF
           PERFORM 4100-READ-WHSEIN.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CLOSURE CARDS READ'     TO TLN-TEXT
           MOVE WS-READ-COUNT            TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ACCOUNTS CLOSED'        TO TLN-TEXT
           MOVE WS-CLOSED-ACCTS          TO TLN-COUNT
           MOVE WS-TOTAL-INTEREST        TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'PAYOUTS WRITTEN'        TO TLN-TEXT
           MOVE WS-PAYOUTS-WRITTEN       TO TLN-COUNT
           MOVE WS-TOTAL-PAID-OUT        TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CARDS REJECTED'         TO TLN-TEXT
           MOVE WS-REJECT-COUNT          TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'NOT PROVEN ZERO'        TO TLN-TEXT
           MOVE WS-UNPROVEN-COUNT        TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'STANDING ORDERS CANCELLED' TO TLN-TEXT
           MOVE WS-ORDERS-CANCELLED      TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'WAREHOUSED TRANS CANCELLED' TO TLN-TEXT
           MOVE WS-WHSE-CANCELLED        TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CLOSCRD-FILE ACCTMAST-FILE ACCTHOLD-FILE
                 CUSTMAST-FILE RATETBL-FILE TDEPOSIT-FILE
                 POSTJRNL-FILE ACCTUPDT-FILE CLOSPAY-FILE
                 CLOSMNT-FILE REPORT-FILE
           DISPLAY 'ACCTCLOS - Cards read         ' WS-READ-COUNT
           DISPLAY 'ACCTCLOS - Accounts closed    ' WS-CLOSED-ACCTS
           DISPLAY 'ACCTCLOS - Cards rejected     ' WS-REJECT-COUNT
           DISPLAY 'ACCTCLOS - Not proven zero    ' WS-UNPROVEN-COUNT
           DISPLAY 'ACCTCLOS - Orders cancelled   '
               WS-ORDERS-CANCELLED ' of ' WS-ORDERS-READ
           DISPLAY 'ACCTCLOS - Warehouse cancelled '
               WS-WHSE-CANCELLED ' of ' WS-WHSE-READ
           EVALUATE TRUE
               WHEN WS-REWRITE-ERRORS > ZERO
                       OR WS-UNPROVEN-COUNT > ZERO
                   DISPLAY 'ACCTCLOS - Ending with a non-zero '
                       'condition code - research the listing '
                       'before the next run'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
      * An odd code says this run journaled nothing. The ledger
      * extract takes the caller's latest run date off the journal,
      * so run now it would feed an earlier run's postings again;
      * the job bypasses it on an odd code.
           IF WS-POSTINGS-JOURNALED = ZERO
               DISPLAY 'ACCTCLOS - Nothing journaled - the ledger '
                   'extract is not to run'
               ADD 1 TO RETURN-CODE
           END-IF
           DISPLAY 'ACCTCLOS - Ended'.
