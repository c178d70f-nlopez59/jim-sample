                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
      * Term deposit file, keyed by account number - the maturity
      * date and locked rate of every fixed-term deposit. A
      * withdrawal from a deposit that has not matured is declined,
      * and RULE-3 accrues a deposit at its locked rate.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
      * Central interest-rate table, keyed by company code, account
      * type and effective date - the rate RULE-3 accrues at is the
      * entry with the highest effective date on or before today,
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
      * Debit limit table, keyed by company code, account type and
      * account number - the product limits and per-account
      * overrides on customer debits, maintained by LIMITMNT.
           SELECT DBTLIMIT-FILE ASSIGN TO DBTLIMIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DL-KEY
                  FILE STATUS IS WS-DBTLIMIT-STATUS.
      * Run-date debit totals, keyed by account number - what has
      * already left each account on the run date, for the daily
      * debit limit.
           SELECT DBTDAY-FILE   ASSIGN TO DBTDAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DDB-ACCT-NO
                  FILE STATUS IS WS-DBTDAY-STATUS.
      * Downstream extract feed of RULE-2/RULE-3 account results.
           SELECT EXTRACT-FILE  ASSIGN TO ACCTEXT
                  ORGANIZATION IS LINE SEQUENTIAL.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  DBTLIMIT-FILE.
           COPY DBTLIMIT.
       FD  DBTDAY-FILE.
           COPY DBTDAY.
       FD  EXTRACT-FILE.
           COPY ACCTEXT.
       FD  POSTJRNL-FILE.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-DBTLIMIT-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-DBTDAY-STATUS            PIC X(02)  VALUE SPACES.

      * The hold check's answer for the account in
      * WS-HOLD-CHECK-ACCT - a hold is active while its release
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.

      * The maturity check's answer for a term deposit account in
      * the master record area - unmatured while its maturity date
      * is after the run date and it has not been paid out. A term
      * account with no deposit record is treated as unmatured: the
      * money is not released until the deposit is set up.
       01  WS-DEPOSIT-CHECK.
           05  WS-DEPOSIT-UNMATURED-SW PIC X(01)  VALUE 'N'.
               88  WS-DEPOSIT-UNMATURED        VALUE 'Y'.
           05  WS-DEPOSIT-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  WS-DEPOSIT-FOUND            VALUE 'Y'.
           05  WS-RATE-LOCKED-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATE-LOCKED              VALUE 'Y'.

      * The debit-limit check's answer for a customer debit of
      * WS-LIMIT-DEBIT (a positive amount) against the account in
      * WS-LIMIT-ACCT, whose master record is in the record area.
      * The limit breached is kept, edited, for the decline text.
      * Only DATBATCH's customer transactions come through here; the
      * system's own postings - capitalized interest, fees, deposit
      * maturities and closure payouts - go straight to the master
      * and the journal, so they are never limited and never count
      * toward the daily total.
       01  WS-LIMIT-CHECK.
           05  WS-LIMIT-ACCT           PIC X(10)  VALUE SPACES.
           05  WS-LIMIT-DEBIT          PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
           05  WS-LIMIT-MAX-SINGLE     PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
           05  WS-LIMIT-MAX-DAILY      PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
           05  WS-LIMIT-DEBITED-TODAY  PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
           05  WS-LIMIT-ED             PIC Z(8)9.99.
           05  WS-LIMIT-BREACH-SW      PIC X(01)  VALUE 'N'.
               88  WS-LIMIT-WITHIN             VALUE 'N'.
               88  WS-LIMIT-SINGLE-BREACH      VALUE 'S'.
               88  WS-LIMIT-DAILY-BREACH       VALUE 'D'.
           05  WS-DBTDAY-FOUND-SW      PIC X(01)  VALUE 'N'.
               88  WS-DBTDAY-FOUND             VALUE 'Y'.

      * Set by a begin-run call and cleared by end-run: while on, the
      * account master (opened I-O so RULE-4 can post), the extract
      * feed and the posting journal stay open across every call of
                  PERFORM SET-CALL-RUN-DATE
                  OPEN I-O    ACCTMAST-FILE
                  OPEN INPUT  ACCTHOLD-FILE
                  OPEN INPUT  TDEPOSIT-FILE
                  OPEN INPUT  RATETBL-FILE
                  OPEN INPUT  DBTLIMIT-FILE
                  OPEN I-O    DBTDAY-FILE
                  OPEN EXTEND EXTRACT-FILE
                  OPEN EXTEND POSTJRNL-FILE
                  OPEN EXTEND POSTUPDT-FILE
                  PERFORM GROUP-FLUSH-REWRITE
                  MOVE 'N' TO WS-GROUP-VALID-SW
                  CLOSE ACCTMAST-FILE ACCTHOLD-FILE RATETBL-FILE
                        TDEPOSIT-FILE DBTLIMIT-FILE DBTDAY-FILE
                        EXTRACT-FILE POSTJRNL-FILE POSTUPDT-FILE
                  MOVE 'N' TO WS-RUN-OPEN-SW
                  IF WS-GROUP-FLUSH-ERRORS > ZERO
           END-EVALUATE.

      * RULE-3 computes the account's current balance plus interest
      * accrued since the last interest-posting date, as of today -
      * the run date, so a parallel run replaying a past night
      * accrues to that night, not to the day it is run.
       RULE-3-Get-Balance.
           PERFORM READ-ACCT-MASTER
           IF WS-ACCTMAST-FOUND
               IF NOT WS-RUN-OPEN
                   PERFORM SET-CALL-RUN-DATE
               END-IF
               MOVE WS-RUN-DATE-8 TO WS-TODAY-8
               MOVE ACCT-LAST-INT-DATE         TO WS-LAST-INT-DATE-8
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-8) -
       RULE-4-Edit-And-Post.
           MOVE WS-API-ACCT-NO TO WS-HOLD-CHECK-ACCT
           PERFORM CHECK-ACCOUNT-HOLD
           MOVE 'N' TO WS-DEPOSIT-UNMATURED-SW
           IF ACCT-TYPE-TERM AND WS-API-AMOUNT < ZERO
               PERFORM CHECK-DEPOSIT-MATURITY
           END-IF
      * A debit to a loan is a repayment - it reduces the principal
      * owed, so it is neither held to a debit limit nor counted
      * toward the day's debits.
           MOVE 'N' TO WS-LIMIT-BREACH-SW
           IF WS-API-AMOUNT < ZERO AND NOT ACCT-TYPE-LOAN
               MOVE WS-API-ACCT-NO TO WS-LIMIT-ACCT
               COMPUTE WS-LIMIT-DEBIT = ZERO - WS-API-AMOUNT
               PERFORM CHECK-DEBIT-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-ACTIVE
                   STRING 'ACCT ' WS-API-ACCT-NO ' HELD - HOLD '
                       ' NOT ACTIVE - POSTING DECLINED'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   MOVE 8  TO RETURN-CODE
               WHEN WS-DEPOSIT-UNMATURED
                   STRING 'ACCT ' WS-API-ACCT-NO
                       ' TERM DEPOSIT NOT MATURED - WITHDRAWAL '
                       'DECLINED'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   MOVE 8  TO RETURN-CODE
               WHEN WS-LIMIT-SINGLE-BREACH
                   STRING 'ACCT ' WS-API-ACCT-NO
                       ' SINGLE DEBIT LIMIT ' WS-LIMIT-ED
                       ' - POSTING DECLINED'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   MOVE 8  TO RETURN-CODE
               WHEN WS-LIMIT-DAILY-BREACH
                   STRING 'ACCT ' WS-API-ACCT-NO
                       ' DAILY DEBIT LIMIT ' WS-LIMIT-ED
                       ' - POSTING DECLINED'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   MOVE 8  TO RETURN-CODE
               WHEN OTHER
                   PERFORM RULE-4-Apply-Posting
           END-EVALUATE.
           MOVE ACCT-BALANCE TO WS-POST-OLD-BALANCE
           COMPUTE WS-POST-NEW-BALANCE =
               ACCT-BALANCE + WS-API-AMOUNT
           IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING
                   OR ACCT-TYPE-TERM)
                   AND WS-POST-NEW-BALANCE < ZERO
               STRING 'ACCT ' WS-API-ACCT-NO
                   ' OVERDRAFT - POSTING DECLINED'
                   MOVE 0  TO RETURN-CODE
                   PERFORM WRITE-POSTING-JOURNAL
                   PERFORM WRITE-POSTING-WRITEBACK
                   IF WS-API-AMOUNT < ZERO AND NOT ACCT-TYPE-LOAN
                       PERFORM ACCUMULATE-DAILY-DEBIT
                   END-IF
               ELSE
                   MOVE WS-POST-NEW-BALANCE TO ACCT-BALANCE
                   REWRITE ACCT-MASTER-RECORD
                           MOVE 0  TO RETURN-CODE
                           PERFORM WRITE-POSTING-JOURNAL
                           PERFORM WRITE-POSTING-WRITEBACK
                           IF WS-API-AMOUNT < ZERO
                                   AND NOT ACCT-TYPE-LOAN
                               PERFORM ACCUMULATE-DAILY-DEBIT
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      * The debit side runs the full RULE-4 edit ladder: the account
      * must exist, pass the company/account-type segmentation the
      * transaction was keyed with, be active, stay within its debit
      * limits, and not be driven below zero if it is a savings or
      * checking account.
       RULE-5-Edit-Debit-Side.
           MOVE WS-API-ACCT-NO TO ACCT-NO
           PERFORM READ-ACCT-BY-KEY
           MOVE WS-API-ACCT-NO TO WS-HOLD-CHECK-ACCT
           PERFORM CHECK-ACCOUNT-HOLD
           MOVE 'N' TO WS-DEPOSIT-UNMATURED-SW
           IF WS-ACCTMAST-FOUND AND ACCT-TYPE-TERM
               PERFORM CHECK-DEPOSIT-MATURITY
           END-IF
           MOVE 'N' TO WS-LIMIT-BREACH-SW
           IF WS-ACCTMAST-FOUND
               MOVE WS-API-ACCT-NO TO WS-LIMIT-ACCT
               MOVE WS-XFR-AMOUNT  TO WS-LIMIT-DEBIT
               PERFORM CHECK-DEBIT-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-ACTIVE
                   STRING 'TRANSFER DECLINED - DEBIT ACCT '
                       WS-API-ACCT-NO ' NOT ACTIVE'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   PERFORM RULE-5-Decline
               WHEN WS-DEPOSIT-UNMATURED
                   STRING 'TRANSFER DECLINED - DEBIT ACCT '
                       WS-API-ACCT-NO ' TERM DEPOSIT NOT MATURED'
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   PERFORM RULE-5-Decline
               WHEN WS-LIMIT-SINGLE-BREACH
                   STRING 'TRANSFER DECLINED - DEBIT ACCT '
                       WS-API-ACCT-NO ' SINGLE DEBIT LIMIT '
                       WS-LIMIT-ED
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   PERFORM RULE-5-Decline
               WHEN WS-LIMIT-DAILY-BREACH
                   STRING 'TRANSFER DECLINED - DEBIT ACCT '
                       WS-API-ACCT-NO ' DAILY DEBIT LIMIT '
                       WS-LIMIT-ED
                       DELIMITED BY SIZE INTO WS-API-RESP-OUT
                   PERFORM RULE-5-Decline
               WHEN OTHER
                   MOVE ACCT-BALANCE TO WS-XFR-DEB-OLD-BAL
                   COMPUTE WS-XFR-DEB-NEW-BAL =
                       ACCT-BALANCE - WS-XFR-AMOUNT
                   IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING
                           OR ACCT-TYPE-TERM)
                           AND WS-XFR-DEB-NEW-BAL < ZERO
                       STRING 'TRANSFER DECLINED - DEBIT ACCT '
                           WS-API-ACCT-NO ' OVERDRAFT'
                   MOVE WS-XFR-CREDIT-ACCT TO WS-XFR-SIDE-XREF
                   PERFORM WRITE-TRANSFER-JOURNAL
                   PERFORM WRITE-POSTING-WRITEBACK
                   PERFORM ACCUMULATE-DAILY-DEBIT
                   PERFORM RULE-5-Apply-Credit-Side
           END-REWRITE.

           MOVE ACCT-BALANCE TO WS-POST-OLD-BALANCE
           COMPUTE WS-POST-NEW-BALANCE =
               ACCT-BALANCE + WS-REV-OFFSET
           IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING
                   OR ACCT-TYPE-TERM)
                   AND WS-POST-NEW-BALANCE < ZERO
               STRING 'REVERSAL DECLINED - ACCT ' WS-API-ACCT-NO
                   ' OVERDRAFT' DELIMITED BY SIZE
      * highest effective date on or before that date. The account's
      * own ACCT-INT-RATE is the fallback for a company/type the
      * table does not cover yet, so accounts migrate onto the table
      * one entry at a time instead of in one cutover. A term
      * deposit earns the rate locked for its term, so the table is
      * only walked for one with no deposit record.
       GET-APPLICABLE-RATE.
           MOVE ACCT-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           MOVE 'N' TO WS-RATE-LOCKED-SW
           IF ACCT-TYPE-TERM
               PERFORM READ-TERM-DEPOSIT
               IF WS-DEPOSIT-FOUND
                   MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
                   SET WS-RATE-LOCKED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RUN-OPEN
               OPEN INPUT RATETBL-FILE
           END-IF
           IF NOT WS-RATE-LOCKED
               START RATETBL-FILE KEY >= RT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RATE-MORE TO TRUE
               END-START
           END-IF
           PERFORM GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE
           IF NOT WS-RUN-OPEN
               CLOSE ACCTHOLD-FILE
           END-IF.

      * Would the customer debit in WS-LIMIT-CHECK breach the
      * account's single-debit or daily debit limit? The product
      * entry for the account's company and type is read first, then
      * any override for the account itself replaces whichever of
      * the two limits it sets. The daily limit counts what has
      * already left the account on the run date plus this debit.
       CHECK-DEBIT-LIMIT.
           MOVE 'N' TO WS-LIMIT-BREACH-SW
           MOVE ZERO TO WS-LIMIT-MAX-SINGLE
           MOVE ZERO TO WS-LIMIT-MAX-DAILY
           MOVE ZERO TO WS-LIMIT-DEBITED-TODAY
           IF NOT WS-RUN-OPEN
               PERFORM SET-CALL-RUN-DATE
               OPEN INPUT DBTLIMIT-FILE
               OPEN INPUT DBTDAY-FILE
           END-IF
           MOVE ACCT-COMPANY-CD TO DL-COMPANY-CD
           MOVE ACCT-TYPE       TO DL-ACCT-TYPE
           MOVE SPACES          TO DL-ACCT-NO
           READ DBTLIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DL-MAX-SINGLE TO WS-LIMIT-MAX-SINGLE
                   MOVE DL-MAX-DAILY  TO WS-LIMIT-MAX-DAILY
           END-READ
           MOVE WS-LIMIT-ACCT   TO DL-ACCT-NO
           READ DBTLIMIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DL-MAX-SINGLE > ZERO
                       MOVE DL-MAX-SINGLE TO WS-LIMIT-MAX-SINGLE
                   END-IF
                   IF DL-MAX-DAILY > ZERO
                       MOVE DL-MAX-DAILY  TO WS-LIMIT-MAX-DAILY
                   END-IF
           END-READ
           PERFORM READ-DAILY-DEBIT
           IF WS-DBTDAY-FOUND AND DDB-RUN-DATE = WS-RUN-DATE-8
               MOVE DDB-DEBIT-TOTAL TO WS-LIMIT-DEBITED-TODAY
           END-IF
           IF NOT WS-RUN-OPEN
               CLOSE DBTLIMIT-FILE DBTDAY-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-LIMIT-MAX-SINGLE > ZERO
                       AND WS-LIMIT-DEBIT > WS-LIMIT-MAX-SINGLE
                   SET WS-LIMIT-SINGLE-BREACH TO TRUE
                   MOVE WS-LIMIT-MAX-SINGLE TO WS-LIMIT-ED
               WHEN WS-LIMIT-MAX-DAILY > ZERO
                       AND WS-LIMIT-DEBITED-TODAY + WS-LIMIT-DEBIT
                           > WS-LIMIT-MAX-DAILY
                   SET WS-LIMIT-DAILY-BREACH TO TRUE
                   MOVE WS-LIMIT-MAX-DAILY TO WS-LIMIT-ED
           END-EVALUATE.

      * An applied customer debit joins the account's run-date
      * total. A total left from an earlier run date starts over.
      * The posting has already been made, so a failure to record
      * it is reported for research rather than undoing anything.
       ACCUMULATE-DAILY-DEBIT.
           IF NOT WS-RUN-OPEN
               PERFORM SET-CALL-RUN-DATE
               OPEN I-O DBTDAY-FILE
           END-IF
           PERFORM READ-DAILY-DEBIT
           IF WS-DBTDAY-FOUND
               IF DDB-RUN-DATE NOT = WS-RUN-DATE-8
                   MOVE WS-RUN-DATE-8 TO DDB-RUN-DATE
                   MOVE ZERO TO DDB-DEBIT-TOTAL
                   MOVE ZERO TO DDB-DEBIT-COUNT
               END-IF
               ADD WS-LIMIT-DEBIT TO DDB-DEBIT-TOTAL
               ADD 1 TO DDB-DEBIT-COUNT
               REWRITE DAILY-DEBIT-RECORD
                   INVALID KEY
                       PERFORM REPORT-DAILY-DEBIT-ERROR
               END-REWRITE
           ELSE
               MOVE SPACES         TO DAILY-DEBIT-RECORD
               MOVE WS-LIMIT-ACCT  TO DDB-ACCT-NO
               MOVE WS-RUN-DATE-8  TO DDB-RUN-DATE
               MOVE WS-LIMIT-DEBIT TO DDB-DEBIT-TOTAL
               MOVE 1              TO DDB-DEBIT-COUNT
               WRITE DAILY-DEBIT-RECORD
                   INVALID KEY
                       PERFORM REPORT-DAILY-DEBIT-ERROR
               END-WRITE
           END-IF
           IF NOT WS-RUN-OPEN
               CLOSE DBTDAY-FILE
           END-IF.

       READ-DAILY-DEBIT.
           MOVE 'N' TO WS-DBTDAY-FOUND-SW
           MOVE WS-LIMIT-ACCT TO DDB-ACCT-NO
           READ DBTDAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DBTDAY-FOUND TO TRUE
           END-READ.

       REPORT-DAILY-DEBIT-ERROR.
           Display 'DATRULE2 - Daily debit total not recorded for '
               'ACCT ' WS-LIMIT-ACCT ' status ' WS-DBTDAY-STATUS
               ' - tonight''s limit check understates it'.

      * Has the term deposit in the master record area matured? The
      * judgement is made on the run date, the same date TDMATUR
      * matures deposits on - a deposit TDMATUR has not yet paid out
      * is withdrawable from the first run date on or after its
      * maturity date.
       CHECK-DEPOSIT-MATURITY.
           MOVE 'N' TO WS-DEPOSIT-UNMATURED-SW
           IF NOT WS-RUN-OPEN
               PERFORM SET-CALL-RUN-DATE
           END-IF
           PERFORM READ-TERM-DEPOSIT
           EVALUATE TRUE
               WHEN NOT WS-DEPOSIT-FOUND
                   SET WS-DEPOSIT-UNMATURED TO TRUE
               WHEN TD-STATUS-PAID-OUT
                   CONTINUE
               WHEN TD-MATURITY-DATE NOT NUMERIC
                   SET WS-DEPOSIT-UNMATURED TO TRUE
               WHEN TD-MATURITY-DATE > WS-RUN-DATE-8
                   SET WS-DEPOSIT-UNMATURED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-TERM-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW
           MOVE ACCT-NO TO TD-ACCT-NO
           IF NOT WS-RUN-OPEN
               OPEN INPUT TDEPOSIT-FILE
           END-IF
           READ TDEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DEPOSIT-FOUND TO TRUE
           END-READ
           IF NOT WS-RUN-OPEN
               CLOSE TDEPOSIT-FILE
           END-IF.

      * On a bracketed run the master is already open (I-O, for
      * RULE-4); a single-shot caller gets the original open-INPUT-
      * per-lookup behavior.
