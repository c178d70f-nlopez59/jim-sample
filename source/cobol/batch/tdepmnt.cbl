       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDEPMNT.
      * Term deposit maintenance. Reads a deck of add/change/delete
      * term deposit cards and applies the accepted ones against the
      * TDEPOSIT file - the term, maturity date, locked rate and
      * maturity instruction a term deposit account (ACCT-TYPE 'T')
      * on ACCTMAST has no room to carry. An add must name a term
      * deposit account that is on the master; the start date
      * defaults to the account's open date, the rate is locked at
      * the RATETBL rate in force for the company's term deposits on
      * the start date unless one is keyed, and the maturity date is
      * worked out from the start date and term. A change may only
      * alter the maturity instruction and the payout account - the
      * term and rate are the contract and stay locked until the
      * deposit matures. A delete takes a broken deposit off the
      * file. Every card, accepted or rejected, is listed on the
      * maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDCRD-FILE    ASSIGN TO TDCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDEPOSIT-FILE ASSIGN TO TDEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TDEPOSIT-STATUS.
      * The account master, read only - the deposit account itself,
      * and the savings or checking account a payout instruction
      * names, must both be real.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
      * Central interest-rate table - the rate a new deposit locks
      * when the card leaves the rate blank.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
           SELECT REPORT-FILE   ASSIGN TO TDEPRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TDCRD-FILE.
           COPY TDCRD.
       FD  TDEPOSIT-FILE.
           COPY TDEPREC.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded-
      * cluster case the one-time define-and-seed cutover exists
      * for - the RATEMNT and HOLDMNT convention.
       01  WS-TDEPOSIT-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-TDEPOSIT-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-TDEPOSIT-UNLOADED            VALUE '35'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-TDCRD-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-TDCRD-EOF                VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-DEPOSIT-FOUND-SW     PIC X(01)  VALUE 'N'.
               88  WS-DEPOSIT-FOUND            VALUE 'Y'.
           05  WS-PAYOUT-OK-SW         PIC X(01)  VALUE 'N'.
               88  WS-PAYOUT-OK                VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.

       01  WS-REASON-HOLD              PIC X(50)  VALUE SPACES.

      * The deposit account's own master fields, held while the
      * payout account is read into the same record area.
       01  WS-DEPOSIT-ACCT.
           05  WS-DEP-COMPANY-CD       PIC X(03)  VALUE SPACES.
           05  WS-DEP-CURRENCY-CD      PIC X(03)  VALUE SPACES.
           05  WS-DEP-OPEN-DATE        PIC X(08)  VALUE SPACES.
           05  WS-DEP-OPEN-DATE-NUM REDEFINES WS-DEP-OPEN-DATE
                                       PIC 9(08).
           05  WS-DEP-INT-RATE         PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.
           05  WS-PAYOUT-ACCT          PIC X(10)  VALUE SPACES.

      * The rate-table walk - the same one DATRULE2's
      * GET-APPLICABLE-RATE makes, as of the deposit's start date.
       01  WS-RATE-LOOKUP.
           05  WS-RATE-ASOF-DATE       PIC 9(08)       VALUE ZERO.
           05  WS-APPLICABLE-RATE      PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

      * Maturity date working fields - the term is added as whole
      * months from the start date, with the day clamped to the
      * target month's length, so a deposit started on the 31st
      * matures on the 30th (or February's last day) instead of an
      * impossible date.
       01  WS-MATURITY-CALC.
           05  WS-MAT-DATE-X           PIC X(08).
           05  WS-MAT-DATE-N REDEFINES WS-MAT-DATE-X.
               10  WS-MAT-YEAR         PIC 9(04).
               10  WS-MAT-MONTH        PIC 9(02).
               10  WS-MAT-DAY          PIC 9(02).
           05  WS-MAT-MAX-DAY          PIC 9(02)  VALUE ZERO.
           05  WS-MAT-MONTH-COUNT      PIC 9(07) COMP  VALUE ZERO.
           05  WS-LEAP-REM             PIC 9(03) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.

       01  WS-RATE-ED                  PIC ZZ9.9999.
       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TERM                PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-START-DATE          PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-INSTRUCTION         PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-PAYOUT-ACCT         PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-TDCRD-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'TDEPMNT - Started. Maintaining TDEPOSIT.'
           OPEN INPUT  TDCRD-FILE
           OPEN I-O    TDEPOSIT-FILE
           IF NOT WS-TDEPOSIT-OPEN-OK
               IF WS-TDEPOSIT-UNLOADED
                   DISPLAY 'TDEPMNT - TDEPOSIT has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'TDEPMNT - TDEPOSIT open failed, '
                       'status ' WS-TDEPOSIT-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'TERM DEPOSIT MAINTENANCE - RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-TDCRD.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN TDC-ADD     PERFORM 2300-APPLY-ADD
                   WHEN TDC-CHANGE  PERFORM 2400-APPLY-CHANGE
                   WHEN TDC-DELETE  PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM 2600-LIST-CARD
           PERFORM 2100-READ-TDCRD.

       2100-READ-TDCRD.
           READ TDCRD-FILE
               AT END SET WS-TDCRD-EOF TO TRUE
           END-READ.

      * Edit rules, checked in order - first failure wins, the same
      * discipline the other card-driven maintenance programs apply.
      * An add must carry a term and an instruction; a change that
      * touches the term, start date or rate is refused outright,
      * because those are the contract the customer was sold.
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND TDC-TRAN-CODE NOT = 'A' AND NOT = 'C'
                                     AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-ACCT-NO = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING ACCOUNT NUMBER' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-ADD
               IF TDC-TERM-MONTHS NOT NUMERIC
                       OR TDC-TERM-MONTHS-NUM = ZERO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'TERM MISSING OR NOT NUMERIC'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-ADD
               IF TDC-START-DATE NOT = SPACES
                       AND TDC-START-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'START DATE NOT NUMERIC' TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-ADD
               IF TDC-INT-RATE NOT = SPACES
                       AND TDC-INT-RATE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'RATE FIELD NOT NUMERIC' TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-ADD
               IF TDC-INSTRUCTION NOT = 'R' AND NOT = 'P'
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'MATURITY INSTRUCTION MUST BE R OR P'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-CHANGE
               IF TDC-TERM-MONTHS NOT = SPACES
                       OR TDC-START-DATE NOT = SPACES
                       OR TDC-INT-RATE NOT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'TERM, START AND RATE ARE LOCKED FOR THE TERM'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-CHANGE
               IF TDC-INSTRUCTION NOT = SPACES
                       AND TDC-INSTRUCTION NOT = 'R' AND NOT = 'P'
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'MATURITY INSTRUCTION MUST BE R OR P'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND TDC-INSTRUCTION = 'P'
               IF TDC-PAYOUT-ACCT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'PAYOUT INSTRUCTION NEEDS A PAYOUT ACCOUNT'
                       TO WS-REASON-HOLD
               END-IF
           END-IF.

      * A new deposit opens its first term: start date, the rate
      * locked for the term, and the maturity date the nightly
      * TDMATUR step will act on.
       2300-APPLY-ADD.
           MOVE TDC-ACCT-NO TO ACCT-NO
           PERFORM 2800-READ-ACCTMAST-FOR-KEY
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - ACCOUNT NOT ON MASTER'
                       TO WS-REASON-HOLD
               WHEN NOT ACCT-TYPE-TERM
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - ACCOUNT IS NOT A TERM DEPOSIT'
                       TO WS-REASON-HOLD
               WHEN TDC-START-DATE = SPACES
                       AND ACCT-OPEN-DATE NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - NO START DATE AND NO OPEN DATE'
                       TO WS-REASON-HOLD
               WHEN OTHER
                   PERFORM 2310-HOLD-DEPOSIT-ACCOUNT
                   MOVE TDC-PAYOUT-ACCT TO WS-PAYOUT-ACCT
                   PERFORM 2350-CHECK-PAYOUT-ACCT
                   IF WS-PAYOUT-OK
                       PERFORM 2320-BUILD-AND-WRITE
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-EVALUATE.

       2310-HOLD-DEPOSIT-ACCOUNT.
           MOVE ACCT-COMPANY-CD  TO WS-DEP-COMPANY-CD
           MOVE ACCT-CURRENCY-CD TO WS-DEP-CURRENCY-CD
           MOVE ACCT-OPEN-DATE   TO WS-DEP-OPEN-DATE
           MOVE ACCT-INT-RATE    TO WS-DEP-INT-RATE.

       2320-BUILD-AND-WRITE.
           MOVE SPACES               TO TERM-DEPOSIT-RECORD
           MOVE TDC-ACCT-NO          TO TD-ACCT-NO
           MOVE WS-DEP-COMPANY-CD    TO TD-COMPANY-CD
           MOVE TDC-TERM-MONTHS-NUM  TO TD-TERM-MONTHS
           IF TDC-START-DATE NUMERIC
               MOVE TDC-START-DATE-NUM TO TD-START-DATE
           ELSE
               MOVE WS-DEP-OPEN-DATE-NUM TO TD-START-DATE
           END-IF
           IF TDC-INT-RATE NUMERIC
               MOVE TDC-INT-RATE-NUM TO TD-LOCKED-RATE
           ELSE
               MOVE TD-START-DATE TO WS-RATE-ASOF-DATE
               PERFORM 2900-GET-APPLICABLE-RATE
               MOVE WS-APPLICABLE-RATE TO TD-LOCKED-RATE
           END-IF
           PERFORM 2700-SET-MATURITY-DATE
           MOVE TDC-INSTRUCTION      TO TD-INSTRUCTION
           MOVE TDC-PAYOUT-ACCT      TO TD-PAYOUT-ACCT
           SET TD-STATUS-OPEN        TO TRUE
           MOVE ZERO                 TO TD-ROLLOVER-COUNT
                                        TD-LAST-MATURED-DATE
           MOVE TDC-KEYED-BY         TO TD-KEYED-BY
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - DEPOSIT ALREADY ON FILE'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE TD-LOCKED-RATE TO WS-RATE-ED
                   STRING 'ADDED - MATURES ' TD-MATURITY-DATE
                       ' AT ' WS-RATE-ED
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
           END-WRITE.

      * A payout instruction must name a savings or checking account
      * on the master, in the same company and currency as the
      * deposit and not closed - the same tests a RULE-5 transfer's
      * credit side would make on the maturity night, caught here
      * while the customer is still at the desk. A rollover needs no
      * payout account.
       2350-CHECK-PAYOUT-ACCT.
           MOVE 'Y' TO WS-PAYOUT-OK-SW
           IF TDC-INSTRUCTION = 'P'
                   OR (TDC-INSTRUCTION = SPACE AND TD-PAYOUT
                       AND TDC-CHANGE)
               MOVE WS-PAYOUT-ACCT TO ACCT-NO
               PERFORM 2800-READ-ACCTMAST-FOR-KEY
               EVALUATE TRUE
                   WHEN NOT WS-ACCTMAST-FOUND
                       MOVE 'N' TO WS-PAYOUT-OK-SW
                       MOVE 'PAYOUT ACCOUNT NOT ON MASTER'
                           TO WS-REASON-HOLD
                   WHEN NOT ACCT-TYPE-SAVINGS
                           AND NOT ACCT-TYPE-CHECKING
                       MOVE 'N' TO WS-PAYOUT-OK-SW
                       MOVE
                           'PAYOUT ACCOUNT MUST BE SAVINGS OR CHECKING'
                           TO WS-REASON-HOLD
                   WHEN ACCT-COMPANY-CD NOT = WS-DEP-COMPANY-CD
                       MOVE 'N' TO WS-PAYOUT-OK-SW
                       MOVE 'PAYOUT ACCOUNT BELONGS TO ANOTHER COMPANY'
                           TO WS-REASON-HOLD
                   WHEN ACCT-CURRENCY-CD NOT = WS-DEP-CURRENCY-CD
                       MOVE 'N' TO WS-PAYOUT-OK-SW
                       MOVE 'PAYOUT ACCOUNT CURRENCY DIFFERS'
                           TO WS-REASON-HOLD
                   WHEN ACCT-STATUS-CLOSED
                       MOVE 'N' TO WS-PAYOUT-OK-SW
                       MOVE 'PAYOUT ACCOUNT IS CLOSED'
                           TO WS-REASON-HOLD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Only the instruction and payout account move on a change -
      * a blank field leaves the value on file alone. A deposit
      * already paid out is finished business.
       2400-APPLY-CHANGE.
           PERFORM 2850-READ-DEPOSIT-FOR-KEY
           EVALUATE TRUE
               WHEN NOT WS-DEPOSIT-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'CHANGE FAILED - NO DEPOSIT FOR ACCOUNT'
                       TO WS-REASON-HOLD
               WHEN TD-STATUS-PAID-OUT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'CHANGE FAILED - DEPOSIT ALREADY PAID OUT'
                       TO WS-REASON-HOLD
               WHEN OTHER
                   PERFORM 2410-CHANGE-INSTRUCTION
           END-EVALUATE.

       2410-CHANGE-INSTRUCTION.
           MOVE TDC-ACCT-NO TO ACCT-NO
           PERFORM 2800-READ-ACCTMAST-FOR-KEY
           IF NOT WS-ACCTMAST-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'CHANGE FAILED - ACCOUNT NOT ON MASTER'
                   TO WS-REASON-HOLD
           ELSE
               PERFORM 2420-APPLY-INSTRUCTION
           END-IF.

       2420-APPLY-INSTRUCTION.
           PERFORM 2310-HOLD-DEPOSIT-ACCOUNT
           IF TDC-PAYOUT-ACCT NOT = SPACES
               MOVE TDC-PAYOUT-ACCT TO WS-PAYOUT-ACCT
           ELSE
               MOVE TD-PAYOUT-ACCT  TO WS-PAYOUT-ACCT
           END-IF
           PERFORM 2350-CHECK-PAYOUT-ACCT
           IF WS-PAYOUT-OK
               IF TDC-INSTRUCTION NOT = SPACE
                   MOVE TDC-INSTRUCTION TO TD-INSTRUCTION
               END-IF
               MOVE WS-PAYOUT-ACCT TO TD-PAYOUT-ACCT
               IF TDC-KEYED-BY NOT = SPACES
                   MOVE TDC-KEYED-BY TO TD-KEYED-BY
               END-IF
               REWRITE TERM-DEPOSIT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'CHANGE FAILED - REWRITE ERROR'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCEPT-COUNT
                       STRING 'CHANGED - INSTRUCTION ' TD-INSTRUCTION
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2500-APPLY-DELETE.
           MOVE TDC-ACCT-NO TO TD-ACCT-NO
           DELETE TDEPOSIT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE FAILED - NO DEPOSIT FOR ACCOUNT'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'DELETED' TO WS-REASON-HOLD
           END-DELETE.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TDC-TRAN-CODE      TO DTL-TRAN-CODE
           MOVE TDC-ACCT-NO        TO DTL-ACCT-NO
           MOVE TDC-TERM-MONTHS    TO DTL-TERM
           MOVE TDC-START-DATE     TO DTL-START-DATE
           MOVE TDC-INSTRUCTION    TO DTL-INSTRUCTION
           MOVE TDC-PAYOUT-ACCT    TO DTL-PAYOUT-ACCT
           MOVE WS-REASON-HOLD     TO DTL-RESULT
           MOVE WS-DETAIL-LINE     TO REPORT-LINE
           WRITE REPORT-LINE.

      * The start date plus the term in whole months: the months are
      * counted from year zero so the year rolls over without a
      * month-at-a-time loop, then the day is clamped to the target
      * month - the leap test is the same ladder STORDGEN runs.
       2700-SET-MATURITY-DATE.
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
                   PERFORM 2710-SET-FEBRUARY-LIMIT
           END-EVALUATE
           IF WS-MAT-DAY > WS-MAT-MAX-DAY
               MOVE WS-MAT-MAX-DAY TO WS-MAT-DAY
           END-IF
           MOVE WS-MAT-DATE-N TO TD-MATURITY-DATE.

       2710-SET-FEBRUARY-LIMIT.
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

      * Keyed read with the key already placed in ACCT-NO - the
      * deposit account and its payout account both come through
      * here.
       2800-READ-ACCTMAST-FOR-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       2850-READ-DEPOSIT-FOR-KEY.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW
           MOVE TDC-ACCT-NO TO TD-ACCT-NO
           READ TDEPOSIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-DEPOSIT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
           END-READ.

      * The rate in force for the company's term deposits on the
      * as-of date: the RATETBL entry with the highest effective date
      * on or before it, the account's own rate as the fallback.
       2900-GET-APPLICABLE-RATE.
           MOVE WS-DEP-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE WS-DEP-COMPANY-CD TO RT-COMPANY-CD
           MOVE 'T'               TO RT-ACCT-TYPE
           MOVE ZERO              TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           START RATETBL-FILE KEY >= RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RATE-MORE TO TRUE
           END-START
           PERFORM 2910-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

       2910-GET-NEXT-RATE-ENTRY.
           READ RATETBL-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-RATE-MORE-SW
               NOT AT END
                   IF RT-COMPANY-CD = WS-DEP-COMPANY-CD
                           AND RT-ACCT-TYPE = 'T'
                           AND RT-EFF-DATE <= WS-RATE-ASOF-DATE
                       MOVE RT-INT-RATE TO WS-APPLICABLE-RATE
                   ELSE
                       MOVE 'N' TO WS-RATE-MORE-SW
                   END-IF
           END-READ.

       3000-TERMINATE.
           CLOSE TDCRD-FILE TDEPOSIT-FILE ACCTMAST-FILE RATETBL-FILE
                 REPORT-FILE
           DISPLAY 'TDEPMNT - Cards read ' WS-READ-COUNT
           DISPLAY 'TDEPMNT - Accepted   ' WS-ACCEPT-COUNT
           DISPLAY 'TDEPMNT - Rejected   ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'TDEPMNT - Ended'.
