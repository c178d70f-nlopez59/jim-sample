       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITMNT.
      * Debit limit table maintenance. Reads a deck of add/delete
      * limit cards and applies the accepted ones against the
      * DBTLIMIT limit table - a product entry per company code and
      * account type (blank account number), plus an override entry
      * for any account that needs its own limits. The monetary
      * rules read the table on every customer debit, so a new or
      * changed limit holds from the next posting on.
      * Adds for a key already on file are applied as replacements -
      * re-loading a corrected limit card must not require a delete
      * first. Every card, accepted or rejected, is listed on the
      * maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITCRD-FILE ASSIGN TO LIMCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DBTLIMIT-FILE ASSIGN TO DBTLIMIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DL-KEY
                  FILE STATUS IS WS-DBTLIMIT-STATUS.
      * The account master proves an override names a real account
      * of the company and type it is keyed under - the monetary
      * rules look an override up by the account's own company and
      * type, so one keyed under any other would never be found.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT REPORT-FILE   ASSIGN TO LIMITRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMITCRD-FILE.
           COPY LIMITCRD.
       FD  DBTLIMIT-FILE.
           COPY DBTLIMIT.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded-
      * cluster case the one-time define-and-seed cutover exists
      * for - a failed open must be a plain message, not a run
      * where every card dies as a rewrite error.
       01  WS-DBTLIMIT-STATUS           PIC X(02)  VALUE SPACES.
           88  WS-DBTLIMIT-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-DBTLIMIT-UNLOADED            VALUE '35'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-LIMITCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-LIMITCRD-EOF              VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.

       01  WS-REASON-HOLD              PIC X(40)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-COMPANY             PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-MAX-SINGLE          PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-MAX-DAILY           PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-LIMITCRD-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'LIMITMNT - Started. Maintaining DBTLIMIT.'
           OPEN INPUT  LIMITCRD-FILE
           OPEN I-O    DBTLIMIT-FILE
           IF NOT WS-DBTLIMIT-OPEN-OK
               IF WS-DBTLIMIT-UNLOADED
                   DISPLAY 'LIMITMNT - DBTLIMIT has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'LIMITMNT - DBTLIMIT open failed, '
                       'status ' WS-DBTLIMIT-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'DEBIT LIMIT TABLE MAINTENANCE - RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-LIMITCRD.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2600-LIST-CARD
           ELSE
               IF LMC-ADD
                   PERFORM 2300-APPLY-ADD
               ELSE
                   PERFORM 2400-APPLY-DELETE
               END-IF
           END-IF
           PERFORM 2100-READ-LIMITCRD.

       2100-READ-LIMITCRD.
           READ LIMITCRD-FILE
               AT END SET WS-LIMITCRD-EOF TO TRUE
           END-READ.

      * Edit rules, checked in order - first failure wins, the same
      * discipline the other card-driven maintenance programs apply.
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND LMC-TRAN-CODE NOT = 'A' AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND LMC-COMPANY-CD = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING COMPANY CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED
                   AND LMC-ACCT-TYPE NOT = 'S' AND NOT = 'C'
                                     AND NOT = 'L' AND NOT = 'T'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID ACCOUNT TYPE' TO WS-REASON-HOLD
           END-IF
      * A debit to a loan is a repayment, which RULE-4 never holds
      * to a limit - an entry for type L would limit nothing.
           IF NOT WS-CARD-REJECTED AND LMC-ACCT-TYPE = 'L'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'NO DEBIT LIMIT ON A LOAN ACCOUNT'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND LMC-ADD
               IF LMC-MAX-SINGLE NOT NUMERIC
                       OR LMC-MAX-DAILY NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'LIMIT FIELD NOT NUMERIC' TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND LMC-ADD
                   AND LMC-ACCT-NO NOT = SPACES
               PERFORM 2250-CHECK-OVERRIDE-ACCOUNT
           END-IF
      * A product entry of zeros would be an entry that limits
      * nothing - a delete says that more plainly.
           IF NOT WS-CARD-REJECTED AND LMC-ADD
                   AND LMC-ACCT-NO = SPACES
                   AND LMC-MAX-SINGLE-NUM = ZERO
                   AND LMC-MAX-DAILY-NUM = ZERO
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'PRODUCT ENTRY HAS NO LIMIT' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND LMC-ADD
                   AND LMC-MAX-SINGLE-NUM > ZERO
                   AND LMC-MAX-DAILY-NUM > ZERO
                   AND LMC-MAX-SINGLE-NUM > LMC-MAX-DAILY-NUM
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'SINGLE LIMIT EXCEEDS DAILY LIMIT'
                   TO WS-REASON-HOLD
           END-IF.

       2250-CHECK-OVERRIDE-ACCOUNT.
           MOVE LMC-ACCT-NO TO ACCT-NO
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON-HOLD
               NOT INVALID KEY
                   IF ACCT-COMPANY-CD NOT = LMC-COMPANY-CD
                           OR ACCT-TYPE NOT = LMC-ACCT-TYPE
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'ACCOUNT IS NOT OF THIS COMPANY/TYPE'
                           TO WS-REASON-HOLD
                   END-IF
           END-READ.

      * An add for a key already on file replaces the entry - the
      * WRITE's duplicate-key exit retries as a REWRITE.
       2300-APPLY-ADD.
           MOVE LMC-COMPANY-CD     TO DL-COMPANY-CD
           MOVE LMC-ACCT-TYPE      TO DL-ACCT-TYPE
           MOVE LMC-ACCT-NO        TO DL-ACCT-NO
           MOVE LMC-MAX-SINGLE-NUM TO DL-MAX-SINGLE
           MOVE LMC-MAX-DAILY-NUM  TO DL-MAX-DAILY
           MOVE LMC-KEYED-BY       TO DL-KEYED-BY
           WRITE DEBIT-LIMIT-RECORD
               INVALID KEY
                   PERFORM 2350-APPLY-REPLACE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'ADDED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-WRITE.

       2350-APPLY-REPLACE.
           REWRITE DEBIT-LIMIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - REWRITE ERROR'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'REPLACED EXISTING ENTRY' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-REWRITE.

       2400-APPLY-DELETE.
           MOVE LMC-COMPANY-CD   TO DL-COMPANY-CD
           MOVE LMC-ACCT-TYPE    TO DL-ACCT-TYPE
           MOVE LMC-ACCT-NO      TO DL-ACCT-NO
           DELETE DBTLIMIT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE FAILED - ENTRY NOT FOUND'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'DELETED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-DELETE.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LMC-TRAN-CODE  TO DTL-TRAN-CODE
           MOVE LMC-COMPANY-CD TO DTL-COMPANY
           MOVE LMC-ACCT-TYPE  TO DTL-TYPE
           MOVE LMC-ACCT-NO    TO DTL-ACCT-NO
           MOVE LMC-MAX-SINGLE TO DTL-MAX-SINGLE
           MOVE LMC-MAX-DAILY  TO DTL-MAX-DAILY
           MOVE WS-REASON-HOLD TO DTL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-TERMINATE.
           CLOSE LIMITCRD-FILE DBTLIMIT-FILE ACCTMAST-FILE
                 REPORT-FILE
           DISPLAY 'LIMITMNT - Cards read ' WS-READ-COUNT
           DISPLAY 'LIMITMNT - Accepted   ' WS-ACCEPT-COUNT
           DISPLAY 'LIMITMNT - Rejected   ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'LIMITMNT - Ended'.
