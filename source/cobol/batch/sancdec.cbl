       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCDEC.
      * Compliance decision pass for watch-list matches, built in the
      * image of ACCTAPPR. Reads the CMPLPEND file SANCSCRN holds its
      * matches on, matches each entry against the compliance
      * officer's CMPLDEC decision cards, and acts on it:
      *
      *   confirmed      - a held maintenance transaction is logged
      *                    rejected and never applied, and every
      *                    account linked to the customer through
      *                    ACCT-CUST-NO gets a HOLDMNT legal-hold
      *                    ('LG') place card on the SANCHOLD deck,
      *                    which the job runs through HOLDMNT
      *                    straight away.
      *   false positive - a held ADD or CHANGE is put through
      *                    CUSTMAINT's edits and, if it passes them,
      *                    applied to CUSTMAST through the same logic
      *                    CUSTMAINT would have used, and logged
      *                    accepted. One the edits refuse is logged
      *                    rejected, as CUSTMAINT would have logged
      *                    it.
      *
      * A decision on a match the full rescreen found has no
      * transaction behind it and is logged under tran code 'S'.
      * Entries with no decision yet are carried forward, so no
      * match can quietly expire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIN-FILE   ASSIGN TO PENDIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMPLDEC-FILE  ASSIGN TO CMPLDEC
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDOUT-FILE  ASSIGN TO PENDOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUSTMLOG-FILE ASSIGN TO CUSTMLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
      * One pass over the account master finds every account linked
      * to a confirmed customer.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT SANCHOLD-FILE ASSIGN TO SANCHOLD
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDIN-FILE.
           COPY CMPLPEND.
       FD  CMPLDEC-FILE.
           COPY CMPLDEC.
       FD  PENDOUT-FILE.
       01  PENDOUT-RECORD              PIC X(270).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CUSTMLOG-FILE.
           COPY CUSTMLOG.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  SANCHOLD-FILE.
           COPY HOLDCRD.

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded
      * cluster CUSTMAINT's one-time define-and-seed exists for.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-CUSTMAST-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-CUSTMAST-UNLOADED            VALUE '35'.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.

      * The held transaction under decision, rebuilt from the pending
      * image into the same CUSTMNT layout CUSTMAINT reads, so the
      * apply paragraphs below are a faithful copy of CUSTMAINT's.
           COPY CUSTMNT.

       01  WS-SWITCHES.
           05  WS-PENDIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-PENDIN-EOF               VALUE 'Y'.
           05  WS-CMPLDEC-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CMPLDEC-EOF              VALUE 'Y'.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-CUSTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-CUSTMAST-FOUND           VALUE 'Y'.
           05  WS-APPLY-OK-SW          PIC X(01)  VALUE 'N'.
               88  WS-APPLY-OK                 VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-TRAN-REJECTED            VALUE 'Y'.

      * Compliance decision cards, loaded up front and matched to
      * pending entries by run-date-plus-sequence key.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 200 TIMES.
               10  WS-DEC-KEY          PIC X(15).
               10  WS-DEC-ACTION       PIC X(01).
               10  WS-DEC-REVIEWER     PIC X(08).
               10  WS-DEC-REASON       PIC X(30).
               10  WS-DEC-MATCHED-SW   PIC X(01).
       01  WS-DEC-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-LOOKUP-IDX               PIC 9(03) COMP  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(03) COMP  VALUE ZERO.

      * The customers confirmed this pass - at most one per decision
      * card - with who confirmed them and against which entry, for
      * the legal-hold pass over the account master.
       01  WS-CONFIRMED-TABLE.
           05  WS-CNF-ENTRY OCCURS 200 TIMES.
               10  WS-CNF-CUST-NO      PIC X(10).
               10  WS-CNF-REVIEWER     PIC X(08).
               10  WS-CNF-WL-ENTRY-ID  PIC X(10).
               10  WS-CNF-ACCOUNTS     PIC 9(05) COMP.
       01  WS-CNF-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-CNF-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CNF-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.

       01  WS-REASON-HOLD              PIC X(60)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PENDING-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-CONFIRMED-COUNT      PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLEARED-APPLIED      PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLEARED-FAILED       PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLEARED-REJECTED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLEARED-NO-TRAN      PIC 9(07) COMP  VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNMATCHED-CARDS      PIC 9(07) COMP  VALUE ZERO.
           05  WS-HOLD-CARDS           PIC 9(07) COMP  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DECIDE-ONE-PENDING
               UNTIL WS-PENDIN-EOF
           IF WS-CNF-COUNT > ZERO
               PERFORM 3000-WRITE-LEGAL-HOLDS
           END-IF
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'SANCDEC - Started. Applying compliance decisions.'
           OPEN INPUT CMPLDEC-FILE
           PERFORM 1100-LOAD-DECISION-CARDS
               UNTIL WS-CMPLDEC-EOF
           CLOSE CMPLDEC-FILE
           OPEN INPUT  PENDIN-FILE
           OPEN OUTPUT PENDOUT-FILE
           OPEN I-O    CUSTMAST-FILE
           IF NOT WS-CUSTMAST-OPEN-OK
               IF WS-CUSTMAST-UNLOADED
                   DISPLAY 'SANCDEC - CUSTMAST has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the CUSTMAINT job first'
               ELSE
                   DISPLAY 'SANCDEC - CUSTMAST open failed, '
                       'status ' WS-CUSTMAST-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUSTMLOG-FILE
           OPEN OUTPUT SANCHOLD-FILE
           PERFORM 2100-READ-PENDING.

       1100-LOAD-DECISION-CARDS.
           READ CMPLDEC-FILE
               AT END SET WS-CMPLDEC-EOF TO TRUE
               NOT AT END
                   IF WS-DEC-COUNT < 200
                       ADD 1 TO WS-DEC-COUNT
                       MOVE CDC-KEY TO WS-DEC-KEY(WS-DEC-COUNT)
                       MOVE CDC-ACTION TO
                                    WS-DEC-ACTION(WS-DEC-COUNT)
                       MOVE CDC-REVIEWER-ID TO
                                    WS-DEC-REVIEWER(WS-DEC-COUNT)
                       MOVE CDC-REASON TO
                                    WS-DEC-REASON(WS-DEC-COUNT)
                       MOVE 'N' TO WS-DEC-MATCHED-SW(WS-DEC-COUNT)
                   ELSE
                       DISPLAY 'SANCDEC - Decision card table '
                           'full - card ' CDC-KEY ' ignored'
                   END-IF
           END-READ.

       2000-DECIDE-ONE-PENDING.
           ADD 1 TO WS-PENDING-READ
           PERFORM 2200-FIND-DECISION-CARD
           IF WS-FOUND-IDX = ZERO
               PERFORM 2600-CARRY-FORWARD
           ELSE
               MOVE 'Y' TO WS-DEC-MATCHED-SW(WS-FOUND-IDX)
               MOVE CMP-IMAGE TO CUST-MAINT-RECORD
               EVALUATE WS-DEC-ACTION(WS-FOUND-IDX)
                   WHEN 'C'  PERFORM 2300-CONFIRM-MATCH
                   WHEN 'F'  PERFORM 2400-CLEAR-MATCH
                   WHEN OTHER
                       DISPLAY 'SANCDEC - Invalid action '
                           WS-DEC-ACTION(WS-FOUND-IDX) ' on card '
                           WS-DEC-KEY(WS-FOUND-IDX)
                           ' - entry carried forward'
                       PERFORM 2600-CARRY-FORWARD
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-PENDING.

       2100-READ-PENDING.
           READ PENDIN-FILE
               AT END SET WS-PENDIN-EOF TO TRUE
           END-READ.

       2200-FIND-DECISION-CARD.
           MOVE ZERO TO WS-FOUND-IDX
           MOVE ZERO TO WS-LOOKUP-IDX
           PERFORM 2210-CHECK-ONE-CARD
               UNTIL WS-FOUND-IDX > ZERO
                  OR WS-LOOKUP-IDX >= WS-DEC-COUNT.

       2210-CHECK-ONE-CARD.
           ADD 1 TO WS-LOOKUP-IDX
           IF WS-DEC-KEY(WS-LOOKUP-IDX) = CMP-KEY
               MOVE WS-LOOKUP-IDX TO WS-FOUND-IDX
           END-IF.

      * A confirmed match: the held transaction (if any) is refused,
      * and the customer is queued for the legal-hold pass - once,
      * however many of its entries were confirmed.
       2300-CONFIRM-MATCH.
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE SPACES TO WS-REASON-HOLD
           STRING 'MATCH CONFIRMED BY ' WS-DEC-REVIEWER(WS-FOUND-IDX)
               ' - ' WS-DEC-REASON(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-REASON-HOLD
           PERFORM 2800-WRITE-LOG-REJECT
           DISPLAY 'SANCDEC - Confirmed ' CMP-KEY ' customer '
               CMP-CUST-NO ' entry ' CMP-WL-ENTRY-ID
           PERFORM 2310-FIND-CONFIRMED-CUSTOMER
           IF WS-CNF-FOUND-IDX = ZERO
               ADD 1 TO WS-CNF-COUNT
               MOVE CMP-CUST-NO TO WS-CNF-CUST-NO(WS-CNF-COUNT)
               MOVE WS-DEC-REVIEWER(WS-FOUND-IDX)
                   TO WS-CNF-REVIEWER(WS-CNF-COUNT)
               MOVE CMP-WL-ENTRY-ID TO WS-CNF-WL-ENTRY-ID(WS-CNF-COUNT)
               MOVE ZERO TO WS-CNF-ACCOUNTS(WS-CNF-COUNT)
           END-IF.

       2310-FIND-CONFIRMED-CUSTOMER.
           MOVE ZERO TO WS-CNF-FOUND-IDX
           MOVE ZERO TO WS-CNF-IDX
           PERFORM 2320-CHECK-ONE-CONFIRMED
               UNTIL WS-CNF-FOUND-IDX > ZERO
                  OR WS-CNF-IDX >= WS-CNF-COUNT.

       2320-CHECK-ONE-CONFIRMED.
           ADD 1 TO WS-CNF-IDX
           IF WS-CNF-CUST-NO(WS-CNF-IDX) = CMP-CUST-NO
               MOVE WS-CNF-IDX TO WS-CNF-FOUND-IDX
           END-IF.

      * A false positive: a held ADD or CHANGE goes on to the master
      * as CUSTMAINT would have applied it - edits first, since the
      * screening step held it before CUSTMAINT could edit it. One
      * the edits refuse is logged rejected with the edit's reason.
      * An entry that fails to apply (customer appeared/disappeared
      * since it was held) is logged as a failed clearance, not
      * silently dropped.
       2400-CLEAR-MATCH.
           MOVE SPACES TO WS-REASON-HOLD
           IF CMP-RESCREEN
               ADD 1 TO WS-CLEARED-NO-TRAN
               STRING 'MATCH CLEARED BY '
                   WS-DEC-REVIEWER(WS-FOUND-IDX)
                   ' - ' WS-DEC-REASON(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
               PERFORM 2700-WRITE-LOG-ACCEPT
           ELSE
               MOVE 'N' TO WS-APPLY-OK-SW
               PERFORM 2405-EDIT-HELD-TRANSACTION
               IF NOT WS-TRAN-REJECTED
                   EVALUATE TRUE
                       WHEN CM-ADD     PERFORM 2410-APPLY-ADD
                       WHEN CM-CHANGE  PERFORM 2420-APPLY-CHANGE
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-TRAN-REJECTED
                       ADD 1 TO WS-CLEARED-REJECTED
                       PERFORM 2800-WRITE-LOG-REJECT
                   WHEN WS-APPLY-OK
                       ADD 1 TO WS-CLEARED-APPLIED
                       MOVE SPACES TO WS-REASON-HOLD
                       STRING 'MATCH CLEARED BY '
                           WS-DEC-REVIEWER(WS-FOUND-IDX) ' - APPLIED'
                           DELIMITED BY SIZE INTO WS-REASON-HOLD
                       PERFORM 2700-WRITE-LOG-ACCEPT
                   WHEN OTHER
                       ADD 1 TO WS-CLEARED-FAILED
                       PERFORM 2800-WRITE-LOG-REJECT
               END-EVALUATE
           END-IF.

      * CUSTMAINT's 2200-EDIT-TRANSACTION rules, in the same order -
      * first failure wins. Only ADDs and CHANGEs are ever held.
       2405-EDIT-HELD-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-TRAN-REJECTED
                   AND CM-TRAN-CODE NOT = 'A' AND NOT = 'C'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-TRAN-REJECTED AND CM-CUST-NO = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING CUSTOMER NUMBER' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-TRAN-REJECTED AND CM-CUST-NAME = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING CUSTOMER NAME' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-TRAN-REJECTED
                   AND CM-CUST-STATUS NOT = 'A' AND NOT = 'C'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID CUSTOMER STATUS' TO WS-REASON-HOLD
           END-IF.

       2410-APPLY-ADD.
           MOVE CM-CUST-NO             TO CUST-NO
           PERFORM 2440-MOVE-FIELDS-TO-MASTER
           WRITE CUST-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD FAILED - CUSTOMER ALREADY EXISTS'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   SET WS-APPLY-OK TO TRUE
           END-WRITE.

       2420-APPLY-CHANGE.
           PERFORM 2430-READ-CUSTMAST-FOR-KEY
           IF WS-CUSTMAST-FOUND
               PERFORM 2440-MOVE-FIELDS-TO-MASTER
               REWRITE CUST-MASTER-RECORD
                   INVALID KEY
                       MOVE 'CHANGE FAILED - REWRITE ERROR'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
               END-REWRITE
           ELSE
               MOVE 'CHANGE FAILED - CUSTOMER NOT FOUND'
                   TO WS-REASON-HOLD
           END-IF.

       2430-READ-CUSTMAST-FOR-KEY.
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           MOVE CM-CUST-NO TO CUST-NO
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUSTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTMAST-FOUND-SW
           END-READ.

       2440-MOVE-FIELDS-TO-MASTER.
           MOVE CM-CUST-NAME           TO CUST-NAME
           MOVE CM-CUST-ADDR-LINE-1    TO CUST-ADDR-LINE-1
           MOVE CM-CUST-ADDR-LINE-2    TO CUST-ADDR-LINE-2
           MOVE CM-CUST-CITY           TO CUST-CITY
           MOVE CM-CUST-STATE          TO CUST-STATE
           MOVE CM-CUST-POSTAL-CODE    TO CUST-POSTAL-CODE
           MOVE CM-CUST-PHONE          TO CUST-PHONE
           MOVE CM-CUST-STATUS         TO CUST-STATUS.

       2600-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE COMPLIANCE-PENDING-RECORD TO PENDOUT-RECORD
           WRITE PENDOUT-RECORD.

       2700-WRITE-LOG-ACCEPT.
           PERFORM 2900-SET-LOG-TRAN-CODE
           SET CML-ACCEPTED           TO TRUE
           MOVE WS-REASON-HOLD        TO CML-REASON
           WRITE CUST-MAINT-LOG-RECORD.

       2800-WRITE-LOG-REJECT.
           PERFORM 2900-SET-LOG-TRAN-CODE
           SET CML-REJECTED           TO TRUE
           MOVE WS-REASON-HOLD        TO CML-REASON
           WRITE CUST-MAINT-LOG-RECORD.

       2900-SET-LOG-TRAN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CML-TIMESTAMP
           MOVE CMP-CUST-NO           TO CML-CUST-NO
           IF CMP-RESCREEN
               MOVE 'S'               TO CML-TRAN-CODE
           ELSE
               MOVE CM-TRAN-CODE      TO CML-TRAN-CODE
           END-IF.

      * One pass over the account master: every account of a
      * confirmed customer that is not already closed gets a legal
      * hold card. HOLDMNT itself refuses a second hold on an account
      * that already has one in force.
       3000-WRITE-LEGAL-HOLDS.
           OPEN INPUT ACCTMAST-FILE
           PERFORM 3100-READ-ACCTMAST
           PERFORM 3200-CHECK-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           CLOSE ACCTMAST-FILE
           MOVE ZERO TO WS-CNF-IDX
           PERFORM 3400-REPORT-NO-ACCOUNTS
               UNTIL WS-CNF-IDX >= WS-CNF-COUNT.

       3100-READ-ACCTMAST.
           READ ACCTMAST-FILE
               AT END SET WS-ACCTMAST-EOF TO TRUE
           END-READ.

       3200-CHECK-ONE-ACCOUNT.
           IF ACCT-CUST-NO NOT = SPACES AND NOT ACCT-STATUS-CLOSED
               MOVE ZERO TO WS-CNF-FOUND-IDX
               MOVE ZERO TO WS-CNF-IDX
               PERFORM 3210-CHECK-ONE-CUSTOMER
                   UNTIL WS-CNF-FOUND-IDX > ZERO
                      OR WS-CNF-IDX >= WS-CNF-COUNT
               IF WS-CNF-FOUND-IDX > ZERO
                   PERFORM 3300-WRITE-HOLD-CARD
               END-IF
           END-IF
           PERFORM 3100-READ-ACCTMAST.

       3210-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CNF-IDX
           IF WS-CNF-CUST-NO(WS-CNF-IDX) = ACCT-CUST-NO
               MOVE WS-CNF-IDX TO WS-CNF-FOUND-IDX
           END-IF.

       3300-WRITE-HOLD-CARD.
           ADD 1 TO WS-HOLD-CARDS
           ADD 1 TO WS-CNF-ACCOUNTS(WS-CNF-FOUND-IDX)
           MOVE SPACES                  TO HOLD-CARD
           SET HC-PLACE                 TO TRUE
           MOVE ACCT-NO                 TO HC-ACCT-NO
           MOVE 'LG'                    TO HC-HOLD-TYPE
           MOVE WS-CNF-REVIEWER(WS-CNF-FOUND-IDX) TO HC-PLACED-BY
           STRING 'SANCTIONS MATCH '
               WS-CNF-WL-ENTRY-ID(WS-CNF-FOUND-IDX)
               DELIMITED BY SIZE INTO HC-REASON
           WRITE HOLD-CARD
           DISPLAY 'SANCDEC - Legal hold card for account ' ACCT-NO
               ' customer ' ACCT-CUST-NO.

       3400-REPORT-NO-ACCOUNTS.
           ADD 1 TO WS-CNF-IDX
           IF WS-CNF-ACCOUNTS(WS-CNF-IDX) = ZERO
               DISPLAY 'SANCDEC - Confirmed customer '
                   WS-CNF-CUST-NO(WS-CNF-IDX)
                   ' has no open account to hold'
           END-IF.

       4000-TERMINATE.
           MOVE ZERO TO WS-LOOKUP-IDX
           PERFORM 4100-REPORT-UNMATCHED-CARD
               UNTIL WS-LOOKUP-IDX >= WS-DEC-COUNT
           CLOSE PENDIN-FILE PENDOUT-FILE CUSTMAST-FILE
                 CUSTMLOG-FILE SANCHOLD-FILE
           DISPLAY 'SANCDEC - Pending read       ' WS-PENDING-READ
           DISPLAY 'SANCDEC - Confirmed          ' WS-CONFIRMED-COUNT
           DISPLAY 'SANCDEC - Legal hold cards   ' WS-HOLD-CARDS
           DISPLAY 'SANCDEC - Cleared, applied   ' WS-CLEARED-APPLIED
           DISPLAY 'SANCDEC - Cleared, failed    ' WS-CLEARED-FAILED
           DISPLAY 'SANCDEC - Cleared, rejected  ' WS-CLEARED-REJECTED
           DISPLAY 'SANCDEC - Cleared, rescreen  ' WS-CLEARED-NO-TRAN
           DISPLAY 'SANCDEC - Carried forward    ' WS-CARRIED-COUNT
           DISPLAY 'SANCDEC - Unmatched cards    ' WS-UNMATCHED-CARDS
           IF WS-CLEARED-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-CARDS > ZERO
                       OR WS-CLEARED-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'SANCDEC - Ended'.

       4100-REPORT-UNMATCHED-CARD.
           ADD 1 TO WS-LOOKUP-IDX
           IF WS-DEC-MATCHED-SW(WS-LOOKUP-IDX) = 'N'
               ADD 1 TO WS-UNMATCHED-CARDS
               DISPLAY 'SANCDEC - Decision card '
                   WS-DEC-KEY(WS-LOOKUP-IDX)
                   ' matched no pending entry'
           END-IF.
