      * decision yet are carried forward so nothing high-risk can
      * quietly expire. Between ACCTMAINT's 'H' entry and this
      * program's decision entry, the change log shows both the
      * keyer's submission and the approver's decision. A rejection
      * is also written to the NOTEVT notice-event file, so the
      * customer who asked for the change is told it was refused.
      * So is an approved change that makes an account dormant - a
      * DORMSWP flip held for dual control - since NOTCGEN suppressed
      * its letter while it waited and DATNITE has since emptied the
      * event file DORMSWP wrote it to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCTMAINT's own accepted transactions.
           SELECT ACCTUPDT-FILE ASSIGN TO ACCTUPDT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTEVT-FILE   ASSIGN TO NOTEVT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDIN-FILE.
                                        BY ==UPD-ACCT-YTD-INT-NUM==
                         ==AM-ACCT-YTD-INT==
                                        BY ==UPD-ACCT-YTD-INT==.
       FD  NOTEVT-FILE.
           COPY NOTEVT.

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
      * 30-character decision-card reason, 53 characters in all.
       01  WS-REASON-HOLD              PIC X(60)  VALUE SPACES.

      * The account's status before an approved change was applied,
      * so only a change that actually makes it dormant is noticed.
       01  WS-PRIOR-STATUS             PIC X(01)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PENDING-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-APPROVED-APPLIED     PIC 9(07) COMP  VALUE ZERO.
           OPEN I-O    ACCTMAST-FILE
           OPEN EXTEND ACCTMLOG-FILE
           OPEN OUTPUT ACCTUPDT-FILE
           OPEN EXTEND NOTEVT-FILE
           PERFORM 2100-READ-PENDING.

       1100-LOAD-DECISION-CARDS.
       2300-APPLY-APPROVED.
           MOVE 'N' TO WS-APPLY-OK-SW
           MOVE SPACES TO WS-REASON-HOLD
           MOVE SPACES TO WS-PRIOR-STATUS
           EVALUATE TRUE
               WHEN AM-ADD     PERFORM 2310-APPLY-ADD
               WHEN AM-CHANGE  PERFORM 2320-APPLY-CHANGE
               PERFORM 2700-WRITE-LOG-ACCEPT
               MOVE ACCT-MAINT-RECORD TO UPD-MAINT-RECORD
               WRITE UPD-MAINT-RECORD
               IF AM-CHANGE AND AM-ACCT-STATUS = 'D'
                       AND WS-PRIOR-STATUS NOT = 'D'
                   PERFORM 2560-WRITE-DORMANT-EVENT
               END-IF
           ELSE
               ADD 1 TO WS-APPROVED-FAILED
               PERFORM 2800-WRITE-LOG-REJECT
       2320-APPLY-CHANGE.
           PERFORM 2340-READ-ACCTMAST-FOR-KEY
           IF WS-ACCTMAST-FOUND
               MOVE ACCT-STATUS            TO WS-PRIOR-STATUS
               MOVE AM-ACCT-STATUS         TO ACCT-STATUS
               MOVE AM-ACCT-COMPANY-CD     TO ACCT-COMPANY-CD
               MOVE AM-ACCT-TYPE           TO ACCT-TYPE
           STRING 'REJECTED BY ' WS-DEC-APPROVER(WS-FOUND-IDX)
               ' - ' WS-DEC-REASON(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-REASON-HOLD
           PERFORM 2800-WRITE-LOG-REJECT
           PERFORM 2550-WRITE-NOTICE-EVENT.

      * The held image carries the customer number on an ADD, where
      * the account never reached the master for NOTCGEN to look up;
      * on a CHANGE it may be spaces and the master supplies it.
       2550-WRITE-NOTICE-EVENT.
           MOVE SPACES                TO NOTICE-EVENT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO NEV-EVENT-DATE
           SET NEV-APPR-REJECTED      TO TRUE
           MOVE AM-ACCT-NO            TO NEV-ACCT-NO
           MOVE AM-ACCT-CUST-NO       TO NEV-CUST-NO
           MOVE 'ACCTAPPR'            TO NEV-SOURCE-PGM
           MOVE WS-DEC-REASON(WS-FOUND-IDX) TO NEV-DETAIL
           WRITE NOTICE-EVENT-RECORD.

      * The DM notice DORMSWP writes for an unheld flip, written now
      * the held one is applied. The master carries the customer
      * link, so the customer number is left to NOTCGEN as DORMSWP
      * leaves it.
       2560-WRITE-DORMANT-EVENT.
           MOVE SPACES                TO NOTICE-EVENT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO NEV-EVENT-DATE
           SET NEV-DORMANT            TO TRUE
           MOVE AM-ACCT-NO            TO NEV-ACCT-NO
           MOVE 'ACCTAPPR'            TO NEV-SOURCE-PGM
           STRING 'NO CUSTOMER ACTIVITY - DORMANT FROM '
               NEV-EVENT-DATE
               DELIMITED BY SIZE INTO NEV-DETAIL
           WRITE NOTICE-EVENT-RECORD.

       2600-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-ACCEPTED           TO TRUE
           MOVE WS-REASON-HOLD        TO AML-REASON
           MOVE 'ACCTAPPR'            TO AML-LOGGED-BY
           MOVE ACCT-MAINT-RECORD     TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       2800-WRITE-LOG-REJECT.
           MOVE AM-ACCT-NO            TO AML-ACCT-NO
           SET AML-REJECTED           TO TRUE
           MOVE WS-REASON-HOLD        TO AML-REASON
           MOVE 'ACCTAPPR'            TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       3000-TERMINATE.
           PERFORM 3100-REPORT-UNMATCHED-CARD
               UNTIL WS-LOOKUP-IDX >= WS-DEC-COUNT
           CLOSE PENDIN-FILE PENDOUT-FILE ACCTMAST-FILE
                 ACCTMLOG-FILE ACCTUPDT-FILE NOTEVT-FILE
           DISPLAY 'ACCTAPPR - Pending read     ' WS-PENDING-READ
           DISPLAY 'ACCTAPPR - Approved applied ' WS-APPROVED-APPLIED
           DISPLAY 'ACCTAPPR - Approved failed  ' WS-APPROVED-FAILED
