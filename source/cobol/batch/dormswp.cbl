      * require it, and flows back to ACCOUNT_TABLE via DB2APPLY
      * like any other status change. The report says what was
      * flipped and why. System postings (INTCAP capitalizations,
      * FEEPOST fees, TDMATUR maturities) are not customer activity
      * and do not keep an account awake. Each flip is also written
      * to the NOTEVT notice-event file; the night's NOTCGEN run
      * letters the customer once the master shows the account
      * dormant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORMMNT-FILE  ASSIGN TO DORMMNT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTEVT-FILE   ASSIGN TO NOTEVT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO DORMRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY AUDITREC.
       FD  DORMMNT-FILE.
           COPY ACCTMNT.
       FD  NOTEVT-FILE.
           COPY NOTEVT.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           OPEN INPUT  POSTJRNL-FILE
           OPEN INPUT  AUDHIST-FILE
           OPEN OUTPUT DORMMNT-FILE
           OPEN EXTEND NOTEVT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'DORMANCY SWEEP - RUN DATE ' WS-RUN-DATE
               SUBTRACT 1 FROM WS-CUT-MONTH
           END-IF.

      * A term deposit sits untouched for its term by design - it
      * is never a dormancy candidate; TDMATUR works it at maturity.
       2000-LOAD-ONE-CANDIDATE.
           ADD 1 TO WS-ACCTS-READ
           IF ACCT-STATUS-ACTIVE AND NOT ACCT-TYPE-TERM
               IF WS-CAND-COUNT < 20000
                   ADD 1 TO WS-CAND-COUNT
                   ADD 1 TO WS-CANDIDATES
           END-READ.

      * Posting-journal evidence: any posting a customer (or a
      * keyed transaction on their behalf) drove. INTCAP, FEEPOST
      * and TDMATUR postings are the system's own doing and are
      * excluded - an account kept "active" by its own interest
      * accrual would never go dormant.
       3000-SCAN-ONE-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-READ
           IF PJ-CALLER-ID NOT = 'INTCAP'
                   AND PJ-CALLER-ID NOT = 'FEEPOST'
                   AND PJ-CALLER-ID NOT = 'TDMATUR'
               MOVE PJ-ACCT-NO        TO WS-EVIDENCE-ACCT
               MOVE PJ-TIMESTAMP(1:8) TO WS-EVIDENCE-DATE
               PERFORM 4500-PUSH-LAST-ACTIVITY
               MOVE ACCT-CURRENCY-CD    TO AM-ACCT-CURRENCY-CD
               MOVE ACCT-YTD-INTEREST   TO AM-ACCT-YTD-INT-NUM
               WRITE ACCT-MAINT-RECORD
               PERFORM 5250-WRITE-NOTICE-EVENT
               MOVE SPACES TO WS-FLIP-LINE
               MOVE ACCT-NO         TO FLP-ACCT-NO
               MOVE ACCT-COMPANY-CD TO FLP-COMPANY
               WRITE REPORT-LINE
           END-IF.

       5250-WRITE-NOTICE-EVENT.
           MOVE SPACES       TO NOTICE-EVENT-RECORD
           MOVE WS-RUN-DATE  TO NEV-EVENT-DATE
           SET NEV-DORMANT   TO TRUE
           MOVE ACCT-NO      TO NEV-ACCT-NO
           MOVE 'DORMSWP'    TO NEV-SOURCE-PGM
           STRING 'NO ACTIVITY SINCE '
               WS-CAND-LAST-ACT(WS-CAND-SUB)
               DELIMITED BY SIZE INTO NEV-DETAIL
           WRITE NOTICE-EVENT-RECORD.

       5300-POSITION-MASTER.
           PERFORM 2100-READ-ACCTMAST.

       6000-TERMINATE.
           CLOSE ACCTMAST-FILE POSTJRNL-FILE AUDHIST-FILE
                 DORMMNT-FILE NOTEVT-FILE REPORT-FILE
           DISPLAY 'DORMSWP - Accounts read     ' WS-ACCTS-READ
           DISPLAY 'DORMSWP - Active candidates ' WS-CANDIDATES
           DISPLAY 'DORMSWP - Journal evidence  ' WS-JOURNAL-READ
