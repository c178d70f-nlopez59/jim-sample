      * DBTDAY - run-date debit total per account, keyed by account
      * number, kept by DATRULE2 so the daily debit limit can see
      * what has already left the account tonight. Every customer
      * debit RULE-4 or RULE-5 applies adds to it; a record last
      * written under an earlier run date is stale and counts as
      * zero, so the file needs no nightly clearing.
       01  DAILY-DEBIT-RECORD.
           05  DDB-ACCT-NO             PIC X(10).
           05  DDB-RUN-DATE            PIC 9(08).
           05  DDB-DEBIT-TOTAL         PIC S9(11)V99   COMP-3.
           05  DDB-DEBIT-COUNT         PIC 9(07)       COMP.
           05  FILLER                  PIC X(11).
