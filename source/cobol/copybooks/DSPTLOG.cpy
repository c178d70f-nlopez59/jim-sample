      * DSPTLOG - dispute case event log, appended by DSPTMNT: one
      * record per thing that happened to a case - opened, credit
      * posted, resolved, reversal handed to RULE-6, reversal seen
      * on the journal - in time order, so ACCTHIST can show a
      * case's story beside the account's decisions, maintenance and
      * published results. DSL-POST-TIMESTAMP names the journal
      * entry the event concerns: the disputed posting on an open,
      * the credit on a credit or a reversal hand-off, the reversal
      * entry once it has posted.
       01  DISPUTE-EVENT-RECORD.
           05  DSL-TIMESTAMP           PIC X(26).
           05  DSL-CASE-NO             PIC X(10).
           05  DSL-ACCT-NO             PIC X(10).
           05  DSL-EVENT               PIC X(08).
               88  DSL-OPENED                  VALUE 'OPENED'.
               88  DSL-CREDITED                VALUE 'CREDITED'.
               88  DSL-FAVOUR                  VALUE 'FAVOUR'.
               88  DSL-AGAINST                 VALUE 'AGAINST'.
               88  DSL-REV-SENT                VALUE 'REVSENT'.
               88  DSL-REVERSED                VALUE 'REVERSED'.
           05  DSL-AMOUNT              PIC S9(09)V99.
           05  DSL-POST-TIMESTAMP      PIC X(26).
           05  DSL-TEXT                PIC X(40).
           05  DSL-LOGGED-BY           PIC X(08).
           05  FILLER                  PIC X(11).
