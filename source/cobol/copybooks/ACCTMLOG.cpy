      * DB2APPLY writebacks). One record per maintenance transaction
      * event - accepted, rejected, or held for dual-control approval
      * - for audit review of who/what changed on the account master.
      * An entry that changed the master (ACCTMAINT, ACCTAPPR) or
      * wrote a change back to Db2 (DB2APPLY) also carries the
      * ACCTMNT transaction image exactly as it was applied, so the
      * log alone can carry a snapshot forward (ACCTRCV).
       01  ACCT-MAINT-LOG-RECORD.
           05  AML-TIMESTAMP           PIC X(26).
           05  AML-TRAN-CODE           PIC X(01).
               88  AML-REJECTED                VALUE 'R'.
               88  AML-HELD                    VALUE 'H'.
           05  AML-REASON              PIC X(60).
      * ACCTMAINT's own reasons never run past 40 bytes; on its
      * records the tail of the reason names the operator code of
      * the keyer (AM-OPERATOR-CODE), blank where none was keyed.
           05  AML-MAINT-REASON-VIEW REDEFINES AML-REASON.
               10  AML-MAINT-REASON    PIC X(40).
               10  FILLER              PIC X(05).
               10  AML-OPERATOR-TAG    PIC X(09).
               10  AML-OPERATOR-CODE   PIC X(06).
      * The program that wrote the entry.
           05  AML-LOGGED-BY           PIC X(08).
      * The applied ACCTMNT image - spaces on a rejected or held
      * entry and on every entry another program writes.
           05  AML-MAINT-IMAGE         PIC X(80).
