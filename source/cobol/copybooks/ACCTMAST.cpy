      * DATSUB's RULE-2/RULE-3 for account status, company/type
      * segmentation and balance/interest lookups, and maintained by
      * ACCTMAINT. ACCT-CUST-NO links the account to its owning
      * customer on the CUSTMAST customer master. It is also the
      * key of the CUSTAIX alternate index (ACCTAIX job, offset 41)
      * the CINQ relationship inquiry browses - any change to the
      * fields ahead of it means redefining that index.
       01  ACCT-MASTER-RECORD.
           05  ACCT-NO                 PIC X(10).
           05  ACCT-STATUS             PIC X(01).
               88  ACCT-TYPE-SAVINGS           VALUE 'S'.
               88  ACCT-TYPE-CHECKING          VALUE 'C'.
               88  ACCT-TYPE-LOAN              VALUE 'L'.
      * A fixed-term deposit - its term, maturity date, locked rate
      * and maturity instruction are on the TDEPOSIT file, keyed by
      * the same account number.
               88  ACCT-TYPE-TERM              VALUE 'T'.
           05  ACCT-BALANCE            PIC S9(09)V99  COMP-3.
           05  ACCT-INT-RATE           PIC S9(03)V9(4) COMP-3.
           05  ACCT-OPEN-DATE          PIC X(08).
