      * ACCRREC - running interest accrual record, one per account,
      * carried forward night to night by INTACCR on the ACCRUAL
      * generation data group in account-number order. ACR-ACCRUED
      * is the interest accrued on the account from ACR-BASE-DATE
      * (the master's ACCT-LAST-INT-DATE when it was computed) to
      * ACR-ACCRUAL-DATE - the same amount RULE-3 reports and INTCAP
      * will capitalize. The sum over all accounts is the accrued
      * interest the ledger carries. A base date that no longer
      * matches the master means the accrual was capitalized (INTCAP,
      * TDMATUR or ACCTCLOS) and is reversed out of the ledger.
       01  ACCRUAL-RECORD.
           05  ACR-ACCT-NO             PIC X(10).
           05  ACR-COMPANY-CD          PIC X(03).
           05  ACR-ACCT-TYPE           PIC X(01).
           05  ACR-BASE-DATE           PIC X(08).
           05  ACR-ACCRUAL-DATE        PIC 9(08).
           05  ACR-DAYS                PIC 9(05).
           05  ACR-RATE                PIC S9(03)V9(4).
           05  ACR-ACCRUED             PIC S9(09)V99.
           05  FILLER                  PIC X(07).
