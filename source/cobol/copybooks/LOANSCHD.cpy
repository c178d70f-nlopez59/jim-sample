      * LOANSCHD - loan repayment schedule record, keyed by account
      * number: the terms a loan account on ACCTMAST never carried
      * (original principal, rate, term, installment) plus where
      * the loan stands against them. LOANMNT sets schedules up and
      * changes them from cards; the nightly LOANBILL step raises
      * each installment as it falls due, matches the night's
      * RULE-4 loan payments off the posting journal against what
      * is owed, and re-ages the loan. The amount due is billed and
      * not yet paid - negative when the customer has paid ahead.
      * The last-payment timestamp is the journal record most
      * recently matched, so a rerun of the billing step never
      * matches the same payment twice.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-ACCT-NO              PIC X(10).
           05  LS-COMPANY-CD           PIC X(03).
           05  LS-ORIG-PRINCIPAL       PIC S9(09)V99   COMP-3.
           05  LS-INT-RATE             PIC S9(03)V9(4) COMP-3.
           05  LS-TERM-MONTHS          PIC 9(03).
           05  LS-INSTALLMENT-AMT      PIC S9(09)V99   COMP-3.
           05  LS-NEXT-DUE-DATE        PIC 9(08).
           05  LS-DAYS-PAST-DUE        PIC 9(05).
           05  LS-INSTALLMENTS-BILLED  PIC 9(03).
           05  LS-AMOUNT-DUE           PIC S9(09)V99   COMP-3.
           05  LS-LAST-PAY-DATE        PIC 9(08).
           05  LS-LAST-PAY-TIMESTAMP   PIC X(26).
           05  LS-KEYED-BY             PIC X(08).
           05  FILLER                  PIC X(04).
