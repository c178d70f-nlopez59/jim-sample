      * LOANCRD - loan schedule maintenance card read by LOANMNT:
      * one add, change or delete of a LOANSCHD schedule per card.
      * The money, rate, term and date fields are raw text with
      * numeric redefinitions, edited before they are trusted - the
      * guard RATECRD and ACCTMNT put on theirs. A blank rate takes
      * the account's own rate off the master; a blank installment
      * is worked out from principal, rate and term as a level
      * monthly repayment.
       01  LOAN-CARD.
           05  LNC-TRAN-CODE           PIC X(01).
               88  LNC-ADD                      VALUE 'A'.
               88  LNC-CHANGE                   VALUE 'C'.
               88  LNC-DELETE                   VALUE 'D'.
           05  LNC-ACCT-NO             PIC X(10).
           05  LNC-ORIG-PRINCIPAL      PIC X(11).
           05  LNC-ORIG-PRINCIPAL-NUM REDEFINES LNC-ORIG-PRINCIPAL
                                       PIC 9(09)V99.
           05  LNC-INT-RATE            PIC X(07).
           05  LNC-INT-RATE-NUM REDEFINES LNC-INT-RATE
                                       PIC 9(03)V9(4).
           05  LNC-TERM-MONTHS         PIC X(03).
           05  LNC-TERM-MONTHS-NUM REDEFINES LNC-TERM-MONTHS
                                       PIC 9(03).
           05  LNC-INSTALLMENT-AMT     PIC X(11).
           05  LNC-INSTALLMENT-AMT-NUM REDEFINES LNC-INSTALLMENT-AMT
                                       PIC 9(09)V99.
           05  LNC-FIRST-DUE-DATE      PIC X(08).
           05  LNC-FIRST-DUE-DATE-NUM REDEFINES LNC-FIRST-DUE-DATE
                                       PIC 9(08).
           05  LNC-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(21).
