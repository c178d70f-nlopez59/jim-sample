      * TDCRD - term deposit maintenance card read by TDEPMNT: one
      * add, change or delete of a TDEPOSIT record per card. The
      * term, date and rate fields are raw text with numeric
      * redefinitions, edited before they are trusted - the guard
      * LOANCRD and RATECRD put on theirs. On an add a blank start
      * date takes the account's open date and a blank rate takes
      * the RATETBL rate in force for the company's term deposits
      * on the start date. A change may only alter the maturity
      * instruction and payout account - the term and rate are
      * locked for the life of the term.
       01  TERM-DEPOSIT-CARD.
           05  TDC-TRAN-CODE           PIC X(01).
               88  TDC-ADD                      VALUE 'A'.
               88  TDC-CHANGE                   VALUE 'C'.
               88  TDC-DELETE                   VALUE 'D'.
           05  TDC-ACCT-NO             PIC X(10).
           05  TDC-TERM-MONTHS         PIC X(03).
           05  TDC-TERM-MONTHS-NUM REDEFINES TDC-TERM-MONTHS
                                       PIC 9(03).
           05  TDC-START-DATE          PIC X(08).
           05  TDC-START-DATE-NUM REDEFINES TDC-START-DATE
                                       PIC 9(08).
           05  TDC-INT-RATE            PIC X(07).
           05  TDC-INT-RATE-NUM REDEFINES TDC-INT-RATE
                                       PIC 9(03)V9(4).
           05  TDC-INSTRUCTION         PIC X(01).
           05  TDC-PAYOUT-ACCT         PIC X(10).
           05  TDC-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(32).
