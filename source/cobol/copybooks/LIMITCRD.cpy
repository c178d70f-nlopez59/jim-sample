      * LIMITCRD - debit limit maintenance card read by LIMITMNT: one
      * add or delete per card against the DBTLIMIT limit table. A
      * blank account number keys the product limit for the company
      * and account type; an account number keys that account's
      * override. The limits are raw text with numeric
      * redefinitions, edited before they are trusted - the same
      * guard RATECRD puts on its rate.
       01  LIMIT-CARD.
           05  LMC-TRAN-CODE           PIC X(01).
               88  LMC-ADD                      VALUE 'A'.
               88  LMC-DELETE                   VALUE 'D'.
           05  LMC-COMPANY-CD          PIC X(03).
           05  LMC-ACCT-TYPE           PIC X(01).
           05  LMC-ACCT-NO             PIC X(10).
           05  LMC-MAX-SINGLE          PIC X(11).
           05  LMC-MAX-SINGLE-NUM REDEFINES LMC-MAX-SINGLE
                                       PIC 9(09)V99.
           05  LMC-MAX-DAILY           PIC X(11).
           05  LMC-MAX-DAILY-NUM REDEFINES LMC-MAX-DAILY
                                       PIC 9(09)V99.
           05  LMC-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(35).
