      * SOCNCRD - standing-order / warehoused-transaction cancel card
      * read by STORDCNL, one entry to drop per card. A standing
      * order is named by its account, rule code, amount and the
      * first ten bytes of its data (the credit account of a RULE-5
      * transfer) - its next-due date moves every night, so it is
      * not part of the match. A warehoused transaction is named the
      * same way plus the date it entered the warehouse. REFSWP
      * writes these for orders and entries aimed at a closed or
      * missing account; they can also be keyed by hand.
       01  SO-CANCEL-CARD.
           05  SX-SOURCE               PIC X(01).
               88  SX-STANDING-ORDER           VALUE 'S'.
               88  SX-WAREHOUSED               VALUE 'W'.
           05  SX-ACCT-NO              PIC X(10).
           05  SX-RULE-CODE            PIC X(01).
           05  SX-AMOUNT               PIC X(11).
           05  SX-CREDIT-ACCT          PIC X(10).
           05  SX-STORED-DATE          PIC X(08).
           05  SX-REASON               PIC X(30).
           05  FILLER                  PIC X(09).
