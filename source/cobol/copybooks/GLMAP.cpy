      * The card with account type '*' and direction '*' is the
      * company's cash/clearing account - the offsetting side GLEXTR
      * generates so every company's journal entries balance.
      * Direction 'E' (interest expense) and 'A' (accrued interest
      * payable) cards are read by INTACCR instead - one of each per
      * company code and account type whose interest is accrued to
      * the ledger nightly.
      * Direction 'G' (foreign-exchange revaluation gain) and 'L'
      * (revaluation loss) cards, account type '*', one of each per
      * company, are read by FXREVAL at month-end - the other side
      * of each revaluation posts to the company's 'C' or 'D' card
      * for the account type, the same cards GLEXTR uses.
       01  GL-MAP-CARD.
           05  GLM-COMPANY-CD          PIC X(03).
           05  GLM-ACCT-TYPE           PIC X(01).
