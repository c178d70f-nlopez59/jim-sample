      * SCRNRULE - post-posting screening rule card read by FRDSCRN,
      * one card per rule; a rule with no card is not applied. The
      * threshold's meaning depends on the rule:
      *   LB - history lookback, in days (default 90 with no card)
      *   LP - large posting: tonight's posting is more than
      *        THRESHOLD times the account's usual posting size
      *        over the lookback, and at least MIN-AMOUNT
      *   VD - velocity: more than THRESHOLD customer debits on the
      *        account tonight
      *   NX - transfer out of an account opened within THRESHOLD
      *        days, for at least MIN-AMOUNT
      *   DD - dormant drain: no customer activity inside the
      *        lookback, then tonight's debits take at least
      *        THRESHOLD percent of the opening balance, and at
      *        least MIN-AMOUNT
      *   HT - hold threshold: an account whose worst hit has a
      *        severity of THRESHOLD or more gets an 'FR' HOLDMNT
      *        place card (no card - report only)
      * SEVERITY (1-9) is the weight the fraud desk gives a hit on
      * the rule; it is not used on the LB and HT cards.
       01  SCREEN-RULE-CARD.
           05  SRC-RULE-CODE           PIC X(02).
               88  SRC-LOOKBACK                VALUE 'LB'.
               88  SRC-LARGE-POSTING           VALUE 'LP'.
               88  SRC-VELOCITY                VALUE 'VD'.
               88  SRC-NEW-ACCT-XFER           VALUE 'NX'.
               88  SRC-DORMANT-DRAIN           VALUE 'DD'.
               88  SRC-HOLD-THRESHOLD          VALUE 'HT'.
           05  SRC-THRESHOLD           PIC 9(05).
           05  SRC-MIN-AMOUNT          PIC 9(09)V99.
           05  SRC-SEVERITY            PIC 9(01).
           05  SRC-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(31).
