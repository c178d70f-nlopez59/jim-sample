      * ESCHCNT - owner contact card read by ESCHEAT, keyed by the
      * branch or the call centre when the owner of an account on
      * the escheat watch list gets in touch - answers the
      * due-diligence letter, calls, or comes in - without a posting
      * that would show it. The contact date restarts the account's
      * statutory clock and takes it off the letter list.
       01  ESCHEAT-CONTACT-CARD.
           05  ECT-ACCT-NO             PIC X(10).
           05  ECT-CONTACT-DATE        PIC X(08).
           05  ECT-CONTACT-DATE-NUM REDEFINES ECT-CONTACT-DATE
                                       PIC 9(08).
           05  ECT-TAKEN-BY            PIC X(08).
           05  ECT-NOTE                PIC X(40).
           05  FILLER                  PIC X(14).
