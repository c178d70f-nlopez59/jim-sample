      * CLOSCRD - account closure request card read by ACCTCLOS. One
      * card per account to close: how the customer is to be paid
      * what is left (a cheque to the customer's CUSTMAST address, or
      * a transfer to the outside account named on the card), who
      * asked, and why. The closure itself - final interest, payout,
      * zero-balance proof, status change - is ACCTCLOS's work; the
      * card only asks for it.
       01  CLOSURE-REQUEST-CARD.
           05  CLC-ACCT-NO             PIC X(10).
           05  CLC-PAYOUT-METHOD       PIC X(01).
               88  CLC-BY-CHEQUE               VALUE 'Q'.
               88  CLC-BY-TRANSFER             VALUE 'T'.
           05  CLC-PAY-TO-ACCT         PIC X(20).
           05  CLC-REQUESTED-BY        PIC X(08).
           05  CLC-REASON              PIC X(30).
           05  FILLER                  PIC X(11).
