      * FXRCRD - exchange-rate maintenance card read by FXRMNT: one
      * add or delete per card against the FXRATE table. Treasury's
      * daily deck is one add per currency dated the business day
      * the rates were published; a correction is the same card
      * again (an add for a key on file replaces it). The rate is
      * raw text with a numeric redefinition, edited before it is
      * trusted - the RATECRD guard.
       01  FX-RATE-CARD.
           05  FXC-TRAN-CODE           PIC X(01).
               88  FXC-ADD                      VALUE 'A'.
               88  FXC-DELETE                   VALUE 'D'.
           05  FXC-CURRENCY-CD         PIC X(03).
           05  FXC-EFF-DATE            PIC X(08).
           05  FXC-EFF-DATE-NUM REDEFINES FXC-EFF-DATE
                                       PIC 9(08).
           05  FXC-RATE-TO-BASE        PIC X(11).
           05  FXC-RATE-TO-BASE-NUM REDEFINES FXC-RATE-TO-BASE
                                       PIC S9(05)V9(6).
           05  FXC-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(49).
