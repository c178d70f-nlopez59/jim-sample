      * DSPTCRD - dispute case card read by DSPTMNT: one action per
      * card against the DSPTCASE case file. An open names the
      * disputed POSTJRNL entry by account and PJ-TIMESTAMP (copied
      * from the statement or ACCTHIST listing) and the amount in
      * dispute; a blank received date means the dispute arrived
      * today, and a provisional-credit flag of 'N' opens the case
      * without one. The amount and date are raw text with numeric
      * redefinitions, edited before they are trusted - the guard
      * TDCRD and LOANCRD put on theirs. A resolution card carries
      * only the case number and a note.
       01  DISPUTE-CASE-CARD.
           05  DSC-ACTION              PIC X(01).
               88  DSC-OPEN                     VALUE 'O'.
               88  DSC-FAVOUR                   VALUE 'F'.
               88  DSC-AGAINST                  VALUE 'A'.
           05  DSC-CASE-NO             PIC X(10).
           05  DSC-KEYED-BY            PIC X(08).
           05  DSC-OPEN-FIELDS.
               10  DSC-ACCT-NO         PIC X(10).
               10  DSC-POST-TIMESTAMP  PIC X(26).
               10  DSC-AMOUNT          PIC X(11).
               10  DSC-AMOUNT-NUM REDEFINES DSC-AMOUNT
                                       PIC 9(09)V99.
               10  DSC-RECEIVED-DATE   PIC X(08).
               10  DSC-RECEIVED-DATE-NUM REDEFINES DSC-RECEIVED-DATE
                                       PIC 9(08).
               10  DSC-PROV-CREDIT     PIC X(01).
                   88  DSC-NO-PROV-CREDIT       VALUE 'N'.
               10  FILLER              PIC X(05).
           05  DSC-RESOLVE-FIELDS REDEFINES DSC-OPEN-FIELDS.
               10  DSC-RESOLUTION-NOTE PIC X(40).
               10  FILLER              PIC X(21).
