      * FXPOSREC - foreign-currency position file written by FXREVAL
      * at each month-end revaluation, one generation per run. A
      * header naming the revaluation date, one detail per foreign-
      * currency account with its native balance and the base value
      * the ledger now carries it at, and a trailer with the count
      * and the base total. The next revaluation starts from these
      * carried values, so each month's gain or loss is measured
      * from exactly what was booked the month before.
      * FPH-JOURNAL-CUTOFF is the clock stamp (CCYYMMDDHHMMSShh, the
      * form of PJ-TIMESTAMP's first 16 bytes) the run took its
      * postings up to - the next run takes every posting after it,
      * whatever run date the posting carries.
       01  FX-POSITION-HEADER.
           05  FPH-RECORD-TYPE         PIC X(01).
               88  FPH-HEADER                  VALUE 'H'.
           05  FPH-REVAL-DATE          PIC 9(08).
           05  FPH-JOURNAL-CUTOFF      PIC X(16).
           05  FILLER                  PIC X(55).
       01  FX-POSITION-DETAIL.
           05  FPD-RECORD-TYPE         PIC X(01).
               88  FPD-DETAIL                  VALUE 'D'.
           05  FPD-ACCT-NO             PIC X(10).
           05  FPD-COMPANY-CD          PIC X(03).
           05  FPD-ACCT-TYPE           PIC X(01).
           05  FPD-CURRENCY-CD         PIC X(03).
           05  FPD-NATIVE-BALANCE      PIC S9(09)V99.
           05  FPD-BASE-VALUE          PIC S9(11)V99.
           05  FPD-RATE-TO-BASE        PIC S9(05)V9(6).
           05  FILLER                  PIC X(27).
       01  FX-POSITION-TRAILER.
           05  FPT-RECORD-TYPE         PIC X(01).
               88  FPT-TRAILER                 VALUE 'T'.
           05  FPT-RECORD-COUNT        PIC 9(07).
           05  FPT-BASE-TOTAL          PIC S9(13)V99.
           05  FILLER                  PIC X(57).
