      * FXRREC - exchange-rate table record, keyed by currency code
      * and effective date. The rate that converts a currency on a
      * given day is the entry for that currency with the highest
      * effective date on or before the day - the RATETBL rule - so
      * the table keeps every day's rate and a report or a posting
      * can always be restated at the rate of its own date. The
      * rate converts one unit of the currency into the base
      * currency; the base currency (spaces on the account and
      * journal records) is never on file and always converts at
      * one. Maintained from the daily rate deck by FXRMNT and read
      * through FXRLOOK.
       01  FX-RATE-RECORD.
           05  FX-KEY.
               10  FX-CURRENCY-CD      PIC X(03).
               10  FX-EFF-DATE         PIC 9(08).
           05  FX-RATE-TO-BASE         PIC S9(05)V9(6) COMP-3.
           05  FX-KEYED-BY             PIC X(08).
           05  FILLER                  PIC X(12).
