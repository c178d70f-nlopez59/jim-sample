      * FXRLINK - rate lookup call area passed to FXRLOOK. The caller
      * names a currency and the date the amount belongs to; FXRLOOK
      * answers with the rate in force that day and the effective
      * date of the entry it used. The base currency (spaces)
      * answers one. A currency with no entry on or before the date
      * answers FXL-NO-RATE with a zero rate - the caller must treat
      * that as a failure, never convert at one. FXL-TABLE-FAILED
      * means the table itself could not be loaded.
       01  FX-LOOKUP-AREA.
           05  FXL-CURRENCY-CD         PIC X(03).
           05  FXL-AS-OF-DATE          PIC 9(08).
           05  FXL-RATE-TO-BASE        PIC S9(05)V9(6) COMP-3.
           05  FXL-RATE-DATE           PIC 9(08).
           05  FXL-RESULT              PIC X(01).
               88  FXL-RATE-FOUND              VALUE 'Y'.
               88  FXL-NO-RATE                 VALUE 'N'.
               88  FXL-TABLE-FAILED            VALUE 'F'.
