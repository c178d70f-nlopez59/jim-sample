      * WLSTWORD - the watch-list word index: one record per distinct
      * word of each WATCHLST name, carrying the name's ordinal
      * position on WATCHLST. Written by WLSTLOAD in list order and
      * sorted on the word by the load job, so SANCSCRN can go
      * straight from a customer's name words to the listed names
      * that share them instead of comparing every name on the list.
       01  WATCH-WORD-RECORD.
           05  WW-WORD                 PIC X(15).
           05  WW-ORDINAL              PIC 9(05).
