      * WATCHLST - the loaded sanctions watch list, written by
      * WLSTLOAD and read by SANCSCRN: one record per listed name,
      * primary or alias, in the order published. The name and the
      * country name are held normalized - upper case, punctuation
      * turned to spaces - the same way SANCSCRN normalizes the
      * customer names it compares them with, and WL-WORD-COUNT is
      * the number of distinct words of two letters or more the
      * name carries on the WLSTWORD word index.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-NAME-TYPE            PIC X(01).
               88  WL-PRIMARY                  VALUE 'N'.
               88  WL-ALIAS                    VALUE 'A'.
           05  WL-NAME                 PIC X(60).
           05  WL-WORD-COUNT           PIC 9(02).
           05  WL-COUNTRY-CD           PIC X(02).
           05  WL-COUNTRY-NAME         PIC X(20).
           05  WL-LIST-DATE            PIC 9(08).
           05  WL-LIST-SOURCE          PIC X(17).
