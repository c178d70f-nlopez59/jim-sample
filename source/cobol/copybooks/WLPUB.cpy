      * WLPUB - the sanctions watch list as published by the
      * regulator and received by compliance, one record per name:
      * a header carrying the list date, one 'N' record per listed
      * party followed by an 'A' record for each of its aliases
      * (same entry id), and a trailer carrying the count of name
      * records so WLSTLOAD can prove the file arrived whole.
       01  WATCH-PUB-RECORD.
           05  WP-REC-TYPE             PIC X(01).
               88  WP-HEADER                   VALUE 'H'.
               88  WP-PRIMARY-NAME             VALUE 'N'.
               88  WP-ALIAS-NAME               VALUE 'A'.
               88  WP-TRAILER                  VALUE 'T'.
           05  WP-ENTRY-DATA.
               10  WP-ENTRY-ID         PIC X(10).
               10  WP-NAME             PIC X(60).
               10  WP-COUNTRY-CD       PIC X(02).
               10  WP-COUNTRY-NAME     PIC X(20).
           05  WP-HEADER-DATA REDEFINES WP-ENTRY-DATA.
               10  WP-LIST-DATE        PIC 9(08).
               10  WP-LIST-SOURCE      PIC X(17).
               10  FILLER              PIC X(67).
           05  WP-TRAILER-DATA REDEFINES WP-ENTRY-DATA.
               10  WP-NAME-COUNT       PIC 9(07).
               10  FILLER              PIC X(85).
           05  FILLER                  PIC X(27).
