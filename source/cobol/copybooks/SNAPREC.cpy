      * which does not survive a round trip through a line-oriented
      * history file, and a readable snapshot is what Finance asks to
      * see anyway.
      *
      * Every master field is carried, so a snapshot generation is a
      * complete master as it stood at SNP-TAKEN-TS - the starting
      * point the ACCTRCV forward recovery rebuilds from. DB2PGM's
      * refresh log uses the same layout, one record per row the
      * refresh applied, stamped with the refresh's own time;
      * SNP-SOURCE says which kind of record it is.
       01  SNAPSHOT-RECORD.
           05  SNP-ACCT-NO             PIC X(10).
           05  SNP-STATUS              PIC X(01).
           05  SNP-OPEN-DATE           PIC X(08).
           05  SNP-LAST-INT-DATE       PIC X(08).
           05  SNP-CURRENCY-CD         PIC X(03).
           05  SNP-CUST-NO             PIC X(10).
           05  SNP-YTD-INTEREST        PIC S9(09)V99.
      * CCYYMMDDHHMMSShh - when the snapshot pass (or the refresh)
      * started. Nothing else updates the master while either runs.
           05  SNP-TAKEN-TS            PIC X(16).
           05  SNP-SOURCE              PIC X(01).
               88  SNP-FROM-SNAPSHOT           VALUE 'S'.
               88  SNP-FROM-FULL-RELOAD        VALUE 'F'.
               88  SNP-FROM-DELTA              VALUE 'D'.
           05  FILLER                  PIC X(10).
