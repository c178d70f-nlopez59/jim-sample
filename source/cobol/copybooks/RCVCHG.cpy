      * RCVCHG - one change to carry forward onto a snapshot of the
      * account master, written by ACCTRCVX from the refresh log,
      * the ACCTMLOG change log and the posting journal, sorted by
      * account, timestamp and sequence, and applied in that order
      * by ACCTRCV. RCH-TIMESTAMP is the source record's own time cut
      * to CCYYMMDDHHMMSShh; RCH-SEQ-NO is the order ACCTRCVX read
      * the records in, so two changes stamped in the same hundredth
      * of a second still apply in the order they were made.
       01  RECOVERY-CHANGE-RECORD.
           05  RCH-ACCT-NO             PIC X(10).
           05  RCH-TIMESTAMP           PIC X(16).
           05  RCH-SOURCE              PIC X(01).
               88  RCH-FROM-REFRESH            VALUE 'R'.
               88  RCH-FROM-MAINTENANCE        VALUE 'M'.
               88  RCH-FROM-WRITEBACK          VALUE 'W'.
               88  RCH-FROM-POSTING            VALUE 'P'.
           05  RCH-SEQ-NO              PIC 9(09).
           05  RCH-DETAIL              PIC X(88).
      * A row the Db2 refresh wrote - every field, balance included.
      * RCH-RFS-MODE is the refresh's run mode (F full, D delta).
           05  RCH-REFRESH-VIEW REDEFINES RCH-DETAIL.
               10  RCH-RFS-MODE        PIC X(01).
                   88  RCH-RFS-FULL-RELOAD     VALUE 'F'.
               10  RCH-RFS-STATUS      PIC X(01).
               10  RCH-RFS-COMPANY-CD  PIC X(03).
               10  RCH-RFS-TYPE        PIC X(01).
               10  RCH-RFS-BALANCE     PIC S9(09)V99.
               10  RCH-RFS-INT-RATE    PIC S9(03)V9(4).
               10  RCH-RFS-OPEN-DATE   PIC X(08).
               10  RCH-RFS-LAST-INT-DATE
                                       PIC X(08).
               10  RCH-RFS-CURRENCY-CD PIC X(03).
               10  RCH-RFS-CUST-NO     PIC X(10).
               10  RCH-RFS-YTD-INTEREST
                                       PIC S9(09)V99.
               10  FILLER              PIC X(24).
      * An accepted maintenance transaction (M) or a Db2 writeback
      * of one (W) - the ACCTMNT image exactly as it was applied.
           05  RCH-MAINT-VIEW REDEFINES RCH-DETAIL.
               10  RCH-LOGGED-BY       PIC X(08).
               10  RCH-MAINT-IMAGE     PIC X(80).
      * A journaled posting.
           05  RCH-POSTING-VIEW REDEFINES RCH-DETAIL.
               10  RCH-PST-AMOUNT      PIC S9(09)V99.
               10  RCH-PST-OLD-BALANCE PIC S9(09)V99.
               10  RCH-PST-NEW-BALANCE PIC S9(09)V99.
               10  RCH-PST-CALLER-ID   PIC X(08).
               10  RCH-PST-RUN-DATE    PIC X(08).
               10  FILLER              PIC X(39).
           05  FILLER                  PIC X(06).
