      * RCVCTL - the one control record ACCTRCVX writes beside the
      * change file: the window it selected (after the snapshot's
      * time, up to and including the cutoff), the time of the one
      * full reload inside it if there was one, and how many changes
      * it took from each source. ACCTRCV checks its snapshot and its
      * change counts against it before it trusts the rebuild.
       01  RECOVERY-CONTROL-RECORD.
           05  RCC-SNAPSHOT-TS         PIC X(16).
           05  RCC-CUTOFF-TS           PIC X(16).
      * Spaces when no full reload ran inside the window.
           05  RCC-FULL-RELOAD-TS      PIC X(16).
           05  RCC-REFRESH-COUNT       PIC 9(09).
           05  RCC-MAINT-COUNT         PIC 9(09).
           05  RCC-WRITEBACK-COUNT     PIC 9(09).
           05  RCC-POSTING-COUNT       PIC 9(09).
           05  FILLER                  PIC X(16).
