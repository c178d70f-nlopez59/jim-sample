      * ACCTMNT - account master maintenance transaction read by
      * ACCTMAINT: one add/change/delete request per record.
      * AM-OPERATOR-CODE is the OPERAUTH operator code of whoever
      * keyed the entry - DMNT always fills it; on a hand-keyed card
      * it is optional (columns 75-80). ACCTMAINT carries it onto
      * the ACCTMLOG change log.
       01  ACCT-MAINT-RECORD.
           05  AM-TRAN-CODE            PIC X(01).
               88  AM-ADD                       VALUE 'A'.
           05  AM-ACCT-YTD-INT         PIC X(11).
           05  AM-ACCT-YTD-INT-NUM REDEFINES AM-ACCT-YTD-INT
                                       PIC S9(09)V99.
           05  AM-OPERATOR-CODE        PIC X(06).
