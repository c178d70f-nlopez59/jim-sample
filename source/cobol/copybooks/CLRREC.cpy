      * CLRREC - inbound clearing-house payment file record, 94
      * bytes in the clearing format: one file header (type 1), then
      * per batch a batch header (5), its entry details (6) and a
      * batch control (8), closed by one file control (9). Every
      * amount is unsigned - the entry's transaction code carries
      * the direction (22/32 credit, 27/37 debit, checking/savings).
      * The entry hash is the sum of the entries' receiving routing
      * prefixes, kept to its low-order ten digits. CLRINB proves
      * the batch and file controls from this layout before it
      * accepts a single entry.
       01  CLEARING-RECORD.
           05  CLR-RECORD-TYPE         PIC X(01).
               88  CLR-FILE-HEADER             VALUE '1'.
               88  CLR-BATCH-HEADER            VALUE '5'.
               88  CLR-ENTRY-DETAIL            VALUE '6'.
               88  CLR-BATCH-CONTROL           VALUE '8'.
               88  CLR-FILE-CONTROL            VALUE '9'.
           05  CLR-RECORD-BODY         PIC X(93).
           05  CLR-FILE-HEADER-BODY REDEFINES CLR-RECORD-BODY.
               10  CLR-FH-ORIGIN       PIC X(10).
               10  CLR-FH-DESTINATION  PIC X(10).
               10  CLR-FH-FILE-DATE    PIC 9(08).
               10  CLR-FH-FILE-ID      PIC X(06).
               10  FILLER              PIC X(59).
           05  CLR-BATCH-HEADER-BODY REDEFINES CLR-RECORD-BODY.
               10  CLR-BH-COMPANY-NAME PIC X(16).
               10  CLR-BH-COMPANY-ID   PIC X(10).
               10  CLR-BH-ENTRY-CLASS  PIC X(03).
               10  CLR-BH-DESCRIPTION  PIC X(10).
               10  CLR-BH-EFF-DATE     PIC X(08).
               10  CLR-BH-BATCH-NO     PIC 9(07).
               10  FILLER              PIC X(39).
           05  CLR-ENTRY-BODY REDEFINES CLR-RECORD-BODY.
               10  CLR-EN-TRAN-CODE    PIC X(02).
                   88  CLR-EN-CREDIT           VALUE '22' '32'.
                   88  CLR-EN-DEBIT            VALUE '27' '37'.
               10  CLR-EN-ROUTING      PIC X(09).
               10  CLR-EN-ROUTING-PREFIX REDEFINES CLR-EN-ROUTING.
                   15  CLR-EN-ROUTING-8
                                       PIC 9(08).
                   15  FILLER          PIC X(01).
               10  CLR-EN-ACCT-NO      PIC X(17).
               10  CLR-EN-AMOUNT       PIC 9(08)V99.
               10  CLR-EN-INDIV-ID     PIC X(15).
               10  CLR-EN-INDIV-NAME   PIC X(22).
               10  CLR-EN-TRACE-NO     PIC X(15).
               10  FILLER              PIC X(03).
           05  CLR-BATCH-CONTROL-BODY REDEFINES CLR-RECORD-BODY.
               10  CLR-BC-ENTRY-COUNT  PIC 9(06).
               10  CLR-BC-ENTRY-HASH   PIC 9(10).
               10  CLR-BC-DEBIT-TOTAL  PIC 9(10)V99.
               10  CLR-BC-CREDIT-TOTAL PIC 9(10)V99.
               10  CLR-BC-BATCH-NO     PIC 9(07).
               10  FILLER              PIC X(46).
           05  CLR-FILE-CONTROL-BODY REDEFINES CLR-RECORD-BODY.
               10  CLR-FC-BATCH-COUNT  PIC 9(06).
               10  CLR-FC-ENTRY-COUNT  PIC 9(08).
               10  CLR-FC-ENTRY-HASH   PIC 9(10).
               10  CLR-FC-DEBIT-TOTAL  PIC 9(10)V99.
               10  CLR-FC-CREDIT-TOTAL PIC 9(10)V99.
               10  FILLER              PIC X(45).
