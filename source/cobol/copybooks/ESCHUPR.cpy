      * ESCHUPR - unclaimed property report file written by ESCHEAT
      * for the states: one detail per balance escheated in the run,
      * with the owner's name and last known address off CUSTMAST,
      * inside a header/trailer control envelope (the GLFEED
      * discipline) carrying the record count and the total handed
      * over, so the state's intake can prove the file complete. The
      * first three bytes tell the record types apart. The property
      * type is the standard unclaimed-property code - MS01 for a
      * checking account, MS02 for savings.
       01  UNCLAIMED-PROP-HEADER.
           05  UPH-RECORD-TYPE         PIC X(03).
               88  UPH-HEADER                  VALUE 'HDR'.
           05  UPH-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(189).
       01  UNCLAIMED-PROP-TRAILER.
           05  UPT-RECORD-TYPE         PIC X(03).
               88  UPT-TRAILER                 VALUE 'TRL'.
           05  UPT-RECORD-COUNT        PIC 9(07).
           05  UPT-AMOUNT-TOTAL        PIC S9(13)V99.
           05  FILLER                  PIC X(175).
       01  UNCLAIMED-PROP-RECORD.
           05  UPR-RECORD-TYPE         PIC X(03).
               88  UPR-DETAIL                  VALUE 'DTL'.
           05  UPR-REPORT-STATE        PIC X(02).
           05  UPR-PROPERTY-TYPE       PIC X(04).
           05  UPR-ACCT-NO             PIC X(10).
           05  UPR-COMPANY-CD          PIC X(03).
           05  UPR-CURRENCY-CD         PIC X(03).
           05  UPR-AMOUNT              PIC S9(09)V99.
           05  UPR-LAST-ACTIVITY       PIC 9(08).
           05  UPR-LETTER-DATE         PIC 9(08).
           05  UPR-ESCHEAT-DATE        PIC 9(08).
           05  UPR-CUST-NO             PIC X(10).
           05  UPR-OWNER-NAME          PIC X(30).
           05  UPR-ADDR-LINE-1         PIC X(30).
           05  UPR-ADDR-LINE-2         PIC X(30).
           05  UPR-CITY                PIC X(20).
           05  UPR-STATE               PIC X(02).
           05  UPR-POSTAL-CODE         PIC X(09).
           05  FILLER                  PIC X(09).
