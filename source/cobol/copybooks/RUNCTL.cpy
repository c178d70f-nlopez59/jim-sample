      * a layout change); on a company-filtered run only the filtered company's
      * entry is populated, while RC-RECORDS-READ still counts the
      * whole file so the CTLCARD balance check holds.
      * RC-CALLS-LIMIT-DECL counts the declines that were debit-limit
      * breaches; they are included in RC-CALLS-DECLINED as well, so
      * the declined count still ties to the audit trail.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE             PIC X(08).
           05  RC-RUN-TIME             PIC X(06).
               10  RC-COMP-SUCCESS     PIC 9(07).
               10  RC-COMP-FAILED      PIC 9(07).
               10  RC-COMP-DECLINED    PIC 9(07).
           05  RC-CALLS-LIMIT-DECL     PIC 9(07).
           05  FILLER                  PIC X(06).
