      * second restart must recover the original night, not the
      * rerun's calendar date.
           05  CHKPT-RUN-DATE          PIC 9(08).
      * Of the declined calls, those that were debit-limit breaches.
           05  CHKPT-CALLS-LIMIT-DECL  PIC 9(07).
           05  FILLER                  PIC X(02).
