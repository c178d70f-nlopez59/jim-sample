      * CLRCTL - control totals written by CLRINB at end of job: how
      * many entries the inbound clearing file carried and how each
      * was disposed of - converted to a RULE-4 transaction for the
      * edit step, returned to the originator, or held back with the
      * whole file because its control totals did not prove - so the
      * stream-wide reconciliation can count the clearing house as a
      * source and prove nothing received vanished.
       01  CLEARING-CONTROL-RECORD.
           05  CC-RUN-DATE             PIC 9(08).
           05  CC-ENTRIES-RECEIVED     PIC 9(07).
           05  CC-ENTRIES-CONVERTED    PIC 9(07).
           05  CC-ENTRIES-RETURNED     PIC 9(07).
           05  CC-ENTRIES-HELD         PIC 9(07).
           05  CC-FILE-PROVEN          PIC X(01).
               88  CC-FILE-WAS-PROVEN          VALUE 'Y'.
           05  FILLER                  PIC X(43).
