      * CMPLPEND - compliance pending record: a watch-list match
      * SANCSCRN found, waiting for a compliance officer's decision.
      * Keyed by the run date it was found on plus a sequence number
      * within the run, the PENDAPPR discipline. An inline entry
      * carries the CUSTMNT maintenance transaction it stopped,
      * image-intact, so SANCDEC can apply it if the match is
      * cleared; a rescreen entry carries the customer's CUSTMAST
      * record as it stood when the new list was screened. The
      * score is the match strength, 0-100. Entries with no decision
      * are carried forward by SANCDEC until compliance acts.
       01  COMPLIANCE-PENDING-RECORD.
           05  CMP-KEY.
               10  CMP-RUN-DATE        PIC 9(08).
               10  CMP-SEQ-NO          PIC 9(07).
           05  CMP-SOURCE              PIC X(01).
               88  CMP-INLINE                  VALUE 'I'.
               88  CMP-RESCREEN                VALUE 'R'.
           05  CMP-CUST-NO             PIC X(10).
           05  CMP-SCORE               PIC 9(03).
           05  CMP-WL-ENTRY-ID         PIC X(10).
           05  CMP-WL-NAME-TYPE        PIC X(01).
           05  CMP-WL-NAME             PIC X(60).
           05  CMP-WL-COUNTRY-CD       PIC X(02).
           05  CMP-WL-LIST-DATE        PIC 9(08).
           05  CMP-IMAGE               PIC X(160).
