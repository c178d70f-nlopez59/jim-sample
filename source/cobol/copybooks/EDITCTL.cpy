           05  EC-PASS-COUNT           PIC 9(07).
           05  EC-REJECT-COUNT         PIC 9(07).
           05  EC-FUTURE-COUNT         PIC 9(07).
      * Of the records read, how many came off the inbound clearing
      * feed - proven against CLRINB's conversion count.
           05  EC-CLEARING-READ        PIC 9(07).
           05  FILLER                  PIC X(37).
