      * counted - retention must never archive what it cannot date.
      * The card also carries the dataset's record length, and every
      * record is read and written at that length, so the one
      * program serves the 186-byte change log and the 380-byte run
      * history alike.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
