      * STEPHIST - step-timing history record, one per timed batch
      * step: the job and step it ran as (off the step's STEPID
      * card), the program, start and end timestamps, the elapsed
      * seconds between them, the records the program processed and
      * the condition code it ended with. STEPLOG appends one record
      * per step; BWINRPT reads the whole file for the batch-window
      * report, and RETENTN keeps a rolling window live for the
      * capacity reviews, archiving the rest.
       01  STEP-HISTORY-RECORD.
           05  STH-START-STAMP.
               10  STH-START-DATE      PIC 9(08).
               10  STH-START-TIME      PIC 9(08).
           05  STH-END-STAMP.
               10  STH-END-DATE        PIC 9(08).
               10  STH-END-TIME        PIC 9(08).
           05  STH-JOB-NAME            PIC X(08).
           05  STH-STEP-NAME           PIC X(08).
           05  STH-PROGRAM             PIC X(08).
           05  STH-ELAPSED-SECS        PIC 9(07).
           05  STH-RECORDS             PIC 9(09).
           05  STH-COND-CODE           PIC 9(04).
           05  FILLER                  PIC X(24).
