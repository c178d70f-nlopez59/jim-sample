      * STEPTIME - step-timing call area passed to STEPLOG. A batch
      * program sends one 'S' call as it starts and one 'E' call
      * just before it stops, naming itself, the records it
      * processed and the condition code it is ending with; STEPLOG
      * times the step and appends one STEPHIST record for it. The
      * end call hands the condition code back in RETURN-CODE, so
      * the call can sit directly ahead of STOP RUN.
       01  STEP-TIMING-AREA.
           05  STC-FUNCTION            PIC X(01).
               88  STC-STEP-START              VALUE 'S'.
               88  STC-STEP-END                VALUE 'E'.
           05  STC-PROGRAM             PIC X(08).
           05  STC-RECORDS             PIC 9(09).
           05  STC-COND-CODE           PIC 9(04).
