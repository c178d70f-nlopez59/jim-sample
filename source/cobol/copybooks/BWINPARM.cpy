      * BWINPARM - BWINRPT batch-window control cards. One 'W' card
      * gives the SLA deadline (HHMM, the first such time after the
      * chain starts), how many prior runs make a step's trend, and
      * when a step counts as running slow - more than the given
      * percentage over its trend AND more than the given number of
      * seconds over it, so a five-second step doubling is not news.
      * One 'S' card per step names the chain in running order: the
      * job, the step and its program, and up to two predecessors.
      * A card with no predecessors follows the card before it; the
      * no-predecessor flag starts a branch of its own (a job that
      * runs in parallel with the chain). A predecessor's job may be
      * left blank when it is in the same job. The first 'S' card is
      * the chain's anchor - its latest start marks tonight's run.
       01  BATCH-WINDOW-PARM-CARD.
           05  BWP-CARD-TYPE           PIC X(01).
               88  BWP-WINDOW-CARD             VALUE 'W'.
               88  BWP-STEP-CARD               VALUE 'S'.
           05  BWP-CARD-DATA           PIC X(79).
           05  BWP-WINDOW-DATA REDEFINES BWP-CARD-DATA.
               10  BWP-SLA-TIME        PIC X(04).
               10  BWP-SLA-TIME-NUM REDEFINES BWP-SLA-TIME
                                       PIC 9(04).
               10  BWP-TREND-RUNS      PIC X(02).
               10  BWP-TREND-RUNS-NUM REDEFINES BWP-TREND-RUNS
                                       PIC 9(02).
               10  BWP-SLOW-PCT        PIC X(03).
               10  BWP-SLOW-PCT-NUM REDEFINES BWP-SLOW-PCT
                                       PIC 9(03).
               10  BWP-SLOW-MIN-SECS   PIC X(05).
               10  BWP-SLOW-MIN-SECS-NUM REDEFINES BWP-SLOW-MIN-SECS
                                       PIC 9(05).
               10  FILLER              PIC X(65).
           05  BWP-STEP-DATA REDEFINES BWP-CARD-DATA.
               10  BWP-JOB-NAME        PIC X(08).
               10  BWP-STEP-NAME       PIC X(08).
               10  BWP-PROGRAM         PIC X(08).
               10  BWP-PRED-1-JOB      PIC X(08).
               10  BWP-PRED-1-STEP     PIC X(08).
               10  BWP-PRED-2-JOB      PIC X(08).
               10  BWP-PRED-2-STEP     PIC X(08).
               10  BWP-NO-PRED-SW      PIC X(01).
                   88  BWP-NO-PRED             VALUE 'Y'.
               10  FILLER              PIC X(22).
