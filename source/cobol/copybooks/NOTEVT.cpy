      * NOTEVT - customer notice event, appended by the off-cycle
      * jobs whose actions a customer must be told about and which
      * leave no trace on the nightly audit trail: HOLDMNT for every
      * hold it places, DORMSWP for every dormancy flip it emits,
      * ACCTAPPR for every held maintenance entry a supervisor
      * rejects and every held dormancy flip one approves, ESCHEAT
      * for every due-diligence letter owed before a dormant balance
      * is handed to the state. NOTCGEN reads the accumulated events
      * each night beside the audit trail's declines, and DATNITE
      * empties the file once the letters are cut. The customer
      * number is only needed where the account may not be on the
      * master - a rejected ADD - and is spaces otherwise.
       01  NOTICE-EVENT-RECORD.
           05  NEV-EVENT-DATE          PIC 9(08).
           05  NEV-NOTICE-TYPE         PIC X(02).
               88  NEV-HOLD-PLACED             VALUE 'HP'.
               88  NEV-DORMANT                 VALUE 'DM'.
               88  NEV-APPR-REJECTED           VALUE 'AR'.
               88  NEV-ESCHEAT-LETTER          VALUE 'EL'.
           05  NEV-ACCT-NO             PIC X(10).
           05  NEV-CUST-NO             PIC X(10).
           05  NEV-SOURCE-PGM          PIC X(08).
           05  NEV-DETAIL              PIC X(60).
           05  FILLER                  PIC X(02).
