      * ESCHTRK - escheat watch record, one per dormant account with
      * money on it, carried forward run to run by ESCHEAT on the
      * ESCHTRK generation data group in account-number order.
      * ETK-LAST-ACTIVITY is the owner's last activity - the start
      * of the statutory clock - fixed when the account is first
      * watched and moved on only by owner activity or contact.
      * ETK-DEADLINE is that date plus the period for ETK-STATE. The
      * letter date is zero until the due-diligence letter has gone;
      * a balance escheats only once its deadline has passed AND
      * the letter has had its full lead time to be answered.
       01  ESCHEAT-WATCH-RECORD.
           05  ETK-ACCT-NO             PIC X(10).
           05  ETK-CUST-NO             PIC X(10).
           05  ETK-STATE               PIC X(02).
           05  ETK-LAST-ACTIVITY       PIC 9(08).
           05  ETK-DEADLINE            PIC 9(08).
           05  ETK-LETTER-DATE         PIC 9(08).
           05  ETK-CONTACT-DATE        PIC 9(08).
           05  ETK-WATCHED-DATE        PIC 9(08).
           05  FILLER                  PIC X(18).
