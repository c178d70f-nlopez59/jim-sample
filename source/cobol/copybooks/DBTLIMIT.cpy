      * DBTLIMIT - debit limit table record, keyed by company code,
      * account type and account number. An entry with a blank
      * account number is the product limit for every account of
      * that company and type; an entry naming an account is that
      * account's override. Two limits per entry: the largest single
      * debit, and the most that may leave the account in total on
      * one run date. A zero product limit means no limit; a zero
      * override limit means the product limit still applies, so an
      * override need only carry the limit it changes. Maintained by
      * LIMITMNT, enforced by DATRULE2's RULE-4 and RULE-5 on
      * customer debits.
       01  DEBIT-LIMIT-RECORD.
           05  DL-KEY.
               10  DL-COMPANY-CD       PIC X(03).
               10  DL-ACCT-TYPE        PIC X(01).
               10  DL-ACCT-NO          PIC X(10).
           05  DL-MAX-SINGLE           PIC S9(09)V99   COMP-3.
           05  DL-MAX-DAILY            PIC S9(09)V99   COMP-3.
           05  DL-KEYED-BY             PIC X(08).
           05  FILLER                  PIC X(14).
