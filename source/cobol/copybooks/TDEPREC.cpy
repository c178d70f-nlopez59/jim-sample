      * TDEPREC - term deposit record, keyed by account number: the
      * contract terms of a fixed-term deposit account (ACCT-TYPE
      * 'T') that the account master has no room to carry - term,
      * current start and maturity dates, the rate locked for the
      * term, and what happens at maturity. Maintained by TDEPMNT
      * from cards; TDMATUR matures, renews or pays the deposit out;
      * DATRULE2's RULE-4/RULE-5 refuse a withdrawal before the
      * maturity date; RULE-3, INTCAP and DINQ accrue at the locked
      * rate instead of the RATETBL entry.
       01  TERM-DEPOSIT-RECORD.
           05  TD-ACCT-NO              PIC X(10).
           05  TD-COMPANY-CD           PIC X(03).
           05  TD-TERM-MONTHS          PIC 9(03).
           05  TD-START-DATE           PIC 9(08).
           05  TD-MATURITY-DATE        PIC 9(08).
           05  TD-LOCKED-RATE          PIC S9(03)V9(4) COMP-3.
      * 'R' renews for the same term at the RATETBL rate in force on
      * the maturity night; 'P' pays principal plus interest out to
      * the linked savings or checking account.
           05  TD-INSTRUCTION          PIC X(01).
               88  TD-ROLLOVER                  VALUE 'R'.
               88  TD-PAYOUT                    VALUE 'P'.
           05  TD-PAYOUT-ACCT          PIC X(10).
           05  TD-STATUS               PIC X(01).
               88  TD-STATUS-OPEN               VALUE 'O'.
               88  TD-STATUS-PAID-OUT           VALUE 'P'.
           05  TD-ROLLOVER-COUNT       PIC 9(03).
           05  TD-LAST-MATURED-DATE    PIC 9(08).
           05  TD-KEYED-BY             PIC X(08).
           05  FILLER                  PIC X(33).
