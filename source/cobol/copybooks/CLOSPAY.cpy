      * CLOSPAY - closure payout instruction written by ACCTCLOS, one
      * per closed account with money left to pay, for the payments
      * area to issue: a cheque to the payee name and address (taken
      * from CUSTMAST through ACCT-CUST-NO), or a transfer to the
      * outside account the closure card named. The amount is the
      * final balance after final interest, already debited from the
      * account and journaled under caller-id ACCTCLOS.
       01  CLOSURE-PAYOUT-RECORD.
           05  CPY-ACCT-NO             PIC X(10).
           05  CPY-COMPANY-CD          PIC X(03).
           05  CPY-CURRENCY-CD         PIC X(03).
           05  CPY-AMOUNT              PIC S9(09)V99.
           05  CPY-METHOD              PIC X(01).
               88  CPY-BY-CHEQUE               VALUE 'Q'.
               88  CPY-BY-TRANSFER             VALUE 'T'.
           05  CPY-PAY-TO-ACCT         PIC X(20).
           05  CPY-CUST-NO             PIC X(10).
           05  CPY-PAYEE-NAME          PIC X(30).
           05  CPY-ADDR-LINE-1         PIC X(30).
           05  CPY-ADDR-LINE-2         PIC X(30).
           05  CPY-CITY                PIC X(20).
           05  CPY-STATE               PIC X(02).
           05  CPY-POSTAL-CODE         PIC X(09).
           05  CPY-RUN-DATE            PIC 9(08).
           05  CPY-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(05).
