      * CUSTMLOG - change log record for CUSTMAINT and the programs
      * that act on its transactions afterward (SANCSCRN watch-list
      * holds, SANCDEC compliance decisions). One record per
      * maintenance transaction event - accepted, rejected, or held
      * for compliance review - for audit review of who/what changed
      * on the customer master, the same trail ACCTMLOG keeps for the
      * account master. A compliance decision on a match the full
      * rescreen found has no transaction behind it and is logged
      * under tran code 'S'.
       01  CUST-MAINT-LOG-RECORD.
           05  CML-TIMESTAMP           PIC X(26).
           05  CML-TRAN-CODE           PIC X(01).
           05  CML-RESULT              PIC X(01).
               88  CML-ACCEPTED                VALUE 'A'.
               88  CML-REJECTED                VALUE 'R'.
               88  CML-HELD                    VALUE 'H'.
           05  CML-REASON              PIC X(60).
