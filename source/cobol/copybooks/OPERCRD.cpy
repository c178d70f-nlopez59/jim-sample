      * OPERCRD - operator authority maintenance card read by
      * OPERMNT: one add or delete per card against the OPERAUTH
      * authority file. An add for a user id already on file
      * replaces its whole authority - the card is the operator's
      * complete entitlement, not a delta. Companies are listed in
      * the eight slots, or the all-companies switch is 'Y'; each
      * maintenance function switch is 'Y' to grant it.
       01  OPERATOR-CARD.
           05  OPC-TRAN-CODE           PIC X(01).
               88  OPC-ADD                      VALUE 'A'.
               88  OPC-DELETE                   VALUE 'D'.
           05  OPC-USER-ID             PIC X(08).
           05  OPC-OPERATOR-CODE       PIC X(06).
           05  OPC-OPERATOR-NAME       PIC X(20).
           05  OPC-STATUS              PIC X(01).
           05  OPC-ALL-COMPANIES-SW    PIC X(01).
           05  OPC-COMPANY-CD          PIC X(03)  OCCURS 8 TIMES.
           05  OPC-MNT-ADD-SW          PIC X(01).
           05  OPC-MNT-CHANGE-SW       PIC X(01).
           05  OPC-MNT-DELETE-SW       PIC X(01).
           05  OPC-KEYED-BY            PIC X(08).
           05  FILLER                  PIC X(08).
