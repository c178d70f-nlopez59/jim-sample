      * OPERAUTH - operator authority record, keyed by CICS user id.
      * What one signed-on operator may do online: the companies
      * DINQ, CINQ and DMNT will answer or take entries for (or all
      * of them), and which DMNT maintenance functions they may key.
      * A user id with no record, or a suspended one, may do
      * nothing. The operator code is the short id DMNT writes on
      * each entry (AM-OPERATOR-CODE) and ACCTMAINT carries onto the
      * ACCTMLOG change log - unique across the file, assigned by
      * the security officer. Maintained by OPERMNT from cards.
       01  OPERATOR-AUTHORITY-RECORD.
           05  OA-USER-ID              PIC X(08).
           05  OA-OPERATOR-CODE        PIC X(06).
           05  OA-OPERATOR-NAME        PIC X(20).
           05  OA-STATUS               PIC X(01).
               88  OA-ACTIVE                   VALUE 'A'.
               88  OA-SUSPENDED                VALUE 'S'.
           05  OA-ALL-COMPANIES-SW     PIC X(01).
               88  OA-ALL-COMPANIES            VALUE 'Y'.
           05  OA-COMPANY-CD           PIC X(03)  OCCURS 8 TIMES.
           05  OA-MNT-ADD-SW           PIC X(01).
               88  OA-MAY-ADD                  VALUE 'Y'.
           05  OA-MNT-CHANGE-SW        PIC X(01).
               88  OA-MAY-CHANGE               VALUE 'Y'.
           05  OA-MNT-DELETE-SW        PIC X(01).
               88  OA-MAY-DELETE               VALUE 'Y'.
           05  OA-KEYED-BY             PIC X(08).
           05  OA-MAINT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
