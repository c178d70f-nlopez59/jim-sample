      * NOTCLTR - print-ready customer notice letter line, written by
      * NOTCGEN. One record per printed line; line 01 of a letter
      * carries carriage control '1' so every letter starts a new
      * page, and every line repeats the notice-type code, account
      * and customer so the print room can sort, insert and count
      * by type without reading the text.
      *   OD - posting declined, overdraft
      *   NA - posting declined, account not active
      *   HD - posting declined, account held
      *   HP - hold placed on the account
      *   DM - account made dormant
      *   AR - requested account change not approved
      *   EL - escheat due diligence: a dormant balance will be
      *        reported to the state unless the owner makes contact
       01  NOTICE-LETTER-RECORD.
           05  NTL-CARRIAGE-CTL        PIC X(01).
               88  NTL-NEW-PAGE                VALUE '1'.
           05  NTL-NOTICE-TYPE         PIC X(02).
           05  NTL-ACCT-NO             PIC X(10).
           05  NTL-CUST-NO             PIC X(10).
           05  NTL-LINE-NO             PIC 9(02).
           05  NTL-TEXT                PIC X(80).
           05  FILLER                  PIC X(05).
