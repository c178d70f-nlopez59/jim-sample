      * SECVIOL - security violation record: one refused online
      * attempt (no authority record, suspended operator, company or
      * maintenance function outside the operator's authority).
      * Written by DINQ, CINQ and DMNT to the DSEC extrapartition
      * transient-data queue; SECRPT reports the day's queue to the
      * security officer each night and appends it to the permanent
      * SECVLOG violation log.
       01  SECURITY-VIOLATION-RECORD.
           05  SV-TIMESTAMP            PIC X(26).
           05  SV-USER-ID              PIC X(08).
           05  SV-TRANSID              PIC X(04).
           05  SV-TERMID               PIC X(04).
           05  SV-FUNCTION             PIC X(01).
           05  SV-COMPANY-CD           PIC X(03).
           05  SV-KEY                  PIC X(10).
           05  SV-REASON               PIC X(40).
           05  FILLER                  PIC X(04).
