      * CLRRET - clearing return record, written by CLRINB for an
      * inbound entry this bank will not post: the standard return
      * reason code and its text, the batch the entry came in on,
      * and the original 94-byte entry image, so the outbound
      * returns file can be built back to the originator with
      * nothing re-keyed.
      *   R02 - account closed
      *   R03 - no account / unable to locate account
      *   R16 - account frozen (a hold is in force)
      *   R20 - non-transaction account (dormant, or not
      *         denominated in the base currency)
       01  CLEARING-RETURN-RECORD.
           05  CRT-RETURN-CODE         PIC X(03).
               88  CRT-ACCOUNT-CLOSED          VALUE 'R02'.
               88  CRT-NO-ACCOUNT              VALUE 'R03'.
               88  CRT-ACCOUNT-FROZEN          VALUE 'R16'.
               88  CRT-NON-TRANSACTION         VALUE 'R20'.
           05  CRT-RETURN-TEXT         PIC X(30).
           05  CRT-RUN-DATE            PIC 9(08).
           05  CRT-FILE-ID             PIC X(06).
           05  CRT-ORIGIN              PIC X(10).
           05  CRT-BATCH-NO            PIC 9(07).
           05  CRT-COMPANY-ID          PIC X(10).
           05  CRT-ENTRY-IMAGE         PIC X(94).
           05  FILLER                  PIC X(12).
