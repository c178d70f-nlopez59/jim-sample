      * CMPLDEC - compliance decision card read by SANCDEC: one card
      * per compliance pending entry, keyed by the entry's run date
      * and sequence number. 'C' confirms the match - a held
      * maintenance transaction is rejected and every account linked
      * to the customer gets a legal hold; 'F' clears it as a false
      * positive - a held transaction is applied as CUSTMAINT would
      * have applied it. The reviewer id is logged either way.
       01  COMPLIANCE-DECISION-CARD.
           05  CDC-KEY.
               10  CDC-RUN-DATE        PIC 9(08).
               10  CDC-SEQ-NO          PIC 9(07).
           05  CDC-ACTION              PIC X(01).
               88  CDC-CONFIRM                 VALUE 'C'.
               88  CDC-FALSE-POSITIVE          VALUE 'F'.
           05  CDC-REVIEWER-ID         PIC X(08).
           05  CDC-REASON              PIC X(30).
           05  FILLER                  PIC X(26).
