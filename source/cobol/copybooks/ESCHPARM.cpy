      * ESCHPARM - ESCHEAT parameter card. Two shapes, told apart by
      * the card type:
      *   S - the statutory dormancy period for one state: a balance
      *       the owner has not touched for DORMANT-MONTHS is
      *       reported and handed over to that state, and the
      *       due-diligence letter goes LETTER-MONTHS before the
      *       deadline. State '**' is the period used for a state
      *       with no card of its own.
      *   H - the escheat holding account for one company: every
      *       balance of that company's accounts is moved there when
      *       it escheats, and stays there until the state is paid.
      *       HOLDER-STATE is the company's own state - the state an
      *       owner with no state on the customer master is reported
      *       to.
      * The month fields are raw text with numeric redefinitions,
      * edited before they are trusted.
       01  ESCHEAT-PARM-CARD.
           05  ESP-CARD-TYPE           PIC X(01).
               88  ESP-STATE-PERIOD            VALUE 'S'.
               88  ESP-HOLDING-ACCT            VALUE 'H'.
           05  ESP-CARD-DATA           PIC X(79).
           05  ESP-STATE-CARD REDEFINES ESP-CARD-DATA.
               10  ESP-STATE           PIC X(02).
               10  ESP-DORMANT-MONTHS  PIC X(03).
               10  ESP-DORMANT-MONTHS-NUM REDEFINES ESP-DORMANT-MONTHS
                                       PIC 9(03).
               10  ESP-LETTER-MONTHS   PIC X(02).
               10  ESP-LETTER-MONTHS-NUM REDEFINES ESP-LETTER-MONTHS
                                       PIC 9(02).
               10  FILLER              PIC X(72).
           05  ESP-HOLDING-CARD REDEFINES ESP-CARD-DATA.
               10  ESP-COMPANY-CD      PIC X(03).
               10  ESP-HOLD-ACCT-NO    PIC X(10).
               10  ESP-HOLDER-STATE    PIC X(02).
               10  FILLER              PIC X(64).
