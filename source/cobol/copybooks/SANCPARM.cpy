      * SANCPARM - SANCSCRN control card giving the match strength
      * (0-100) at or above which a customer name is treated as a
      * watch-list match. No card, or a zero threshold, means 80.
       01  SANCTIONS-PARM-CARD.
           05  SNP-MATCH-THRESHOLD     PIC 9(03).
           05  FILLER                  PIC X(77).
