       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDCNL.
      * Standing-order and warehoused-transaction cancellation. Reads
      * a deck of SOCNCRD cancel cards - keyed by hand, or the REFSWP
      * integrity sweep's deck once reviewed - and carries the
      * standing-order master and the transaction warehouse forward
      * to their next generations less every entry a card names, the
      * way ACCTCLOS drops the orders of the accounts it closes. A
      * standing-order card cancels every order with its account,
      * rule, amount and credit account; a warehouse card also needs
      * the stored date. Every cancelled entry is listed, and so is
      * every card that matched nothing (the order may already have
      * expired, or the entry been released) - return code 4 then.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCNCRD-FILE  ASSIGN TO SOCNCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORDIN-FILE  ASSIGN TO STORDIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORDOUT-FILE ASSIGN TO STORDOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEIN-FILE   ASSIGN TO WHSEIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEOUT-FILE  ASSIGN TO WHSEOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO CNCLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCNCRD-FILE.
           COPY SOCNCRD.
       FD  STORDIN-FILE.
           COPY STORDREC.
       FD  STORDOUT-FILE.
       01  STORDOUT-RECORD             PIC X(80).
       FD  WHSEIN-FILE.
           COPY TRANWHSE.
       FD  WHSEOUT-FILE.
       01  WHSEOUT-RECORD              PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * The warehoused transaction image, unpacked for the match.
           COPY TRANREC.

       01  WS-SWITCHES.
           05  WS-SOCNCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-SOCNCRD-EOF              VALUE 'Y'.
           05  WS-STORDIN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-STORDIN-EOF              VALUE 'Y'.
           05  WS-WHSEIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-WHSEIN-EOF               VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(40)  VALUE SPACES.

      * The cancel cards, with how many entries each one took out.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 500 TIMES.
               10  WS-CD-SOURCE        PIC X(01).
               10  WS-CD-ACCT-NO       PIC X(10).
               10  WS-CD-RULE-CODE     PIC X(01).
               10  WS-CD-AMOUNT        PIC X(11).
               10  WS-CD-CREDIT-ACCT   PIC X(10).
               10  WS-CD-STORED-DATE   PIC X(08).
               10  WS-CD-REASON        PIC X(30).
               10  WS-CD-MATCHED       PIC 9(05) COMP.
       01  WS-CARD-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-CARD-IDX                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-CARD-FOUND-IDX           PIC 9(05) COMP  VALUE ZERO.

      * The entry in hand, in the card's terms.
       01  WS-ENTRY-KEY.
           05  WS-EK-SOURCE            PIC X(01).
           05  WS-EK-ACCT-NO           PIC X(10).
           05  WS-EK-RULE-CODE         PIC X(01).
           05  WS-EK-AMOUNT            PIC X(11).
           05  WS-EK-CREDIT-ACCT       PIC X(10).
           05  WS-EK-STORED-DATE       PIC X(08).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(07) COMP  VALUE ZERO.
           05  WS-CARDS-UNMATCHED      PIC 9(07) COMP  VALUE ZERO.
           05  WS-ORDERS-READ          PIC 9(07) COMP  VALUE ZERO.
           05  WS-ORDERS-CANCELLED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-WHSE-READ            PIC 9(07) COMP  VALUE ZERO.
           05  WS-WHSE-CANCELLED       PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-CANCEL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-SOURCE              PIC X(14).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-RULE-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-AMOUNT              PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-CREDIT-ACCT         PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-STORED-DATE         PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNL-REASON              PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(40).
           05  TLN-COUNT               PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-CARD
               UNTIL WS-SOCNCRD-EOF
           PERFORM 3000-CARRY-ONE-ORDER
               UNTIL WS-STORDIN-EOF
           PERFORM 4000-CARRY-ONE-ENTRY
               UNTIL WS-WHSEIN-EOF
           PERFORM 5000-LIST-UNMATCHED
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'STORDCNL - Started. Cancelling standing orders '
               'and warehoused entries.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT  SOCNCRD-FILE
           OPEN INPUT  STORDIN-FILE
           OPEN OUTPUT STORDOUT-FILE
           OPEN INPUT  WHSEIN-FILE
           OPEN OUTPUT WHSEOUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'STANDING ORDER / WAREHOUSE CANCELLATIONS - RUN '
               'DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-SOCNCRD
           PERFORM 3100-READ-STORDIN
           PERFORM 4100-READ-WHSEIN.

      * A card with no source or no account could match far more
      * than it meant to - it is refused, not loaded.
       2000-LOAD-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           EVALUATE TRUE
               WHEN NOT SX-STANDING-ORDER AND NOT SX-WAREHOUSED
                   MOVE 'REJECTED - SOURCE MUST BE S OR W'
                       TO WS-REJECT-REASON
                   PERFORM 2200-REJECT-CARD
               WHEN SX-ACCT-NO = SPACES
                   MOVE 'REJECTED - NO ACCOUNT NUMBER'
                       TO WS-REJECT-REASON
                   PERFORM 2200-REJECT-CARD
               WHEN WS-CARD-COUNT >= 500
                   MOVE 'REJECTED - MORE THAN 500 CARDS'
                       TO WS-REJECT-REASON
                   PERFORM 2200-REJECT-CARD
               WHEN OTHER
                   ADD 1 TO WS-CARD-COUNT
                   MOVE SX-SOURCE      TO WS-CD-SOURCE(WS-CARD-COUNT)
                   MOVE SX-ACCT-NO     TO WS-CD-ACCT-NO(WS-CARD-COUNT)
                   MOVE SX-RULE-CODE
                       TO WS-CD-RULE-CODE(WS-CARD-COUNT)
                   MOVE SX-AMOUNT      TO WS-CD-AMOUNT(WS-CARD-COUNT)
                   MOVE SX-CREDIT-ACCT
                       TO WS-CD-CREDIT-ACCT(WS-CARD-COUNT)
                   MOVE SX-STORED-DATE
                       TO WS-CD-STORED-DATE(WS-CARD-COUNT)
                   MOVE SX-REASON      TO WS-CD-REASON(WS-CARD-COUNT)
                   MOVE ZERO           TO WS-CD-MATCHED(WS-CARD-COUNT)
           END-EVALUATE
           PERFORM 2100-READ-SOCNCRD.

       2100-READ-SOCNCRD.
           READ SOCNCRD-FILE
               AT END SET WS-SOCNCRD-EOF TO TRUE
           END-READ.

       2200-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE SPACES        TO WS-CANCEL-LINE
           MOVE 'CARD'        TO CNL-SOURCE
           MOVE SX-RULE-CODE  TO CNL-RULE-CODE
           MOVE SX-ACCT-NO    TO CNL-ACCT-NO
           MOVE SX-AMOUNT     TO CNL-AMOUNT
           MOVE SX-CREDIT-ACCT TO CNL-CREDIT-ACCT
           MOVE SX-STORED-DATE TO CNL-STORED-DATE
           MOVE WS-REJECT-REASON TO CNL-REASON
           MOVE WS-CANCEL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-CARRY-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE 'S'            TO WS-EK-SOURCE
           MOVE SO-ACCT-NO     TO WS-EK-ACCT-NO
           MOVE SO-RULE-CODE   TO WS-EK-RULE-CODE
           MOVE SO-AMOUNT      TO WS-EK-AMOUNT
           MOVE SO-DATA(1:10)  TO WS-EK-CREDIT-ACCT
           MOVE SPACES         TO WS-EK-STORED-DATE
           PERFORM 7000-FIND-CARD
           IF WS-CARD-FOUND-IDX > ZERO
               ADD 1 TO WS-ORDERS-CANCELLED
               MOVE 'STANDING ORDER' TO CNL-SOURCE
               PERFORM 7100-LIST-CANCELLED
           ELSE
               MOVE STANDING-ORDER-RECORD TO STORDOUT-RECORD
               WRITE STORDOUT-RECORD
           END-IF
           PERFORM 3100-READ-STORDIN.

       3100-READ-STORDIN.
           READ STORDIN-FILE
               AT END SET WS-STORDIN-EOF TO TRUE
           END-READ.

       4000-CARRY-ONE-ENTRY.
           ADD 1 TO WS-WHSE-READ
           MOVE WH-TRAN-IMAGE TO TRAN-RECORD
           MOVE 'W'             TO WS-EK-SOURCE
           MOVE TRAN-ACCT-NO    TO WS-EK-ACCT-NO
           MOVE TRAN-RULE-CODE  TO WS-EK-RULE-CODE
           MOVE TRAN-AMOUNT     TO WS-EK-AMOUNT
           MOVE TRAN-DATA(1:10) TO WS-EK-CREDIT-ACCT
           MOVE WH-STORED-DATE  TO WS-EK-STORED-DATE
           PERFORM 7000-FIND-CARD
           IF WS-CARD-FOUND-IDX > ZERO
               ADD 1 TO WS-WHSE-CANCELLED
               MOVE 'WAREHOUSED' TO CNL-SOURCE
               PERFORM 7100-LIST-CANCELLED
           ELSE
               MOVE WAREHOUSE-RECORD TO WHSEOUT-RECORD
               WRITE WHSEOUT-RECORD
           END-IF
           PERFORM 4100-READ-WHSEIN.

       4100-READ-WHSEIN.
           READ WHSEIN-FILE
               AT END SET WS-WHSEIN-EOF TO TRUE
           END-READ.

       5000-LIST-UNMATCHED.
           MOVE ZERO TO WS-CARD-IDX
           PERFORM 5100-CHECK-ONE-CARD
               UNTIL WS-CARD-IDX >= WS-CARD-COUNT.

       5100-CHECK-ONE-CARD.
           ADD 1 TO WS-CARD-IDX
           IF WS-CD-MATCHED(WS-CARD-IDX) = ZERO
               ADD 1 TO WS-CARDS-UNMATCHED
               MOVE SPACES TO WS-CANCEL-LINE
               MOVE 'CARD'                  TO CNL-SOURCE
               MOVE WS-CD-RULE-CODE(WS-CARD-IDX) TO CNL-RULE-CODE
               MOVE WS-CD-ACCT-NO(WS-CARD-IDX)   TO CNL-ACCT-NO
               MOVE WS-CD-AMOUNT(WS-CARD-IDX)    TO CNL-AMOUNT
               MOVE WS-CD-CREDIT-ACCT(WS-CARD-IDX)
                   TO CNL-CREDIT-ACCT
               MOVE WS-CD-STORED-DATE(WS-CARD-IDX)
                   TO CNL-STORED-DATE
               MOVE 'NOT FOUND - NOTHING CANCELLED' TO CNL-REASON
               MOVE WS-CANCEL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CANCEL CARDS READ' TO TLN-TEXT
           MOVE WS-CARDS-READ TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'CANCEL CARDS REJECTED' TO TLN-TEXT
           MOVE WS-CARDS-REJECTED TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'CANCEL CARDS MATCHING NOTHING' TO TLN-TEXT
           MOVE WS-CARDS-UNMATCHED TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'STANDING ORDERS READ' TO TLN-TEXT
           MOVE WS-ORDERS-READ TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'STANDING ORDERS CANCELLED' TO TLN-TEXT
           MOVE WS-ORDERS-CANCELLED TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'WAREHOUSED ENTRIES READ' TO TLN-TEXT
           MOVE WS-WHSE-READ TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'WAREHOUSED ENTRIES CANCELLED' TO TLN-TEXT
           MOVE WS-WHSE-CANCELLED TO TLN-COUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           CLOSE SOCNCRD-FILE STORDIN-FILE STORDOUT-FILE
                 WHSEIN-FILE WHSEOUT-FILE REPORT-FILE
           DISPLAY 'STORDCNL - Cards read          ' WS-CARDS-READ
           DISPLAY 'STORDCNL - Orders cancelled    '
               WS-ORDERS-CANCELLED
           DISPLAY 'STORDCNL - Warehoused cancelled '
               WS-WHSE-CANCELLED
           IF WS-CARDS-REJECTED > ZERO OR WS-CARDS-UNMATCHED > ZERO
               DISPLAY 'STORDCNL - Cards rejected or matching '
                   'nothing - see CNCLRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'STORDCNL - Ended'.

       6100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * The first card naming the entry in hand. A standing-order
      * card's stored date is blank, so the order's blank matches.
       7000-FIND-CARD.
           MOVE ZERO TO WS-CARD-FOUND-IDX
           MOVE ZERO TO WS-CARD-IDX
           PERFORM 7010-CHECK-ONE-CARD
               UNTIL WS-CARD-FOUND-IDX > ZERO
                  OR WS-CARD-IDX >= WS-CARD-COUNT
           IF WS-CARD-FOUND-IDX > ZERO
               ADD 1 TO WS-CD-MATCHED(WS-CARD-FOUND-IDX)
           END-IF.

       7010-CHECK-ONE-CARD.
           ADD 1 TO WS-CARD-IDX
           IF WS-CD-SOURCE(WS-CARD-IDX)       = WS-EK-SOURCE
                   AND WS-CD-ACCT-NO(WS-CARD-IDX)     = WS-EK-ACCT-NO
                   AND WS-CD-RULE-CODE(WS-CARD-IDX)   =
                       WS-EK-RULE-CODE
                   AND WS-CD-AMOUNT(WS-CARD-IDX)      = WS-EK-AMOUNT
                   AND WS-CD-CREDIT-ACCT(WS-CARD-IDX) =
                       WS-EK-CREDIT-ACCT
                   AND WS-CD-STORED-DATE(WS-CARD-IDX) =
                       WS-EK-STORED-DATE
               MOVE WS-CARD-IDX TO WS-CARD-FOUND-IDX
           END-IF.

      * CNL-SOURCE is set by the caller.
       7100-LIST-CANCELLED.
           MOVE WS-EK-RULE-CODE   TO CNL-RULE-CODE
           MOVE WS-EK-ACCT-NO     TO CNL-ACCT-NO
           MOVE WS-EK-AMOUNT      TO CNL-AMOUNT
           MOVE WS-EK-CREDIT-ACCT TO CNL-CREDIT-ACCT
           MOVE WS-EK-STORED-DATE TO CNL-STORED-DATE
           MOVE SPACES TO CNL-REASON
           STRING 'CANCELLED - ' WS-CD-REASON(WS-CARD-FOUND-IDX)
               DELIMITED BY SIZE INTO CNL-REASON
           MOVE WS-CANCEL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
