       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRMNT.
      * Exchange-rate table maintenance. Reads Treasury's rate deck -
      * add/delete cards, normally one add per currency for the
      * business day the rates were published - and applies the
      * accepted ones against the FXRATE table, one entry per
      * currency and effective date. Every day's rate stays on file,
      * so a posting or a month-end can always be restated at the
      * rate of its own date. Adds for a key already on file are
      * applied as replacements - re-loading a corrected card must
      * not require a delete first. Every card, accepted or
      * rejected, is listed on the maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRCRD-FILE   ASSIGN TO FXRCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATE-FILE   ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FX-KEY
                  FILE STATUS IS WS-FXRATE-STATUS.
           SELECT REPORT-FILE   ASSIGN TO FXRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FXRCRD-FILE.
           COPY FXRCRD.
       FD  FXRATE-FILE.
           COPY FXRREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded-
      * cluster case the one-time define-and-seed cutover exists
      * for.
       01  WS-FXRATE-STATUS            PIC X(02)  VALUE SPACES.
           88  WS-FXRATE-OPEN-OK               VALUE '00' '05' '97'.
           88  WS-FXRATE-UNLOADED              VALUE '35'.

       01  WS-SWITCHES.
           05  WS-FXRCRD-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-FXRCRD-EOF               VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.

       01  WS-REASON-HOLD              PIC X(40)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RATE                PIC X(11).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-FXRCRD-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'FXRMNT - Started. Maintaining FXRATE.'
           OPEN INPUT  FXRCRD-FILE
           OPEN I-O    FXRATE-FILE
           IF NOT WS-FXRATE-OPEN-OK
               IF WS-FXRATE-UNLOADED
                   DISPLAY 'FXRMNT - FXRATE has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'FXRMNT - FXRATE open failed, '
                       'status ' WS-FXRATE-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'EXCHANGE RATE TABLE MAINTENANCE - RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-FXRCRD.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2600-LIST-CARD
           ELSE
               IF FXC-ADD
                   PERFORM 2300-APPLY-ADD
               ELSE
                   PERFORM 2400-APPLY-DELETE
               END-IF
           END-IF
           PERFORM 2100-READ-FXRCRD.

       2100-READ-FXRCRD.
           READ FXRCRD-FILE
               AT END SET WS-FXRCRD-EOF TO TRUE
           END-READ.

      * Edit rules, checked in order - first failure wins. The base
      * currency is never loaded: it converts at one by definition,
      * and a card for it could only be a keying error. A rate of
      * zero would turn every balance in the currency into nothing.
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND FXC-TRAN-CODE NOT = 'A' AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND FXC-CURRENCY-CD = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'BASE CURRENCY IS NOT RATED'
                   TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND FXC-EFF-DATE NOT NUMERIC
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND FXC-ADD
               IF FXC-RATE-TO-BASE NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'RATE FIELD NOT NUMERIC' TO WS-REASON-HOLD
               ELSE
                   IF FXC-RATE-TO-BASE-NUM NOT > ZERO
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'RATE MUST BE GREATER THAN ZERO'
                           TO WS-REASON-HOLD
                   END-IF
               END-IF
           END-IF.

      * An add for a key already on file replaces the entry - the
      * WRITE's duplicate-key exit retries as a REWRITE.
       2300-APPLY-ADD.
           MOVE FXC-CURRENCY-CD      TO FX-CURRENCY-CD
           MOVE FXC-EFF-DATE-NUM     TO FX-EFF-DATE
           MOVE FXC-RATE-TO-BASE-NUM TO FX-RATE-TO-BASE
           MOVE FXC-KEYED-BY         TO FX-KEYED-BY
           WRITE FX-RATE-RECORD
               INVALID KEY
                   PERFORM 2350-APPLY-REPLACE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'ADDED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-WRITE.

       2350-APPLY-REPLACE.
           REWRITE FX-RATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - REWRITE ERROR'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'REPLACED EXISTING ENTRY' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-REWRITE.

       2400-APPLY-DELETE.
           MOVE FXC-CURRENCY-CD  TO FX-CURRENCY-CD
           MOVE FXC-EFF-DATE-NUM TO FX-EFF-DATE
           DELETE FXRATE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE FAILED - ENTRY NOT FOUND'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'DELETED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-DELETE.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FXC-TRAN-CODE    TO DTL-TRAN-CODE
           MOVE FXC-CURRENCY-CD  TO DTL-CURRENCY
           MOVE FXC-EFF-DATE     TO DTL-EFF-DATE
           MOVE FXC-RATE-TO-BASE TO DTL-RATE
           MOVE WS-REASON-HOLD   TO DTL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-TERMINATE.
           CLOSE FXRCRD-FILE FXRATE-FILE REPORT-FILE
           DISPLAY 'FXRMNT - Cards read ' WS-READ-COUNT
           DISPLAY 'FXRMNT - Accepted   ' WS-ACCEPT-COUNT
           DISPLAY 'FXRMNT - Rejected   ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'FXRMNT - Ended'.
