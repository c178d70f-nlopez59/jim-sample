       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRLOOK.
      * Exchange-rate lookup subprogram, reached by dynamic CALL from
      * every program that restates a foreign amount in the base
      * currency - ACCTSNAP, FEEDDIST, GLEXTR and the month-end
      * FXREVAL - so they all convert the same amount at the same
      * rate. The first call loads the whole FXRATE table into
      * storage (it lasts for the run unit); each call then answers
      * the rate in force for a currency on a date: the entry with
      * the highest effective date on or before it.
      *
      * There is no default rate. The base currency (spaces) is one
      * by definition; any other currency with no entry on or before
      * the date answers FXL-NO-RATE and a zero rate, and the caller
      * fails the step. A table that cannot be opened, or has more
      * entries than storage holds, answers FXL-TABLE-FAILED on
      * every call.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE-FILE   ASSIGN TO FXRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FX-KEY
                  FILE STATUS IS WS-FXRATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FXRATE-FILE.
           COPY FXRREC.

       WORKING-STORAGE SECTION.
       01  WS-FXRATE-STATUS            PIC X(02)  VALUE SPACES.
           88  WS-FXRATE-OPEN-OK               VALUE '00' '05' '97'.

       01  WS-SWITCHES.
           05  WS-LOAD-STATE-SW        PIC X(01)  VALUE 'N'.
               88  WS-TABLE-NOT-LOADED         VALUE 'N'.
               88  WS-TABLE-LOADED             VALUE 'Y'.
               88  WS-TABLE-UNUSABLE           VALUE 'F'.
           05  WS-FXRATE-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-FXRATE-EOF               VALUE 'Y'.

      * Every rate on file, in key order - currency, then effective
      * date ascending - so one currency's rates sit together and
      * the latest on or before a date is found walking back from
      * the end of its run.
       01  WS-RATE-MAX                 PIC 9(05) COMP  VALUE 20000.
       01  WS-RATE-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-RATE-IDX                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20000 TIMES.
               10  WS-RT-CURRENCY      PIC X(03).
               10  WS-RT-EFF-DATE      PIC 9(08).
               10  WS-RT-RATE          PIC S9(05)V9(6) COMP-3.

      * Where each currency's run of rates starts and ends.
       01  WS-CCY-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-CCY-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CCY-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 100 TIMES.
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-FIRST        PIC 9(05) COMP.
               10  WS-CCY-LAST         PIC 9(05) COMP.

       LINKAGE SECTION.
       COPY FXRLINK.

       PROCEDURE DIVISION USING FX-LOOKUP-AREA.

       0000-MAINLINE.
           IF WS-TABLE-NOT-LOADED
               PERFORM 1000-LOAD-TABLE
           END-IF
           MOVE ZERO TO FXL-RATE-TO-BASE
           MOVE ZERO TO FXL-RATE-DATE
           EVALUATE TRUE
               WHEN WS-TABLE-UNUSABLE
                   SET FXL-TABLE-FAILED TO TRUE
               WHEN FXL-CURRENCY-CD = SPACES
                   MOVE 1 TO FXL-RATE-TO-BASE
                   MOVE FXL-AS-OF-DATE TO FXL-RATE-DATE
                   SET FXL-RATE-FOUND TO TRUE
               WHEN OTHER
                   PERFORM 2000-FIND-RATE
           END-EVALUATE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       1000-LOAD-TABLE.
           SET WS-TABLE-LOADED TO TRUE
           OPEN INPUT FXRATE-FILE
           IF NOT WS-FXRATE-OPEN-OK
               DISPLAY 'FXRLOOK - FXRATE open failed, status '
                   WS-FXRATE-STATUS ' - no amount can be converted'
               SET WS-TABLE-UNUSABLE TO TRUE
           ELSE
               PERFORM 1100-LOAD-ONE-RATE
                   UNTIL WS-FXRATE-EOF OR WS-TABLE-UNUSABLE
               CLOSE FXRATE-FILE
               DISPLAY 'FXRLOOK - Exchange rates loaded '
                   WS-RATE-COUNT ' for ' WS-CCY-COUNT ' currencies'
           END-IF.

      * The seed record a freshly defined cluster carries (currency
      * ZZZ, non-numeric date) is passed over.
       1100-LOAD-ONE-RATE.
           READ FXRATE-FILE
               AT END
                   SET WS-FXRATE-EOF TO TRUE
               NOT AT END
                   IF FX-EFF-DATE IS NUMERIC
                       PERFORM 1200-STORE-RATE
                   END-IF
           END-READ.

       1200-STORE-RATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY 'FXRLOOK - FXRATE holds more than '
                   WS-RATE-MAX ' rates - purge old entries'
               SET WS-TABLE-UNUSABLE TO TRUE
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE FX-CURRENCY-CD  TO WS-RT-CURRENCY(WS-RATE-COUNT)
               MOVE FX-EFF-DATE     TO WS-RT-EFF-DATE(WS-RATE-COUNT)
               MOVE FX-RATE-TO-BASE TO WS-RT-RATE(WS-RATE-COUNT)
               IF WS-CCY-COUNT > ZERO
                       AND WS-CCY-CODE(WS-CCY-COUNT) = FX-CURRENCY-CD
                   MOVE WS-RATE-COUNT TO WS-CCY-LAST(WS-CCY-COUNT)
               ELSE
                   PERFORM 1300-START-CURRENCY
               END-IF
           END-IF.

       1300-START-CURRENCY.
           IF WS-CCY-COUNT >= 100
               DISPLAY 'FXRLOOK - More than 100 currencies on FXRATE'
               SET WS-TABLE-UNUSABLE TO TRUE
           ELSE
               ADD 1 TO WS-CCY-COUNT
               MOVE FX-CURRENCY-CD TO WS-CCY-CODE(WS-CCY-COUNT)
               MOVE WS-RATE-COUNT  TO WS-CCY-FIRST(WS-CCY-COUNT)
               MOVE WS-RATE-COUNT  TO WS-CCY-LAST(WS-CCY-COUNT)
           END-IF.

       2000-FIND-RATE.
           SET FXL-NO-RATE TO TRUE
           MOVE ZERO TO WS-CCY-FOUND-IDX
           MOVE ZERO TO WS-CCY-IDX
           PERFORM 2100-CHECK-ONE-CURRENCY
               UNTIL WS-CCY-FOUND-IDX > ZERO
                  OR WS-CCY-IDX >= WS-CCY-COUNT
           IF WS-CCY-FOUND-IDX > ZERO
               MOVE WS-CCY-LAST(WS-CCY-FOUND-IDX) TO WS-RATE-IDX
               PERFORM 2200-TRY-ONE-RATE
                   UNTIL FXL-RATE-FOUND
                      OR WS-RATE-IDX < WS-CCY-FIRST(WS-CCY-FOUND-IDX)
           END-IF.

       2100-CHECK-ONE-CURRENCY.
           ADD 1 TO WS-CCY-IDX
           IF WS-CCY-CODE(WS-CCY-IDX) = FXL-CURRENCY-CD
               MOVE WS-CCY-IDX TO WS-CCY-FOUND-IDX
           END-IF.

       2200-TRY-ONE-RATE.
           IF WS-RT-EFF-DATE(WS-RATE-IDX) <= FXL-AS-OF-DATE
               MOVE WS-RT-RATE(WS-RATE-IDX)     TO FXL-RATE-TO-BASE
               MOVE WS-RT-EFF-DATE(WS-RATE-IDX) TO FXL-RATE-DATE
               SET FXL-RATE-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-RATE-IDX
           END-IF.
