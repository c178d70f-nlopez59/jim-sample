      * dispositions, not failures), and failed (RETURN-CODE 12 or
      * anything else unexpected) call counts, matching DATBATCH's own
      * declined-versus-failed categorization - plus a listing of every
      * NON-SUPPORTED-RULE occurrence with its original input. A
      * monetary decline whose response names a debit limit is its
      * own LIMIT category, counted apart from the other declines, so
      * a limit decline is never mistaken for an overdraft.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  WS-RULE-CALLS       PIC 9(07) COMP  VALUE ZERO.
               10  WS-RULE-SUCCESS     PIC 9(07) COMP  VALUE ZERO.
               10  WS-RULE-DECLINED    PIC 9(07) COMP  VALUE ZERO.
               10  WS-RULE-LIMIT       PIC 9(07) COMP  VALUE ZERO.
               10  WS-RULE-FAILED      PIC 9(07) COMP  VALUE ZERO.
       01  WS-RULE-COUNT               PIC 9(03) COMP  VALUE ZERO.
       01  WS-LOOKUP-IDX               PIC 9(03) COMP  VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(03) COMP  VALUE ZERO.
       01  WS-LIMIT-TALLY              PIC 9(03) COMP  VALUE ZERO.

      * Every NON-SUPPORTED-RULE occurrence, kept in arrival order for
      * the listing section of the report.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  DTL-DECLINED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  DTL-LIMIT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  DTL-FAILED              PIC ZZZZZZ9.

       01  WS-NONSUP-LINE.
               WHEN 4
                   ADD 1 TO WS-RULE-DECLINED(WS-FOUND-IDX)
               WHEN 8
                   MOVE ZERO TO WS-LIMIT-TALLY
                   INSPECT AUDIT-RESP-OUT TALLYING WS-LIMIT-TALLY
                       FOR ALL ' DEBIT LIMIT '
                   IF WS-LIMIT-TALLY > ZERO
                       ADD 1 TO WS-RULE-LIMIT(WS-FOUND-IDX)
                   ELSE
                       ADD 1 TO WS-RULE-DECLINED(WS-FOUND-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RULE-FAILED(WS-FOUND-IDX)
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  RULE       CALLS   SUCCESS  DECLINED'
               '     LIMIT   FAILED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-PRINT-IDX
           MOVE WS-RULE-CALLS(WS-PRINT-IDX)    TO DTL-CALLS
           MOVE WS-RULE-SUCCESS(WS-PRINT-IDX)  TO DTL-SUCCESS
           MOVE WS-RULE-DECLINED(WS-PRINT-IDX) TO DTL-DECLINED
           MOVE WS-RULE-LIMIT(WS-PRINT-IDX)    TO DTL-LIMIT
           MOVE WS-RULE-FAILED(WS-PRINT-IDX)   TO DTL-FAILED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
