       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTHIST.
      * Consolidated account history inquiry. A single account's story
      * is spread across four files - the DATSUB audit trail (rule
      * decisions), the ACCTMAINT change log (who changed the master
      * and whether it was accepted), the ACCTEXT extract feed (the
      * status/balance published per call), and the DSPTMNT case log
      * (posting disputes opened, credited and resolved). This
      * program takes one inquiry card (account number, optional
      * date range - the same card layout AUDINQ reads) and merges
      * all four sources into one time-ordered listing, so a
      * disputed status can be walked through in sequence instead of
      * eyeballing four files side by side. Rule decisions that
      * landed between a rejected maintenance change and a later
      * accepted one are flagged - a decision made off a master that
      * was known to be wrong at the time is exactly what a dispute
      * review needs to see first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE  ASSIGN TO ACCTEXT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPTLOG-FILE  ASSIGN TO DSPTLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO HISTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY ACCTMLOG.
       FD  EXTRACT-FILE.
           COPY ACCTEXT.
       FD  DSPTLOG-FILE.
           COPY DSPTLOG.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

               88  WS-MLOG-EOF                 VALUE 'Y'.
           05  WS-EXTRACT-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-EXTRACT-EOF              VALUE 'Y'.
           05  WS-DSPTLOG-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-DSPTLOG-EOF              VALUE 'Y'.
           05  WS-MERGE-DONE-SW        PIC X(01)  VALUE 'N'.
               88  WS-MERGE-DONE               VALUE 'Y'.

           05  WS-INQ-DATE-FROM        PIC 9(08)  VALUE ZERO.
           05  WS-INQ-DATE-TO          PIC 9(08)  VALUE ZERO.

      * The four sources, loaded and filtered by account (and date
      * range) up front. Each entry keeps its timestamp for the merge
      * and a formatted detail line for the listing.
       01  WS-DECISION-TABLE.
               10  WS-PUB-DETAIL       PIC X(90).
       01  WS-PUB-COUNT                PIC 9(04) COMP  VALUE ZERO.

       01  WS-CASE-TABLE.
           05  WS-CSE-ENTRY OCCURS 500 TIMES.
               10  WS-CSE-TIMESTAMP    PIC X(26).
               10  WS-CSE-DETAIL       PIC X(90).
       01  WS-CSE-COUNT                PIC 9(04) COMP  VALUE ZERO.

      * Merge cursors - one per source table - and the candidate pick
      * for each output line.
       01  WS-MERGE-CURSORS.
           05  WS-DEC-IDX              PIC 9(04) COMP  VALUE 1.
           05  WS-MNT-IDX              PIC 9(04) COMP  VALUE 1.
           05  WS-PUB-IDX              PIC 9(04) COMP  VALUE 1.
           05  WS-CSE-IDX              PIC 9(04) COMP  VALUE 1.
           05  WS-PICK-TIMESTAMP       PIC X(26).
           05  WS-PICK-SOURCE          PIC X(01).

       01  WS-RECORD-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(04) COMP  VALUE ZERO.
       01  WS-BALANCE-ED               PIC -(9)9.99.
       01  WS-CASE-AMOUNT-ED           PIC -(9)9.99.
       01  WS-RC-ED                    PIC -999.

       01  WS-HEADING-LINE             PIC X(132).
               UNTIL WS-MLOG-EOF
           PERFORM 2400-LOAD-PUBLISHED
               UNTIL WS-EXTRACT-EOF
           PERFORM 2700-LOAD-CASE-EVENTS
               UNTIL WS-DSPTLOG-EOF
           PERFORM 2600-FLAG-SUSPECT-DECISIONS
           PERFORM 3000-MERGE-AND-PRINT
               UNTIL WS-MERGE-DONE
           OPEN INPUT  AUDIT-FILE
           OPEN INPUT  ACCTMLOG-FILE
           OPEN INPUT  EXTRACT-FILE
           OPEN INPUT  DSPTLOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ACCOUNT HISTORY - ' WS-INQ-ACCT-NO
           WRITE REPORT-LINE
           PERFORM 2100-READ-AUDIT
           PERFORM 2300-READ-MLOG
           PERFORM 2500-READ-EXTRACT
           PERFORM 2800-READ-DSPTLOG.

      * The archive generations wrap their audit records in HDR/TRL
      * envelope records (see AUDHIST.cpy) - those are bookkeeping,
               AT END SET WS-EXTRACT-EOF TO TRUE
           END-READ.

      * Case events are shown, not weighed in the sequence check - a
      * dispute changes no master field, so it cannot make a
      * decision suspect.
       2700-LOAD-CASE-EVENTS.
           MOVE DSL-TIMESTAMP(1:8) TO WS-RECORD-DATE
           IF DSL-ACCT-NO = WS-INQ-ACCT-NO
                   AND WS-RECORD-DATE >= WS-INQ-DATE-FROM
                   AND WS-RECORD-DATE <= WS-INQ-DATE-TO
               IF WS-CSE-COUNT < 500
                   ADD 1 TO WS-CSE-COUNT
                   MOVE DSL-TIMESTAMP
                       TO WS-CSE-TIMESTAMP(WS-CSE-COUNT)
                   MOVE SPACES TO WS-CSE-DETAIL(WS-CSE-COUNT)
                   MOVE DSL-AMOUNT TO WS-CASE-AMOUNT-ED
                   STRING 'CASE ' DSL-CASE-NO ' ' DSL-EVENT
                       ' ' WS-CASE-AMOUNT-ED ' ' DSL-TEXT
                       DELIMITED BY SIZE
                       INTO WS-CSE-DETAIL(WS-CSE-COUNT)
               ELSE
                   DISPLAY 'ACCTHIST - Case table full - entry '
                       'dropped'
               END-IF
           END-IF
           PERFORM 2800-READ-DSPTLOG.

       2800-READ-DSPTLOG.
           READ DSPTLOG-FILE
               AT END SET WS-DSPTLOG-EOF TO TRUE
           END-READ.

      * The sequence check: a rule decision timestamped after a
      * rejected maintenance change but before a later accepted one
      * was made while the master was known to be wrong - flag it.
               MOVE 'Y' TO WS-SEEN-ACCEPT-SW
           END-IF.

      * Four-way merge on timestamp. Each source file is written in
      * time order, so the tables are already sorted and the merge is
      * a matter of always taking the earliest remaining head.
       3000-MERGE-AND-PRINT.
                   TO WS-PICK-TIMESTAMP
               MOVE 'P' TO WS-PICK-SOURCE
           END-IF
           IF WS-CSE-IDX <= WS-CSE-COUNT
                   AND WS-CSE-TIMESTAMP(WS-CSE-IDX) <
                       WS-PICK-TIMESTAMP
               MOVE WS-CSE-TIMESTAMP(WS-CSE-IDX)
                   TO WS-PICK-TIMESTAMP
               MOVE 'C' TO WS-PICK-SOURCE
           END-IF
           EVALUATE WS-PICK-SOURCE
               WHEN 'D'  PERFORM 3100-PRINT-DECISION
               WHEN 'M'  PERFORM 3200-PRINT-MAINT
               WHEN 'P'  PERFORM 3300-PRINT-PUBLISHED
               WHEN 'C'  PERFORM 3400-PRINT-CASE-EVENT
               WHEN OTHER SET WS-MERGE-DONE TO TRUE
           END-EVALUATE.

           WRITE REPORT-LINE
           ADD 1 TO WS-PUB-IDX.

       3400-PRINT-CASE-EVENT.
           MOVE SPACES TO WS-HISTORY-LINE
           MOVE WS-CSE-TIMESTAMP(WS-CSE-IDX) TO HLN-TIMESTAMP
           MOVE 'CASE'                       TO HLN-SOURCE
           MOVE WS-CSE-DETAIL(WS-CSE-IDX)    TO HLN-DETAIL
           MOVE WS-HISTORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-CSE-IDX.

       4000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE AUDIT-FILE ACCTMLOG-FILE EXTRACT-FILE DSPTLOG-FILE
                 REPORT-FILE
           DISPLAY 'ACCTHIST - Decisions listed  ' WS-DEC-COUNT
           DISPLAY 'ACCTHIST - Maint changes     ' WS-MNT-COUNT
           DISPLAY 'ACCTHIST - Published results ' WS-PUB-COUNT
           DISPLAY 'ACCTHIST - Case events       ' WS-CSE-COUNT
           DISPLAY 'ACCTHIST - Flagged decisions ' WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
