       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARLCMP.
      * Rule-release parallel-run comparison. PARLRUN replays a saved
      * night's pass file through a candidate build of the rule
      * engine, against a copy of the files as they stood before that
      * night's posting step; this program sets the audit trail the
      * replay wrote beside the production AUDHIST generation for the
      * same night and reports every transaction whose return code or
      * response changed - grouped by rule code and by the kind of
      * change - with counts for every rule. A release is signed off
      * when the differences listed are exactly the ones it was meant
      * to make.
      *
      * Both files arrive sorted by rule code and account number with
      * arrival order kept inside a key (SORT with EQUALS), so the
      * n-th call for an account under a rule on one side pairs with
      * the n-th on the other - whether the night ran as one step or
      * as parallel company steps. Only the DATBATCH calls are
      * compared; the production file's archive header must be for
      * the replayed night (or the morning after - the archive is cut
      * after midnight on a late night).
      *
      * A RULE-1 business-day response ends with the clock time of
      * the call, which can never agree between two runs; that stamp
      * is left out of the comparison.
      *
      * PARM is the replayed night's run date (YYYYMMDD).
      * RC 0 - no differences; RC 4 - differences listed for review;
      * RC 16 - no run date, the wrong night's archive, or no audit
      * trail from the parallel run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODAUD-FILE  ASSIGN TO PRODAUD
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARLAUD-FILE  ASSIGN TO PARLAUD
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO PARLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODAUD-FILE.
           COPY AUDHIST.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD==      BY ==PROD-AUDIT-RECORD==
                         ==AUDIT-TIMESTAMP==   BY ==PRA-TIMESTAMP==
                         ==AUDIT-RULE-IN==     BY ==PRA-RULE-IN==
                         ==AUDIT-ACCT-NO==     BY ==PRA-ACCT-NO==
                         ==AUDIT-RESP-OUT==    BY ==PRA-RESP-OUT==
                         ==AUDIT-RETURN-CODE== BY ==PRA-RETURN-CODE==
                         ==AUDIT-CALLER-ID==   BY ==PRA-CALLER-ID==.
       FD  PARLAUD-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD==      BY ==PARL-AUDIT-RECORD==
                         ==AUDIT-TIMESTAMP==   BY ==PLA-TIMESTAMP==
                         ==AUDIT-RULE-IN==     BY ==PLA-RULE-IN==
                         ==AUDIT-ACCT-NO==     BY ==PLA-ACCT-NO==
                         ==AUDIT-RESP-OUT==    BY ==PLA-RESP-OUT==
                         ==AUDIT-RETURN-CODE== BY ==PLA-RETURN-CODE==
                         ==AUDIT-CALLER-ID==   BY ==PLA-CALLER-ID==.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PROD-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-PROD-EOF                 VALUE 'Y'.
           05  WS-PARL-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-PARL-EOF                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-NEXT-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-ARCHIVE-DATE             PIC 9(08)  VALUE ZERO.

      * The record in hand on each side - rule code and account
      * number as the match key, HIGH-VALUES once the side is spent.
       01  WS-PROD-HOLD.
           05  WS-PROD-KEY.
               10  WS-PROD-RULE        PIC X(01).
               10  WS-PROD-ACCT        PIC X(10).
           05  WS-PROD-RC              PIC S9(04)  VALUE ZERO.
           05  WS-PROD-RESP            PIC X(80)   VALUE SPACES.
       01  WS-PARL-HOLD.
           05  WS-PARL-KEY.
               10  WS-PARL-RULE        PIC X(01).
               10  WS-PARL-ACCT        PIC X(10).
           05  WS-PARL-RC              PIC S9(04)  VALUE ZERO.
           05  WS-PARL-RESP            PIC X(80)   VALUE SPACES.

      * The responses as compared - a RULE-1 clock stamp blanked.
       01  WS-COMPARE-AREA.
           05  WS-CMP-PROD-RESP        PIC X(80)  VALUE SPACES.
           05  WS-CMP-PARL-RESP        PIC X(80)  VALUE SPACES.
           05  WS-CMP-TALLY            PIC 9(03) COMP  VALUE ZERO.

      * The rule group being gathered, and the change found for the
      * pair or single record in hand.
       01  WS-GROUP-RULE               PIC X(01)  VALUE LOW-VALUES.
       01  WS-NEXT-RULE                PIC X(01)  VALUE SPACES.
       01  WS-CHANGE-TYPE              PIC 9(01)  VALUE ZERO.
           88  WS-NO-CHANGE                    VALUE 0.
           88  WS-NOW-DECLINED                 VALUE 1.
           88  WS-NOW-ACCEPTED                 VALUE 2.
           88  WS-RC-CHANGED                   VALUE 3.
           88  WS-RESP-CHANGED                 VALUE 4.
           88  WS-MISSING-IN-PARL              VALUE 5.
           88  WS-EXTRA-IN-PARL                VALUE 6.

       01  WS-CHANGE-NAMES.
           05  FILLER PIC X(30) VALUE 'NOW DECLINED'.
           05  FILLER PIC X(30) VALUE 'NOW ACCEPTED'.
           05  FILLER PIC X(30) VALUE 'DECLINE RC CHANGED'.
           05  FILLER PIC X(30) VALUE 'RESPONSE CHANGED, SAME RC'.
           05  FILLER PIC X(30) VALUE 'NOT CALLED IN PARALLEL RUN'.
           05  FILLER PIC X(30) VALUE 'ONLY CALLED IN PARALLEL RUN'.
       01  WS-CHANGE-NAME-TABLE REDEFINES WS-CHANGE-NAMES.
           05  WS-CHANGE-NAME          PIC X(30) OCCURS 6 TIMES.

      * Counts per rule - rules 1 to 6, and row 7 for any other code
      * (unsupported codes are audited too).
       01  WS-RULE-SUB                 PIC 9(01) COMP  VALUE ZERO.
       01  WS-TYPE-SUB                 PIC 9(01) COMP  VALUE ZERO.
       01  WS-RULE-STATS.
           05  WS-RULE-STAT OCCURS 7 TIMES.
               10  WS-RS-PROD          PIC 9(07) COMP.
               10  WS-RS-PARL          PIC 9(07) COMP.
               10  WS-RS-SAME          PIC 9(07) COMP.
               10  WS-RS-CHANGE        PIC 9(07) COMP OCCURS 6 TIMES.
       01  WS-TOTALS.
           05  WS-TOT-PROD             PIC 9(07) COMP  VALUE ZERO.
           05  WS-TOT-PARL             PIC 9(07) COMP  VALUE ZERO.
           05  WS-TOT-SAME             PIC 9(07) COMP  VALUE ZERO.
           05  WS-TOT-CHANGE           PIC 9(07) COMP OCCURS 6 TIMES.
           05  WS-TOT-DIFFERENCES      PIC 9(07) COMP  VALUE ZERO.
           05  WS-PROD-SKIPPED         PIC 9(07) COMP  VALUE ZERO.
           05  WS-PARL-SKIPPED         PIC 9(07) COMP  VALUE ZERO.

      * One rule group's differences, held so they can be printed by
      * kind of change at the rule break. The counts are kept whole
      * past the table's end; only the listing stops.
       01  WS-DIFF-MAX                 PIC 9(04) COMP  VALUE 2000.
       01  WS-DIFF-COUNT               PIC 9(04) COMP  VALUE ZERO.
       01  WS-DIFF-SUB                 PIC 9(04) COMP  VALUE ZERO.
       01  WS-DIFF-UNLISTED            PIC 9(07) COMP  VALUE ZERO.
       01  WS-DIFF-TABLE.
           05  WS-DIFF-ENTRY OCCURS 2000 TIMES.
               10  WS-DF-TYPE          PIC 9(01).
               10  WS-DF-ACCT          PIC X(10).
               10  WS-DF-PROD-RC       PIC S9(04).
               10  WS-DF-PARL-RC       PIC S9(04).
               10  WS-DF-PROD-RESP     PIC X(80).
               10  WS-DF-PARL-RESP     PIC X(80).
       01  WS-TYPE-LISTED              PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-GROUP-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE 'RULE '.
           05  GRP-RULE                PIC X(01).
           05  FILLER                  PIC X(03)  VALUE ' - '.
           05  GRP-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  GRP-COUNT               PIC Z(6)9.

       01  WS-DIFF-LINE.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  DFL-ACCT                PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DFL-SIDE                PIC X(09).
           05  FILLER                  PIC X(03)  VALUE 'RC '.
           05  DFL-RC                  PIC -(3)9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DFL-RESP                PIC X(80).

       01  WS-STAT-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  STL-RULE                PIC X(05).
           05  STL-PROD                PIC Z(6)9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  STL-PARL                PIC Z(6)9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  STL-SAME                PIC Z(6)9.
           05  STL-CHANGE-GROUP OCCURS 6 TIMES.
               10  FILLER              PIC X(01).
               10  STL-CHANGE          PIC Z(6)9.

       01  WS-DISPLAY-COUNT            PIC Z(6)9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-RUN-DATE        PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE
               UNTIL WS-PROD-EOF AND WS-PARL-EOF
           PERFORM 3000-PRINT-RULE-GROUP
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'PARLCMP - Started. Parallel-run comparison.'
           IF LK-PARM-LEN < 8 OR LK-PARM-RUN-DATE NOT NUMERIC
               DISPLAY 'PARLCMP - PARM must be the replayed night''s '
                   'run date, YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           INITIALIZE WS-RULE-STATS
           OPEN INPUT  PRODAUD-FILE
           OPEN INPUT  PARLAUD-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-CHECK-ARCHIVE-HEADER
           PERFORM 2100-READ-PROD
           PERFORM 2200-READ-PARL
           IF WS-PARL-EOF
               DISPLAY 'PARLCMP - The parallel run wrote no audit '
                   'records - nothing to compare'
               PERFORM 9100-ABANDON
           END-IF
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'RULE-RELEASE PARALLEL RUN - DIFFERENCES FROM '
               'PRODUCTION FOR THE NIGHT OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * The header sorts ahead of every audit record (its rule and
      * account positions are blank). Comparing against another
      * night would list every transaction as a difference.
       1100-CHECK-ARCHIVE-HEADER.
           READ PRODAUD-FILE
               AT END
                   SET WS-PROD-EOF TO TRUE
           END-READ
           IF WS-PROD-EOF OR NOT AH-HEADER
               DISPLAY 'PARLCMP - PRODAUD is not an AUDHIST archive '
                   'generation - no header record'
               PERFORM 9100-ABANDON
           END-IF
           MOVE AH-ARCHIVE-DATE TO WS-ARCHIVE-DATE
           IF WS-ARCHIVE-DATE NOT = WS-RUN-DATE
                   AND WS-ARCHIVE-DATE NOT = WS-NEXT-DATE
               DISPLAY 'PARLCMP - AUDHIST generation archived '
                   WS-ARCHIVE-DATE ' is not the night of '
                   WS-RUN-DATE ' - check the generation number'
               PERFORM 9100-ABANDON
           END-IF.

      * The lower key goes next; a change of rule code between it and
      * the group being gathered prints the group first.
       2000-MATCH-ONE.
           IF WS-PROD-KEY <= WS-PARL-KEY
               MOVE WS-PROD-RULE TO WS-NEXT-RULE
           ELSE
               MOVE WS-PARL-RULE TO WS-NEXT-RULE
           END-IF
           IF WS-NEXT-RULE NOT = WS-GROUP-RULE
               IF WS-GROUP-RULE NOT = LOW-VALUES
                   PERFORM 3000-PRINT-RULE-GROUP
               END-IF
               MOVE WS-NEXT-RULE TO WS-GROUP-RULE
               PERFORM 2050-SET-RULE-ROW
           END-IF
           EVALUATE TRUE
               WHEN WS-PROD-KEY = WS-PARL-KEY
                   ADD 1 TO WS-RS-PROD(WS-RULE-SUB)
                   ADD 1 TO WS-RS-PARL(WS-RULE-SUB)
                   PERFORM 2300-COMPARE-PAIR
                   PERFORM 2100-READ-PROD
                   PERFORM 2200-READ-PARL
               WHEN WS-PROD-KEY < WS-PARL-KEY
                   ADD 1 TO WS-RS-PROD(WS-RULE-SUB)
                   SET WS-MISSING-IN-PARL TO TRUE
                   PERFORM 2400-RECORD-DIFFERENCE
                   PERFORM 2100-READ-PROD
               WHEN OTHER
                   ADD 1 TO WS-RS-PARL(WS-RULE-SUB)
                   SET WS-EXTRA-IN-PARL TO TRUE
                   PERFORM 2400-RECORD-DIFFERENCE
                   PERFORM 2200-READ-PARL
           END-EVALUATE.

       2050-SET-RULE-ROW.
           IF WS-GROUP-RULE >= '1' AND WS-GROUP-RULE <= '6'
               MOVE WS-GROUP-RULE TO WS-RULE-SUB
           ELSE
               MOVE 7 TO WS-RULE-SUB
           END-IF.

      * Only the batch driver's calls were replayed - any other
      * caller's record on either file is passed over.
       2100-READ-PROD.
           READ PRODAUD-FILE
               AT END
                   SET WS-PROD-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PROD-KEY
               NOT AT END
                   IF AT-TRAILER
                       PERFORM 2100-READ-PROD
                   ELSE
                       IF PRA-CALLER-ID NOT = 'DATBATCH'
                           ADD 1 TO WS-PROD-SKIPPED
                           PERFORM 2100-READ-PROD
                       ELSE
                           MOVE PRA-RULE-IN     TO WS-PROD-RULE
                           MOVE PRA-ACCT-NO     TO WS-PROD-ACCT
                           MOVE PRA-RETURN-CODE TO WS-PROD-RC
                           MOVE PRA-RESP-OUT    TO WS-PROD-RESP
                       END-IF
                   END-IF
           END-READ.

       2200-READ-PARL.
           READ PARLAUD-FILE
               AT END
                   SET WS-PARL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PARL-KEY
               NOT AT END
                   IF PLA-CALLER-ID NOT = 'DATBATCH'
                       ADD 1 TO WS-PARL-SKIPPED
                       PERFORM 2200-READ-PARL
                   ELSE
                       MOVE PLA-RULE-IN     TO WS-PARL-RULE
                       MOVE PLA-ACCT-NO     TO WS-PARL-ACCT
                       MOVE PLA-RETURN-CODE TO WS-PARL-RC
                       MOVE PLA-RESP-OUT    TO WS-PARL-RESP
                   END-IF
           END-READ.

       2300-COMPARE-PAIR.
           MOVE WS-PROD-RESP TO WS-CMP-PROD-RESP
           MOVE WS-PARL-RESP TO WS-CMP-PARL-RESP
           IF WS-PROD-RULE = '1'
               PERFORM 2350-MASK-CLOCK-STAMPS
           END-IF
           EVALUATE TRUE
               WHEN WS-PROD-RC = WS-PARL-RC
                       AND WS-CMP-PROD-RESP = WS-CMP-PARL-RESP
                   SET WS-NO-CHANGE TO TRUE
                   ADD 1 TO WS-RS-SAME(WS-RULE-SUB)
               WHEN WS-PROD-RC = WS-PARL-RC
                   SET WS-RESP-CHANGED TO TRUE
               WHEN WS-PROD-RC = ZERO
                   SET WS-NOW-DECLINED TO TRUE
               WHEN WS-PARL-RC = ZERO
                   SET WS-NOW-ACCEPTED TO TRUE
               WHEN OTHER
                   SET WS-RC-CHANGED TO TRUE
           END-EVALUATE
           IF NOT WS-NO-CHANGE
               PERFORM 2400-RECORD-DIFFERENCE
           END-IF.

      * Everything from ' - ' on is the call's clock stamp.
       2350-MASK-CLOCK-STAMPS.
           MOVE ZERO TO WS-CMP-TALLY
           INSPECT WS-CMP-PROD-RESP TALLYING WS-CMP-TALLY
               FOR CHARACTERS BEFORE INITIAL ' - '
           IF WS-CMP-TALLY < 80
               MOVE SPACES TO WS-CMP-PROD-RESP(WS-CMP-TALLY + 1:)
           END-IF
           MOVE ZERO TO WS-CMP-TALLY
           INSPECT WS-CMP-PARL-RESP TALLYING WS-CMP-TALLY
               FOR CHARACTERS BEFORE INITIAL ' - '
           IF WS-CMP-TALLY < 80
               MOVE SPACES TO WS-CMP-PARL-RESP(WS-CMP-TALLY + 1:)
           END-IF.

       2400-RECORD-DIFFERENCE.
           MOVE WS-CHANGE-TYPE TO WS-TYPE-SUB
           ADD 1 TO WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB)
           IF WS-DIFF-COUNT >= WS-DIFF-MAX
               ADD 1 TO WS-DIFF-UNLISTED
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-CHANGE-TYPE TO WS-DF-TYPE(WS-DIFF-COUNT)
               IF WS-EXTRA-IN-PARL
                   MOVE WS-PARL-ACCT TO WS-DF-ACCT(WS-DIFF-COUNT)
               ELSE
                   MOVE WS-PROD-ACCT TO WS-DF-ACCT(WS-DIFF-COUNT)
               END-IF
               MOVE WS-PROD-RC   TO WS-DF-PROD-RC(WS-DIFF-COUNT)
               MOVE WS-PROD-RESP TO WS-DF-PROD-RESP(WS-DIFF-COUNT)
               MOVE WS-PARL-RC   TO WS-DF-PARL-RC(WS-DIFF-COUNT)
               MOVE WS-PARL-RESP TO WS-DF-PARL-RESP(WS-DIFF-COUNT)
           END-IF.

      * One rule's differences, a block per kind of change.
       3000-PRINT-RULE-GROUP.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 3100-PRINT-ONE-CHANGE-TYPE
               UNTIL WS-TYPE-SUB >= 6
           IF WS-DIFF-UNLISTED > ZERO
               MOVE WS-DIFF-UNLISTED TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '      ' WS-DISPLAY-COUNT
                   ' MORE DIFFERENCES FOR THIS RULE NOT LISTED - '
                   'COUNTED IN THE SUMMARY'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE ZERO TO WS-DIFF-UNLISTED.

       3100-PRINT-ONE-CHANGE-TYPE.
           ADD 1 TO WS-TYPE-SUB
           IF WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB) > ZERO
               MOVE WS-GROUP-RULE TO GRP-RULE
               MOVE WS-CHANGE-NAME(WS-TYPE-SUB) TO GRP-TEXT
               MOVE WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB)
                   TO GRP-COUNT
               MOVE WS-GROUP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO WS-DIFF-SUB
               PERFORM 3200-PRINT-ONE-DIFFERENCE
                   UNTIL WS-DIFF-SUB >= WS-DIFF-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-PRINT-ONE-DIFFERENCE.
           ADD 1 TO WS-DIFF-SUB
           IF WS-DF-TYPE(WS-DIFF-SUB) = WS-TYPE-SUB
               MOVE WS-DF-ACCT(WS-DIFF-SUB) TO DFL-ACCT
               IF WS-DF-TYPE(WS-DIFF-SUB) NOT = 6
                   MOVE 'PROD'    TO DFL-SIDE
                   MOVE WS-DF-PROD-RC(WS-DIFF-SUB)   TO DFL-RC
                   MOVE WS-DF-PROD-RESP(WS-DIFF-SUB) TO DFL-RESP
                   MOVE WS-DIFF-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO DFL-ACCT
               END-IF
               IF WS-DF-TYPE(WS-DIFF-SUB) NOT = 5
                   MOVE 'PARALLEL' TO DFL-SIDE
                   MOVE WS-DF-PARL-RC(WS-DIFF-SUB)   TO DFL-RC
                   MOVE WS-DF-PARL-RESP(WS-DIFF-SUB) TO DFL-RESP
                   MOVE WS-DIFF-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  SUMMARY BY RULE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  RULE    PROD  PARALL    SAME  NOW-DC  NOW-AC'
               '  RC-CHG  RSP-CH  NOT-PL  PL-ONL'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-RULE-SUB
           PERFORM 4100-PRINT-ONE-RULE-STAT
               UNTIL WS-RULE-SUB >= 7
           MOVE SPACES TO WS-STAT-LINE
           MOVE 'TOTAL' TO STL-RULE
           MOVE WS-TOT-PROD TO STL-PROD
           MOVE WS-TOT-PARL TO STL-PARL
           MOVE WS-TOT-SAME TO STL-SAME
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 4300-MOVE-ONE-TOTAL
               UNTIL WS-TYPE-SUB >= 6
           MOVE WS-STAT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-DIFFERENCES TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-TOT-DIFFERENCES = ZERO
               MOVE '  NO DIFFERENCES - THE CANDIDATE MADE EVERY '
                   TO REPORT-LINE
               MOVE 'DECISION PRODUCTION MADE' TO REPORT-LINE(46:)
           ELSE
               STRING '  ' WS-DISPLAY-COUNT ' DIFFERENCES - SIGN '
                   'OFF ONLY IF EVERY ONE IS A CHANGE THE RELEASE '
                   'WAS MEANT TO MAKE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       4100-PRINT-ONE-RULE-STAT.
           ADD 1 TO WS-RULE-SUB
           IF WS-RS-PROD(WS-RULE-SUB) > ZERO
                   OR WS-RS-PARL(WS-RULE-SUB) > ZERO
               MOVE SPACES TO WS-STAT-LINE
               IF WS-RULE-SUB = 7
                   MOVE 'OTHER' TO STL-RULE
               ELSE
                   MOVE WS-RULE-SUB TO STL-RULE
               END-IF
               MOVE WS-RS-PROD(WS-RULE-SUB) TO STL-PROD
               MOVE WS-RS-PARL(WS-RULE-SUB) TO STL-PARL
               MOVE WS-RS-SAME(WS-RULE-SUB) TO STL-SAME
               ADD WS-RS-PROD(WS-RULE-SUB) TO WS-TOT-PROD
               ADD WS-RS-PARL(WS-RULE-SUB) TO WS-TOT-PARL
               ADD WS-RS-SAME(WS-RULE-SUB) TO WS-TOT-SAME
               MOVE ZERO TO WS-TYPE-SUB
               PERFORM 4200-MOVE-ONE-CHANGE
                   UNTIL WS-TYPE-SUB >= 6
               MOVE WS-STAT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4200-MOVE-ONE-CHANGE.
           ADD 1 TO WS-TYPE-SUB
           MOVE WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB)
               TO STL-CHANGE(WS-TYPE-SUB)
           ADD WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB)
               TO WS-TOT-CHANGE(WS-TYPE-SUB)
           ADD WS-RS-CHANGE(WS-RULE-SUB, WS-TYPE-SUB)
               TO WS-TOT-DIFFERENCES.

       4300-MOVE-ONE-TOTAL.
           ADD 1 TO WS-TYPE-SUB
           MOVE WS-TOT-CHANGE(WS-TYPE-SUB) TO STL-CHANGE(WS-TYPE-SUB).

       9000-TERMINATE.
           CLOSE PRODAUD-FILE PARLAUD-FILE REPORT-FILE
           DISPLAY 'PARLCMP - Production calls    ' WS-TOT-PROD
           DISPLAY 'PARLCMP - Parallel calls      ' WS-TOT-PARL
           DISPLAY 'PARLCMP - Differences         ' WS-TOT-DIFFERENCES
           IF WS-PROD-SKIPPED > ZERO OR WS-PARL-SKIPPED > ZERO
               DISPLAY 'PARLCMP - Other callers'' records passed '
                   'over ' WS-PROD-SKIPPED ' production, '
                   WS-PARL-SKIPPED ' parallel'
           END-IF
           IF WS-TOT-DIFFERENCES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'PARLCMP - Ended'.

       9100-ABANDON.
           CLOSE PRODAUD-FILE PARLAUD-FILE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           DISPLAY 'PARLCMP - Ended - nothing compared'
           STOP RUN.
