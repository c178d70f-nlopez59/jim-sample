       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSTLOAD.
      * Sanctions watch-list load, run whenever the regulator
      * publishes a new list. The published file (WLPUB) is taken in
      * two passes, the CLRINB discipline:
      *
      *   proof - one header first, one trailer last, the trailer's
      *           name count equal to the name records actually on
      *           the file, every alias following its own primary
      *           entry, and no more names than the screen's table
      *           holds. A list that does not prove is not loaded at
      *           all - the job keeps screening against the list
      *           already in force - and the step ends RC 8 so the
      *           file goes back for a resend.
      *   load  - each primary and alias name is normalized (upper
      *           case, punctuation turned to spaces) and written to
      *           the WATCHLST work file, and each of its distinct
      *           words of two letters or more to the WLSTWORD word
      *           index with the name's position on WATCHLST. The job
      *           sorts the index on the word and copies both over
      *           the live files before the full rescreen runs.
      *
      * A name with no usable word can never be matched; it is
      * loaded anyway, listed here, and the step ends RC 4 so
      * compliance can look at it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLPUB-FILE    ASSIGN TO WLPUB
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHLST-FILE ASSIGN TO WATCHLST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WLSTWORD-FILE ASSIGN TO WLSTWORD
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WLPUB-FILE.
           COPY WLPUB.
       FD  WATCHLST-FILE.
           COPY WATCHLST.
       FD  WLSTWORD-FILE.
           COPY WLSTWORD.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-WLPUB-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-WLPUB-EOF                VALUE 'Y'.
           05  WS-PROOF-FAILED-SW      PIC X(01)  VALUE 'N'.
               88  WS-PROOF-FAILED             VALUE 'Y'.
           05  WS-WORD-DUP-SW          PIC X(01)  VALUE 'N'.
               88  WS-WORD-DUP                 VALUE 'Y'.

      * The most names SANCSCRN's watch-list table holds - a list
      * longer than this would be screened short, so it fails the
      * proof instead.
       01  WS-MAX-NAMES                PIC 9(05) COMP  VALUE 10000.

       01  WS-PROOF.
           05  WS-RECORDS-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-HEADER-COUNT         PIC 9(05) COMP  VALUE ZERO.
           05  WS-TRAILER-COUNT        PIC 9(05) COMP  VALUE ZERO.
           05  WS-NAMES-COUNTED        PIC 9(07) COMP  VALUE ZERO.
           05  WS-TRAILER-NAMES        PIC 9(07)  VALUE ZERO.
           05  WS-LIST-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-LIST-SOURCE          PIC X(17)  VALUE SPACES.
           05  WS-PRIMARY-ID           PIC X(10)  VALUE SPACES.
           05  WS-PROOF-REASON         PIC X(60)  VALUE SPACES.
           05  WS-EDIT-NUMBER          PIC 9(07)  VALUE ZERO.

      * Name normalization and the word split. SANCSCRN splits the
      * customer names it screens exactly the same way - a word
      * longer than fifteen letters is cut at fifteen on both sides.
       01  WS-LOWER-CASE               PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-PUNCTUATION              PIC X(12)
                   VALUE '.,-''/&()"#;:'.
       01  WS-PUNCTUATION-BLANKS       PIC X(12)  VALUE SPACES.

       01  WS-NAME-WORK.
           05  WS-NORM-NAME            PIC X(60).
           05  WS-NORM-COUNTRY         PIC X(20).
           05  WS-WORD                 PIC X(15).
           05  WS-WORD-PTR             PIC 9(03) COMP.
           05  WS-WORD-COUNT           PIC 9(02) COMP.
           05  WS-WORD-SUB             PIC 9(02) COMP.
           05  WS-NAME-WORDS.
               10  WS-NAME-WORD        PIC X(15) OCCURS 10 TIMES.

       01  WS-COUNTERS.
           05  WS-NAMES-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
           05  WS-PRIMARY-COUNT        PIC 9(07) COMP  VALUE ZERO.
           05  WS-ALIAS-COUNT          PIC 9(07) COMP  VALUE ZERO.
           05  WS-WORDS-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
           05  WS-NO-WORD-NAMES        PIC 9(07) COMP  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-ONE-RECORD
               UNTIL WS-WLPUB-EOF
           CLOSE WLPUB-FILE
           PERFORM 3000-CHECK-PROOF
           IF NOT WS-PROOF-FAILED
               PERFORM 4000-START-LOAD-PASS
               PERFORM 4100-LOAD-ONE-RECORD
                   UNTIL WS-WLPUB-EOF
               CLOSE WLPUB-FILE WATCHLST-FILE WLSTWORD-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'WLSTLOAD - Started. Loading the watch list.'
           OPEN INPUT WLPUB-FILE
           PERFORM 2100-READ-WLPUB.

      * First pass - nothing is written until the whole file proves.
      * The first failure found is the one reported.
       2000-PROVE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF WS-TRAILER-COUNT > ZERO
               PERFORM 2900-FAIL-RECORD-AFTER-TRAILER
           END-IF
           EVALUATE TRUE
               WHEN WP-HEADER
                   PERFORM 2200-PROVE-HEADER
               WHEN WP-PRIMARY-NAME
               WHEN WP-ALIAS-NAME
                   PERFORM 2300-PROVE-NAME
               WHEN WP-TRAILER
                   PERFORM 2400-PROVE-TRAILER
               WHEN OTHER
                   IF NOT WS-PROOF-FAILED
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE WS-RECORDS-READ TO WS-EDIT-NUMBER
                       STRING 'UNKNOWN RECORD TYPE ' WP-REC-TYPE
                           ' ON RECORD ' WS-EDIT-NUMBER
                           DELIMITED BY SIZE INTO WS-PROOF-REASON
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-WLPUB.

       2100-READ-WLPUB.
           READ WLPUB-FILE
               AT END SET WS-WLPUB-EOF TO TRUE
           END-READ.

       2200-PROVE-HEADER.
           ADD 1 TO WS-HEADER-COUNT
           IF NOT WS-PROOF-FAILED
               EVALUATE TRUE
                   WHEN WS-RECORDS-READ > 1
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'HEADER IS NOT THE FIRST RECORD'
                           TO WS-PROOF-REASON
                   WHEN WP-LIST-DATE NOT NUMERIC
                   WHEN WP-LIST-DATE = ZERO
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'HEADER LIST DATE MISSING OR NOT NUMERIC'
                           TO WS-PROOF-REASON
                   WHEN OTHER
                       MOVE WP-LIST-DATE   TO WS-LIST-DATE
                       MOVE WP-LIST-SOURCE TO WS-LIST-SOURCE
               END-EVALUATE
           END-IF.

       2300-PROVE-NAME.
           ADD 1 TO WS-NAMES-COUNTED
           IF WP-PRIMARY-NAME
               MOVE WP-ENTRY-ID TO WS-PRIMARY-ID
           END-IF
           IF NOT WS-PROOF-FAILED
               EVALUATE TRUE
                   WHEN WS-HEADER-COUNT = ZERO
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'NO HEADER BEFORE THE FIRST NAME'
                           TO WS-PROOF-REASON
                   WHEN WP-ENTRY-ID = SPACES
                   WHEN WP-NAME = SPACES
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE WS-RECORDS-READ TO WS-EDIT-NUMBER
                       STRING 'ENTRY ID OR NAME MISSING ON RECORD '
                           WS-EDIT-NUMBER
                           DELIMITED BY SIZE INTO WS-PROOF-REASON
                   WHEN WP-ALIAS-NAME
                           AND WP-ENTRY-ID NOT = WS-PRIMARY-ID
                       SET WS-PROOF-FAILED TO TRUE
                       STRING 'ALIAS FOR ' WP-ENTRY-ID
                           ' DOES NOT FOLLOW ITS PRIMARY NAME'
                           DELIMITED BY SIZE INTO WS-PROOF-REASON
                   WHEN WS-NAMES-COUNTED > WS-MAX-NAMES
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE WS-MAX-NAMES TO WS-EDIT-NUMBER
                       STRING 'MORE THAN ' WS-EDIT-NUMBER
                           ' NAMES - SCREEN TABLE TOO SMALL'
                           DELIMITED BY SIZE INTO WS-PROOF-REASON
               END-EVALUATE
           END-IF.

       2400-PROVE-TRAILER.
           ADD 1 TO WS-TRAILER-COUNT
           IF WP-NAME-COUNT NUMERIC
               MOVE WP-NAME-COUNT TO WS-TRAILER-NAMES
           END-IF
           IF NOT WS-PROOF-FAILED AND WP-NAME-COUNT NOT NUMERIC
               SET WS-PROOF-FAILED TO TRUE
               MOVE 'TRAILER NAME COUNT NOT NUMERIC'
                   TO WS-PROOF-REASON
           END-IF.

       2900-FAIL-RECORD-AFTER-TRAILER.
           IF NOT WS-PROOF-FAILED
               SET WS-PROOF-FAILED TO TRUE
               MOVE WS-RECORDS-READ TO WS-EDIT-NUMBER
               STRING 'RECORD ' WS-EDIT-NUMBER
                   ' FOLLOWS THE TRAILER'
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
           END-IF.

      * The whole-file checks that can only be made at end of file.
       3000-CHECK-PROOF.
           IF NOT WS-PROOF-FAILED
               EVALUATE TRUE
                   WHEN WS-RECORDS-READ = ZERO
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'EMPTY FILE - NO LIST RECEIVED'
                           TO WS-PROOF-REASON
                   WHEN WS-HEADER-COUNT NOT = 1
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'FILE MUST CARRY EXACTLY ONE HEADER'
                           TO WS-PROOF-REASON
                   WHEN WS-TRAILER-COUNT NOT = 1
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'FILE MUST CARRY EXACTLY ONE TRAILER'
                           TO WS-PROOF-REASON
                   WHEN WS-NAMES-COUNTED = ZERO
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE 'LIST CARRIES NO NAMES'
                           TO WS-PROOF-REASON
                   WHEN WS-TRAILER-NAMES NOT = WS-NAMES-COUNTED
                       SET WS-PROOF-FAILED TO TRUE
                       MOVE WS-NAMES-COUNTED TO WS-EDIT-NUMBER
                       STRING 'TRAILER COUNT ' WS-TRAILER-NAMES
                           ' - NAMES ON FILE ' WS-EDIT-NUMBER
                           DELIMITED BY SIZE INTO WS-PROOF-REASON
               END-EVALUATE
           END-IF
           IF WS-PROOF-FAILED
               DISPLAY 'WLSTLOAD - List NOT loaded - '
                   WS-PROOF-REASON
           ELSE
               DISPLAY 'WLSTLOAD - List dated ' WS-LIST-DATE
                   ' from ' WS-LIST-SOURCE ' proven - '
                   WS-NAMES-COUNTED ' names'
           END-IF.

       4000-START-LOAD-PASS.
           MOVE 'N' TO WS-WLPUB-EOF-SW
           OPEN INPUT  WLPUB-FILE
           OPEN OUTPUT WATCHLST-FILE
           OPEN OUTPUT WLSTWORD-FILE
           PERFORM 2100-READ-WLPUB.

       4100-LOAD-ONE-RECORD.
           IF WP-PRIMARY-NAME OR WP-ALIAS-NAME
               PERFORM 4200-WRITE-WATCH-NAME
           END-IF
           PERFORM 2100-READ-WLPUB.

       4200-WRITE-WATCH-NAME.
           ADD 1 TO WS-NAMES-WRITTEN
           IF WP-PRIMARY-NAME
               ADD 1 TO WS-PRIMARY-COUNT
           ELSE
               ADD 1 TO WS-ALIAS-COUNT
           END-IF
           MOVE WP-NAME TO WS-NORM-NAME
           INSPECT WS-NORM-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-NAME
               CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-BLANKS
           MOVE WP-COUNTRY-NAME TO WS-NORM-COUNTRY
           INSPECT WS-NORM-COUNTRY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-COUNTRY
               CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-BLANKS
           PERFORM 5000-SPLIT-NAME-WORDS
           MOVE SPACES           TO WATCH-LIST-RECORD
           MOVE WP-ENTRY-ID      TO WL-ENTRY-ID
           MOVE WP-REC-TYPE      TO WL-NAME-TYPE
           MOVE WS-NORM-NAME     TO WL-NAME
           MOVE WS-WORD-COUNT    TO WL-WORD-COUNT
           MOVE WP-COUNTRY-CD    TO WL-COUNTRY-CD
           MOVE WS-NORM-COUNTRY  TO WL-COUNTRY-NAME
           MOVE WS-LIST-DATE     TO WL-LIST-DATE
           MOVE WS-LIST-SOURCE   TO WL-LIST-SOURCE
           WRITE WATCH-LIST-RECORD
           IF WS-WORD-COUNT = ZERO
               ADD 1 TO WS-NO-WORD-NAMES
               DISPLAY 'WLSTLOAD - Entry ' WP-ENTRY-ID
                   ' name has no word to match on - '
                   WP-NAME
           END-IF
           MOVE ZERO TO WS-WORD-SUB
           PERFORM 4300-WRITE-ONE-WORD
               UNTIL WS-WORD-SUB >= WS-WORD-COUNT.

       4300-WRITE-ONE-WORD.
           ADD 1 TO WS-WORD-SUB
           ADD 1 TO WS-WORDS-WRITTEN
           MOVE WS-NAME-WORD(WS-WORD-SUB) TO WW-WORD
           MOVE WS-NAMES-WRITTEN          TO WW-ORDINAL
           WRITE WATCH-WORD-RECORD.

      * The distinct words of WS-NORM-NAME of two letters or more,
      * in order, at most ten - initials and repeated words would
      * only inflate a match.
       5000-SPLIT-NAME-WORDS.
           MOVE ZERO   TO WS-WORD-COUNT
           MOVE SPACES TO WS-NAME-WORDS
           MOVE 1      TO WS-WORD-PTR
           PERFORM 5100-TAKE-ONE-WORD
               UNTIL WS-WORD-PTR > 60
                  OR WS-WORD-COUNT >= 10.

       5100-TAKE-ONE-WORD.
           MOVE SPACES TO WS-WORD
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-WORD
               WITH POINTER WS-WORD-PTR
           END-UNSTRING
           IF WS-WORD(2:1) NOT = SPACE
               MOVE 'N'  TO WS-WORD-DUP-SW
               MOVE ZERO TO WS-WORD-SUB
               PERFORM 5200-CHECK-DUPLICATE-WORD
                   UNTIL WS-WORD-SUB >= WS-WORD-COUNT
                      OR WS-WORD-DUP
               IF NOT WS-WORD-DUP
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-WORD TO WS-NAME-WORD(WS-WORD-COUNT)
               END-IF
           END-IF.

       5200-CHECK-DUPLICATE-WORD.
           ADD 1 TO WS-WORD-SUB
           IF WS-NAME-WORD(WS-WORD-SUB) = WS-WORD
               SET WS-WORD-DUP TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY 'WLSTLOAD - Records read      ' WS-RECORDS-READ
           DISPLAY 'WLSTLOAD - Names loaded      ' WS-NAMES-WRITTEN
           DISPLAY 'WLSTLOAD -   primary         ' WS-PRIMARY-COUNT
           DISPLAY 'WLSTLOAD -   alias           ' WS-ALIAS-COUNT
           DISPLAY 'WLSTLOAD - Index words       ' WS-WORDS-WRITTEN
           DISPLAY 'WLSTLOAD - Names with no word' WS-NO-WORD-NAMES
           EVALUATE TRUE
               WHEN WS-PROOF-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-WORD-NAMES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'WLSTLOAD - Ended'.
