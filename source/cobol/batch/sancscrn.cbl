       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
      * Sanctions watch-list screening of the customer master. Each
      * customer name is normalized and split into words the way
      * WLSTLOAD split the listed names, the WLSTWORD index takes
      * every word straight to the listed names (primary or alias)
      * that share it, and each such name is scored for match
      * strength, 0-100:
      *
      *   200 x words in common / (listed name's words + customer
      *   name's words)
      *
      * so a name matching word for word scores 100 and every word
      * on either side that the other lacks pulls the score down.
      * A name scoring 50 or more whose listed country name appears
      * in the customer's address takes 10 more, to at most 100.
      * The best-scoring listed name is the customer's match when it
      * reaches the SANCPARM threshold (80 with no card). Two modes,
      * on the PARM:
      *
      *   PARM='INLINE'   - the CUSTMNT job's first step. Every ADD,
      *                     and every CHANGE that alters the name or
      *                     address on the master, is screened; a
      *                     match is stopped - written image-intact
      *                     to the CMPLPEND compliance pending file,
      *                     logged 'H' on CUSTMLOG - instead of going
      *                     on to CUSTMAINT. Everything else is
      *                     passed through untouched on CUSTMNOK,
      *                     which is the deck CUSTMAINT applies.
      *   PARM='RESCREEN' - the watch-list load job's last step: the
      *                     whole CUSTMAST against the newly loaded
      *                     list. A match goes to CMPLPEND carrying
      *                     the customer's master record, unless the
      *                     customer already has an entry waiting
      *                     there.
      *
      * Every match is listed on the SANCRPT review listing under its
      * pending key, the key the compliance decision card names for
      * SANCDEC. The step ends RC 4 when anything was held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCPARM-FILE ASSIGN TO SANCPARM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHLST-FILE ASSIGN TO WATCHLST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WLSTWORD-FILE ASSIGN TO WLSTWORD
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTMNT-FILE  ASSIGN TO CUSTMNTIN
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The transactions that passed - the deck CUSTMAINT reads.
           SELECT CUSTMNOK-FILE ASSIGN TO CUSTMNOK
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Random reads for the inline CHANGE comparison, a sequential
      * pass for the full rescreen.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CMPLPEND-FILE ASSIGN TO CMPLPEND
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTMLOG-FILE ASSIGN TO CUSTMLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO SANCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCPARM-FILE.
           COPY SANCPARM.
       FD  WATCHLST-FILE.
           COPY WATCHLST.
       FD  WLSTWORD-FILE.
           COPY WLSTWORD.
       FD  CUSTMNT-FILE.
           COPY CUSTMNT.
       FD  CUSTMNOK-FILE.
       01  CUSTMNOK-RECORD             PIC X(160).
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  CMPLPEND-FILE.
           COPY CMPLPEND.
       FD  CUSTMLOG-FILE.
           COPY CUSTMLOG.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-CUSTMAST-OPEN-OK             VALUE '00' '05' '97'.

       01  WS-MODE                     PIC X(08)  VALUE SPACES.
           88  WS-INLINE-MODE                  VALUE 'INLINE'.
           88  WS-RESCREEN-MODE                VALUE 'RESCREEN'.

       01  WS-SWITCHES.
           05  WS-SANCPARM-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-SANCPARM-EOF             VALUE 'Y'.
           05  WS-WATCHLST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-WATCHLST-EOF             VALUE 'Y'.
           05  WS-WLSTWORD-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-WLSTWORD-EOF             VALUE 'Y'.
           05  WS-CUSTMNT-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CUSTMNT-EOF              VALUE 'Y'.
           05  WS-CUSTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-CUSTMAST-EOF             VALUE 'Y'.
           05  WS-PENDSCAN-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-PENDSCAN-EOF             VALUE 'Y'.
           05  WS-FATAL-SW             PIC X(01)  VALUE 'N'.
               88  WS-FATAL                    VALUE 'Y'.
           05  WS-SCREEN-NEEDED-SW     PIC X(01)  VALUE 'N'.
               88  WS-SCREEN-NEEDED            VALUE 'Y'.
           05  WS-ALREADY-PENDING-SW   PIC X(01)  VALUE 'N'.
               88  WS-ALREADY-PENDING          VALUE 'Y'.
           05  WS-WORD-DUP-SW          PIC X(01)  VALUE 'N'.
               88  WS-WORD-DUP                 VALUE 'Y'.
           05  WS-WALK-DONE-SW         PIC X(01)  VALUE 'N'.
               88  WS-WALK-DONE                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-LIST-DATE                PIC 9(08)  VALUE ZERO.
       01  WS-MATCH-THRESHOLD          PIC 9(03)  VALUE 80.
       01  WS-PEND-SEQ                 PIC 9(07) COMP  VALUE ZERO.

      * The loaded watch list, one entry per listed name in WATCHLST
      * order, so a WLSTWORD ordinal is its subscript. WLSTLOAD will
      * not load a list longer than this table. WS-WL-HITS counts the
      * words the name shares with the customer being screened and
      * is put back to zero as each candidate is scored.
       01  WS-WL-COUNT                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-WATCH-TABLE.
           05  WS-WL-ENTRY OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-WL-COUNT.
               10  WS-WL-ENTRY-ID      PIC X(10).
               10  WS-WL-NAME-TYPE     PIC X(01).
               10  WS-WL-NAME          PIC X(60).
               10  WS-WL-WORD-COUNT    PIC 9(02) COMP.
               10  WS-WL-COUNTRY-CD    PIC X(02).
               10  WS-WL-COUNTRY-NAME  PIC X(20).
               10  WS-WL-COUNTRY-LEN   PIC 9(02) COMP.
               10  WS-WL-HITS          PIC 9(02) COMP.

      * The word index, in word order as the load job sorted it.
       01  WS-WX-COUNT                 PIC 9(06) COMP  VALUE ZERO.
       01  WS-WX-SUB                   PIC 9(06) COMP  VALUE ZERO.
       01  WS-WORD-INDEX.
           05  WS-WX-ENTRY OCCURS 0 TO 100000 TIMES
                   DEPENDING ON WS-WX-COUNT
                   ASCENDING KEY IS WS-WX-WORD
                   INDEXED BY WX-IDX.
               10  WS-WX-WORD          PIC X(15).
               10  WS-WX-ORDINAL       PIC 9(05) COMP.

      * Customers already waiting on CMPLPEND, so a rescreen does not
      * raise a second entry for one compliance has not yet decided.
       01  WS-PC-COUNT                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-PC-SUB                   PIC 9(05) COMP  VALUE ZERO.
       01  WS-PENDING-CUSTOMERS.
           05  WS-PC-CUST-NO           PIC X(10)
                   OCCURS 5000 TIMES.

      * Name normalization and the word split - the same as
      * WLSTLOAD's, so both sides of a comparison are cut alike.
       01  WS-LOWER-CASE               PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE               PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-PUNCTUATION              PIC X(12)
                   VALUE '.,-''/&()"#;:'.
       01  WS-PUNCTUATION-BLANKS       PIC X(12)  VALUE SPACES.

       01  WS-NAME-WORK.
           05  WS-SCREEN-NAME          PIC X(30).
           05  WS-NORM-NAME            PIC X(60).
           05  WS-NORM-ADDRESS         PIC X(84).
           05  WS-COUNTRY-PROBE        PIC X(22).
           05  WS-COUNTRY-TALLY        PIC 9(03) COMP.
           05  WS-WORD                 PIC X(15).
           05  WS-WORD-PTR             PIC 9(03) COMP.
           05  WS-WORD-COUNT           PIC 9(02) COMP.
           05  WS-WORD-SUB             PIC 9(02) COMP.
           05  WS-LOOKUP-SUB           PIC 9(02) COMP.
           05  WS-NAME-WORDS.
               10  WS-NAME-WORD        PIC X(15) OCCURS 10 TIMES.

      * The candidates the current customer's words reached, and the
      * best of them.
       01  WS-TOUCHED-COUNT            PIC 9(05) COMP  VALUE ZERO.
       01  WS-TOUCH-SUB                PIC 9(05) COMP  VALUE ZERO.
       01  WS-TOUCHED-TABLE.
           05  WS-TOUCHED-ORDINAL      PIC 9(05) COMP
                   OCCURS 10000 TIMES.
       01  WS-SCORING.
           05  WS-ORDINAL              PIC 9(05) COMP.
           05  WS-SCORE                PIC 9(03).
           05  WS-BEST-SCORE           PIC 9(03).
           05  WS-BEST-ORDINAL         PIC 9(05) COMP.
           05  WS-CTRY-LEN             PIC 9(02) COMP.

       01  WS-REASON-HOLD              PIC X(60)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-SCREENED-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-PASSED-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-ALREADY-COUNT        PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-MATCH-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  MTL-SEQ-NO              PIC 9(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-SOURCE              PIC X(01).
           05  MTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-CUST-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-SCORE               PIC ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-ENTRY-ID            PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-NAME-TYPE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-WL-NAME             PIC X(40).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  MTL-COUNTRY-CD          PIC X(02).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-INLINE-MODE
               PERFORM 2000-SCREEN-ONE-TRANSACTION
                   UNTIL WS-CUSTMNT-EOF
           ELSE
               PERFORM 3000-RESCREEN-ONE-CUSTOMER
                   UNTIL WS-CUSTMAST-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'SANCSCRN - Started. Watch-list screening.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-TEXT TO WS-MODE
           END-IF
           IF NOT WS-INLINE-MODE AND NOT WS-RESCREEN-MODE
               DISPLAY 'SANCSCRN - PARM must be INLINE or RESCREEN'
                   ' - nothing screened'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SANCPARM-FILE
           PERFORM 1100-READ-PARM-CARD
               UNTIL WS-SANCPARM-EOF
           CLOSE SANCPARM-FILE
           OPEN INPUT WATCHLST-FILE
           PERFORM 1200-LOAD-ONE-WATCH-NAME
               UNTIL WS-WATCHLST-EOF
           CLOSE WATCHLST-FILE
           OPEN INPUT WLSTWORD-FILE
           PERFORM 1300-LOAD-ONE-INDEX-WORD
               UNTIL WS-WLSTWORD-EOF
           CLOSE WLSTWORD-FILE
      * Screening against a missing or broken list would pass every
      * name - the step stops instead, and the inline step's RC 16
      * keeps CUSTMAINT from applying an unscreened deck.
           IF WS-WL-COUNT = ZERO OR WS-WX-COUNT = ZERO
               DISPLAY 'SANCSCRN - Watch list or word index is '
                   'empty - run the WLSTLOAD job first'
               SET WS-FATAL TO TRUE
           END-IF
           IF WS-FATAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SANCSCRN - ' WS-MODE ' mode, list dated '
               WS-LIST-DATE ', ' WS-WL-COUNT ' names, threshold '
               WS-MATCH-THRESHOLD
           IF WS-INLINE-MODE
               OPEN INPUT CUSTMNT-FILE
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF NOT WS-CUSTMAST-OPEN-OK
               DISPLAY 'SANCSCRN - CUSTMAST open failed, status '
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * The pending file is one dataset extended by both modes and
      * cut back to the undecided entries by SANCDEC - the PENDAPPR
      * discipline. The scan finds the highest sequence already used
      * under today's date, so a second run the same day continues
      * the numbering, and notes who is already waiting.
           OPEN INPUT CMPLPEND-FILE
           PERFORM 1400-SCAN-ONE-PENDING
               UNTIL WS-PENDSCAN-EOF
           CLOSE CMPLPEND-FILE
           OPEN EXTEND CMPLPEND-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-INLINE-MODE
               OPEN OUTPUT CUSTMNOK-FILE
               OPEN EXTEND CUSTMLOG-FILE
           END-IF
           PERFORM 1500-WRITE-HEADINGS
           IF WS-INLINE-MODE
               PERFORM 2100-READ-CUSTMNT
           ELSE
               PERFORM 3100-READ-NEXT-CUSTOMER
           END-IF.

       1100-READ-PARM-CARD.
           READ SANCPARM-FILE
               AT END
                   SET WS-SANCPARM-EOF TO TRUE
               NOT AT END
                   IF SNP-MATCH-THRESHOLD NUMERIC
                           AND SNP-MATCH-THRESHOLD > ZERO
                       MOVE SNP-MATCH-THRESHOLD TO WS-MATCH-THRESHOLD
                   END-IF
           END-READ
           IF WS-MATCH-THRESHOLD > 100
               DISPLAY 'SANCSCRN - Threshold ' WS-MATCH-THRESHOLD
                   ' over 100 - 100 used'
               MOVE 100 TO WS-MATCH-THRESHOLD
           END-IF.

       1200-LOAD-ONE-WATCH-NAME.
           READ WATCHLST-FILE
               AT END
                   SET WS-WATCHLST-EOF TO TRUE
               NOT AT END
                   IF WS-WL-COUNT < 10000
                       ADD 1 TO WS-WL-COUNT
                       PERFORM 1210-STORE-WATCH-NAME
                   ELSE
                       DISPLAY 'SANCSCRN - Watch list longer than '
                           'the table - list not usable'
                       SET WS-FATAL TO TRUE
                       SET WS-WATCHLST-EOF TO TRUE
                   END-IF
           END-READ.

       1210-STORE-WATCH-NAME.
           MOVE WL-ENTRY-ID     TO WS-WL-ENTRY-ID(WS-WL-COUNT)
           MOVE WL-NAME-TYPE    TO WS-WL-NAME-TYPE(WS-WL-COUNT)
           MOVE WL-NAME         TO WS-WL-NAME(WS-WL-COUNT)
           MOVE WL-COUNTRY-CD   TO WS-WL-COUNTRY-CD(WS-WL-COUNT)
           MOVE WL-COUNTRY-NAME TO WS-WL-COUNTRY-NAME(WS-WL-COUNT)
           MOVE ZERO            TO WS-WL-HITS(WS-WL-COUNT)
           IF WL-WORD-COUNT NUMERIC
               MOVE WL-WORD-COUNT TO WS-WL-WORD-COUNT(WS-WL-COUNT)
           ELSE
               MOVE ZERO          TO WS-WL-WORD-COUNT(WS-WL-COUNT)
           END-IF
           IF WS-LIST-DATE = ZERO AND WL-LIST-DATE NUMERIC
               MOVE WL-LIST-DATE TO WS-LIST-DATE
           END-IF
      * The country name's length without trailing spaces, for the
      * address probe.
           MOVE 20 TO WS-CTRY-LEN
           PERFORM 1220-TRIM-COUNTRY-NAME
               UNTIL WS-CTRY-LEN = ZERO
                  OR WL-COUNTRY-NAME(WS-CTRY-LEN:1) NOT = SPACE
           MOVE WS-CTRY-LEN TO WS-WL-COUNTRY-LEN(WS-WL-COUNT).

       1220-TRIM-COUNTRY-NAME.
           SUBTRACT 1 FROM WS-CTRY-LEN.

      * The index must be in word order for the binary search, and
      * every ordinal must name a loaded name - either failing means
      * the index is not the one built with this list.
       1300-LOAD-ONE-INDEX-WORD.
           READ WLSTWORD-FILE
               AT END
                   SET WS-WLSTWORD-EOF TO TRUE
               NOT AT END
                   PERFORM 1310-STORE-INDEX-WORD
           END-READ.

       1310-STORE-INDEX-WORD.
           EVALUATE TRUE
               WHEN WS-WX-COUNT >= 100000
                   DISPLAY 'SANCSCRN - Word index longer than the '
                       'table - list not usable'
                   SET WS-FATAL TO TRUE
                   SET WS-WLSTWORD-EOF TO TRUE
               WHEN WW-ORDINAL NOT NUMERIC
               WHEN WW-ORDINAL = ZERO
               WHEN WW-ORDINAL > WS-WL-COUNT
                   DISPLAY 'SANCSCRN - Word index does not match '
                       'the watch list - rerun the WLSTLOAD job'
                   SET WS-FATAL TO TRUE
                   SET WS-WLSTWORD-EOF TO TRUE
               WHEN WS-WX-COUNT > ZERO
                       AND WW-WORD < WS-WX-WORD(WS-WX-COUNT)
                   DISPLAY 'SANCSCRN - Word index is not in word '
                       'order - rerun the WLSTLOAD job'
                   SET WS-FATAL TO TRUE
                   SET WS-WLSTWORD-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-WX-COUNT
                   MOVE WW-WORD    TO WS-WX-WORD(WS-WX-COUNT)
                   MOVE WW-ORDINAL TO WS-WX-ORDINAL(WS-WX-COUNT)
           END-EVALUATE.

       1400-SCAN-ONE-PENDING.
           READ CMPLPEND-FILE
               AT END
                   SET WS-PENDSCAN-EOF TO TRUE
               NOT AT END
                   IF CMP-RUN-DATE = WS-RUN-DATE
                           AND CMP-SEQ-NO > WS-PEND-SEQ
                       MOVE CMP-SEQ-NO TO WS-PEND-SEQ
                   END-IF
                   IF WS-PC-COUNT < 5000
                       ADD 1 TO WS-PC-COUNT
                       MOVE CMP-CUST-NO TO WS-PC-CUST-NO(WS-PC-COUNT)
                   END-IF
           END-READ.

       1500-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'SANCTIONS WATCH-LIST REVIEW LISTING - ' WS-MODE
               ' - RUN DATE ' WS-RUN-DATE ' - LIST DATE '
               WS-LIST-DATE ' - THRESHOLD ' WS-MATCH-THRESHOLD
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  PENDING KEY       SRC CUSTOMER    CUSTOMER NAME'
               '                   SCR  ENTRY ID    T'
               '  WATCH-LIST NAME                           CT'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *---------------------------------------------------------------
      * Inline mode - the CUSTMNT deck on its way to CUSTMAINT.
      *---------------------------------------------------------------
       2000-SCREEN-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-SCREEN-NEEDED-SW
           MOVE ZERO TO WS-BEST-SCORE
           EVALUATE TRUE
               WHEN CM-ADD
                   SET WS-SCREEN-NEEDED TO TRUE
               WHEN CM-CHANGE
                   PERFORM 2200-CHECK-NAME-ADDRESS-CHANGE
           END-EVALUATE
           IF WS-SCREEN-NEEDED
               ADD 1 TO WS-SCREENED-COUNT
               MOVE CM-CUST-NAME TO WS-SCREEN-NAME
               MOVE SPACES TO WS-NORM-ADDRESS
               STRING ' ' CM-CUST-ADDR-LINE-1 ' ' CM-CUST-ADDR-LINE-2
                   ' ' CM-CUST-CITY ' '
                   DELIMITED BY SIZE INTO WS-NORM-ADDRESS
               PERFORM 5000-SCREEN-NAME
           END-IF
           IF WS-SCREEN-NEEDED
                   AND WS-BEST-SCORE >= WS-MATCH-THRESHOLD
               PERFORM 2400-HOLD-FOR-COMPLIANCE
           ELSE
               ADD 1 TO WS-PASSED-COUNT
               MOVE CUST-MAINT-RECORD TO CUSTMNOK-RECORD
               WRITE CUSTMNOK-RECORD
           END-IF
           PERFORM 2100-READ-CUSTMNT.

       2100-READ-CUSTMNT.
           READ CUSTMNT-FILE
               AT END SET WS-CUSTMNT-EOF TO TRUE
           END-READ.

      * A CHANGE carries a full replacement image, so it is screened
      * only when the name or any address field differs from the
      * master. One for a customer not on file is passed - CUSTMAINT
      * rejects it.
       2200-CHECK-NAME-ADDRESS-CHANGE.
           MOVE CM-CUST-NO TO CUST-NO
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CUST-NAME        NOT = CUST-NAME
                   OR CM-CUST-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
                   OR CM-CUST-ADDR-LINE-2 NOT = CUST-ADDR-LINE-2
                   OR CM-CUST-CITY        NOT = CUST-CITY
                   OR CM-CUST-STATE       NOT = CUST-STATE
                   OR CM-CUST-POSTAL-CODE NOT = CUST-POSTAL-CODE
                       SET WS-SCREEN-NEEDED TO TRUE
                   END-IF
           END-READ.

      * The stopped transaction goes to the pending file image-intact
      * and leaves an 'H' on the change log, so the keyer's submission
      * is on record alongside compliance's eventual decision.
       2400-HOLD-FOR-COMPLIANCE.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES              TO COMPLIANCE-PENDING-RECORD
           SET CMP-INLINE           TO TRUE
           MOVE CM-CUST-NO          TO CMP-CUST-NO
           MOVE CUST-MAINT-RECORD   TO CMP-IMAGE
           PERFORM 4000-WRITE-PENDING-ENTRY
           MOVE SPACES TO WS-REASON-HOLD
           STRING 'HELD - WATCH LIST MATCH ' CMP-SCORE
               ' ON ENTRY ' CMP-WL-ENTRY-ID
               DELIMITED BY SIZE INTO WS-REASON-HOLD
           MOVE FUNCTION CURRENT-DATE TO CML-TIMESTAMP
           MOVE CM-TRAN-CODE          TO CML-TRAN-CODE
           MOVE CM-CUST-NO            TO CML-CUST-NO
           SET CML-HELD               TO TRUE
           MOVE WS-REASON-HOLD        TO CML-REASON
           WRITE CUST-MAINT-LOG-RECORD
           MOVE CM-TRAN-CODE TO MTL-TRAN-CODE
           PERFORM 4100-WRITE-MATCH-LINE
           DISPLAY 'SANCSCRN - Held for compliance ' CMP-RUN-DATE
               '-' CMP-SEQ-NO ' customer ' CM-CUST-NO ' - '
               WS-REASON-HOLD.

      *---------------------------------------------------------------
      * Rescreen mode - the whole customer master.
      *---------------------------------------------------------------
       3000-RESCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-BEST-SCORE
           IF CUST-NAME NOT = SPACES
               ADD 1 TO WS-SCREENED-COUNT
               MOVE CUST-NAME TO WS-SCREEN-NAME
               MOVE SPACES TO WS-NORM-ADDRESS
               STRING ' ' CUST-ADDR-LINE-1 ' ' CUST-ADDR-LINE-2
                   ' ' CUST-CITY ' '
                   DELIMITED BY SIZE INTO WS-NORM-ADDRESS
               PERFORM 5000-SCREEN-NAME
           END-IF
           IF WS-BEST-SCORE >= WS-MATCH-THRESHOLD
                   AND WS-BEST-SCORE > ZERO
               PERFORM 3200-CHECK-ALREADY-PENDING
               IF WS-ALREADY-PENDING
                   ADD 1 TO WS-ALREADY-COUNT
                   DISPLAY 'SANCSCRN - Customer ' CUST-NO
                       ' matches entry '
                       WS-WL-ENTRY-ID(WS-BEST-ORDINAL)
                       ' - already waiting on CMPLPEND'
               ELSE
                   PERFORM 3400-RAISE-RESCREEN-MATCH
               END-IF
           END-IF
           PERFORM 3100-READ-NEXT-CUSTOMER.

       3100-READ-NEXT-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END SET WS-CUSTMAST-EOF TO TRUE
           END-READ.

       3200-CHECK-ALREADY-PENDING.
           MOVE 'N' TO WS-ALREADY-PENDING-SW
           MOVE ZERO TO WS-PC-SUB
           PERFORM 3210-CHECK-ONE-PENDING-CUST
               UNTIL WS-ALREADY-PENDING
                  OR WS-PC-SUB >= WS-PC-COUNT.

       3210-CHECK-ONE-PENDING-CUST.
           ADD 1 TO WS-PC-SUB
           IF WS-PC-CUST-NO(WS-PC-SUB) = CUST-NO
               SET WS-ALREADY-PENDING TO TRUE
           END-IF.

       3400-RAISE-RESCREEN-MATCH.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES              TO COMPLIANCE-PENDING-RECORD
           SET CMP-RESCREEN         TO TRUE
           MOVE CUST-NO             TO CMP-CUST-NO
           MOVE CUST-MASTER-RECORD  TO CMP-IMAGE
           PERFORM 4000-WRITE-PENDING-ENTRY
           IF WS-PC-COUNT < 5000
               ADD 1 TO WS-PC-COUNT
               MOVE CUST-NO TO WS-PC-CUST-NO(WS-PC-COUNT)
           END-IF
           MOVE SPACE TO MTL-TRAN-CODE
           PERFORM 4100-WRITE-MATCH-LINE.

      *---------------------------------------------------------------
      * Shared by both modes.
      *---------------------------------------------------------------
       4000-WRITE-PENDING-ENTRY.
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-RUN-DATE  TO CMP-RUN-DATE
           MOVE WS-PEND-SEQ  TO CMP-SEQ-NO
           MOVE WS-BEST-SCORE TO CMP-SCORE
           MOVE WS-WL-ENTRY-ID(WS-BEST-ORDINAL)   TO CMP-WL-ENTRY-ID
           MOVE WS-WL-NAME-TYPE(WS-BEST-ORDINAL)  TO CMP-WL-NAME-TYPE
           MOVE WS-WL-NAME(WS-BEST-ORDINAL)       TO CMP-WL-NAME
           MOVE WS-WL-COUNTRY-CD(WS-BEST-ORDINAL) TO CMP-WL-COUNTRY-CD
           MOVE WS-LIST-DATE TO CMP-WL-LIST-DATE
           WRITE COMPLIANCE-PENDING-RECORD.

       4100-WRITE-MATCH-LINE.
           MOVE CMP-RUN-DATE      TO MTL-RUN-DATE
           MOVE CMP-SEQ-NO        TO MTL-SEQ-NO
           MOVE CMP-SOURCE        TO MTL-SOURCE
           MOVE CMP-CUST-NO       TO MTL-CUST-NO
           MOVE WS-SCREEN-NAME    TO MTL-CUST-NAME
           MOVE CMP-SCORE         TO MTL-SCORE
           MOVE CMP-WL-ENTRY-ID   TO MTL-ENTRY-ID
           MOVE CMP-WL-NAME-TYPE  TO MTL-NAME-TYPE
           MOVE CMP-WL-NAME       TO MTL-WL-NAME
           MOVE CMP-WL-COUNTRY-CD TO MTL-COUNTRY-CD
           MOVE WS-MATCH-LINE     TO REPORT-LINE
           WRITE REPORT-LINE.

      * Scores WS-SCREEN-NAME (address in WS-NORM-ADDRESS) against
      * the list, leaving the best listed name in WS-BEST-ORDINAL
      * and its score in WS-BEST-SCORE (zero - nothing in common).
       5000-SCREEN-NAME.
           MOVE ZERO TO WS-BEST-SCORE
           MOVE ZERO TO WS-BEST-ORDINAL
           MOVE ZERO TO WS-TOUCHED-COUNT
           MOVE WS-SCREEN-NAME TO WS-NORM-NAME
           INSPECT WS-NORM-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-NAME
               CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-BLANKS
           INSPECT WS-NORM-ADDRESS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-NORM-ADDRESS
               CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-BLANKS
           PERFORM 5100-SPLIT-NAME-WORDS
           MOVE ZERO TO WS-LOOKUP-SUB
           PERFORM 5300-LOOK-UP-ONE-WORD
               UNTIL WS-LOOKUP-SUB >= WS-WORD-COUNT
           MOVE ZERO TO WS-TOUCH-SUB
           PERFORM 5500-SCORE-ONE-CANDIDATE
               UNTIL WS-TOUCH-SUB >= WS-TOUCHED-COUNT.

      * WLSTLOAD's split: distinct words of two letters or more.
       5100-SPLIT-NAME-WORDS.
           MOVE ZERO   TO WS-WORD-COUNT
           MOVE SPACES TO WS-NAME-WORDS
           MOVE 1      TO WS-WORD-PTR
           PERFORM 5110-TAKE-ONE-WORD
               UNTIL WS-WORD-PTR > 60
                  OR WS-WORD-COUNT >= 10.

       5110-TAKE-ONE-WORD.
           MOVE SPACES TO WS-WORD
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-WORD
               WITH POINTER WS-WORD-PTR
           END-UNSTRING
           IF WS-WORD(2:1) NOT = SPACE
               MOVE 'N'  TO WS-WORD-DUP-SW
               MOVE ZERO TO WS-WORD-SUB
               PERFORM 5120-CHECK-DUPLICATE-WORD
                   UNTIL WS-WORD-SUB >= WS-WORD-COUNT
                      OR WS-WORD-DUP
               IF NOT WS-WORD-DUP
                   ADD 1 TO WS-WORD-COUNT
                   MOVE WS-WORD TO WS-NAME-WORD(WS-WORD-COUNT)
               END-IF
           END-IF.

       5120-CHECK-DUPLICATE-WORD.
           ADD 1 TO WS-WORD-SUB
           IF WS-NAME-WORD(WS-WORD-SUB) = WS-WORD
               SET WS-WORD-DUP TO TRUE
           END-IF.

      * The binary search lands on any one index record for the word;
      * the walk backs up to the first of them and then takes each
      * in turn, crediting its listed name with a shared word.
       5300-LOOK-UP-ONE-WORD.
           ADD 1 TO WS-LOOKUP-SUB
           MOVE WS-NAME-WORD(WS-LOOKUP-SUB) TO WS-WORD
           SEARCH ALL WS-WX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WX-WORD(WX-IDX) = WS-WORD
                   SET WS-WX-SUB TO WX-IDX
                   MOVE 'N' TO WS-WALK-DONE-SW
                   PERFORM 5310-BACK-UP-ONE
                       UNTIL WS-WALK-DONE
                   MOVE 'N' TO WS-WALK-DONE-SW
                   PERFORM 5320-TAKE-ONE-INDEX-ENTRY
                       UNTIL WS-WALK-DONE
           END-SEARCH.

       5310-BACK-UP-ONE.
           IF WS-WX-SUB = 1
               SET WS-WALK-DONE TO TRUE
           ELSE
               IF WS-WX-WORD(WS-WX-SUB - 1) = WS-WORD
                   SUBTRACT 1 FROM WS-WX-SUB
               ELSE
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

       5320-TAKE-ONE-INDEX-ENTRY.
           IF WS-WX-SUB > WS-WX-COUNT
               SET WS-WALK-DONE TO TRUE
           ELSE
               IF WS-WX-WORD(WS-WX-SUB) = WS-WORD
                   MOVE WS-WX-ORDINAL(WS-WX-SUB) TO WS-ORDINAL
                   IF WS-WL-HITS(WS-ORDINAL) = ZERO
                       ADD 1 TO WS-TOUCHED-COUNT
                       MOVE WS-ORDINAL TO
                           WS-TOUCHED-ORDINAL(WS-TOUCHED-COUNT)
                   END-IF
                   ADD 1 TO WS-WL-HITS(WS-ORDINAL)
                   ADD 1 TO WS-WX-SUB
               ELSE
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

      * Score one candidate, keep it if it is the best so far, and
      * put its hit count back to zero for the next customer.
       5500-SCORE-ONE-CANDIDATE.
           ADD 1 TO WS-TOUCH-SUB
           MOVE WS-TOUCHED-ORDINAL(WS-TOUCH-SUB) TO WS-ORDINAL
           COMPUTE WS-SCORE =
               (WS-WL-HITS(WS-ORDINAL) * 200)
               / (WS-WL-WORD-COUNT(WS-ORDINAL) + WS-WORD-COUNT)
           MOVE WS-WL-COUNTRY-LEN(WS-ORDINAL) TO WS-CTRY-LEN
           IF WS-SCORE >= 50 AND WS-CTRY-LEN > ZERO
               MOVE SPACES TO WS-COUNTRY-PROBE
               MOVE WS-WL-COUNTRY-NAME(WS-ORDINAL)(1:WS-CTRY-LEN)
                   TO WS-COUNTRY-PROBE(2:WS-CTRY-LEN)
               MOVE ZERO TO WS-COUNTRY-TALLY
               INSPECT WS-NORM-ADDRESS TALLYING WS-COUNTRY-TALLY
                   FOR ALL WS-COUNTRY-PROBE(1:WS-CTRY-LEN + 2)
               IF WS-COUNTRY-TALLY > ZERO
                   ADD 10 TO WS-SCORE
                   IF WS-SCORE > 100
                       MOVE 100 TO WS-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE   TO WS-BEST-SCORE
               MOVE WS-ORDINAL TO WS-BEST-ORDINAL
           END-IF
           MOVE ZERO TO WS-WL-HITS(WS-ORDINAL).

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INLINE-MODE
               MOVE 'TRANSACTIONS READ'      TO TLN-TEXT
           ELSE
               MOVE 'CUSTOMERS READ'         TO TLN-TEXT
           END-IF
           MOVE WS-READ-COUNT TO TLN-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'NAMES SCREENED'             TO TLN-TEXT
           MOVE WS-SCREENED-COUNT TO TLN-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'MATCHES HELD FOR COMPLIANCE' TO TLN-TEXT
           MOVE WS-HELD-COUNT TO TLN-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           IF WS-INLINE-MODE
               MOVE 'PASSED TO CUSTMAINT'    TO TLN-TEXT
               MOVE WS-PASSED-COUNT TO TLN-COUNT
           ELSE
               MOVE 'MATCHES ALREADY PENDING' TO TLN-TEXT
               MOVE WS-ALREADY-COUNT TO TLN-COUNT
           END-IF
           PERFORM 9100-WRITE-TOTAL-LINE
           CLOSE CUSTMAST-FILE CMPLPEND-FILE REPORT-FILE
           IF WS-INLINE-MODE
               CLOSE CUSTMNT-FILE CUSTMNOK-FILE CUSTMLOG-FILE
           END-IF
           DISPLAY 'SANCSCRN - Read              ' WS-READ-COUNT
           DISPLAY 'SANCSCRN - Screened          ' WS-SCREENED-COUNT
           DISPLAY 'SANCSCRN - Held              ' WS-HELD-COUNT
           IF WS-INLINE-MODE
               DISPLAY 'SANCSCRN - Passed            ' WS-PASSED-COUNT
           ELSE
               DISPLAY 'SANCSCRN - Already pending   '
                   WS-ALREADY-COUNT
           END-IF
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'SANCSCRN - Ended'.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
