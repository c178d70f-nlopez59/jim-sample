       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFSWP.
      * Weekly referential integrity sweep. The account master, the
      * customer master, the company master, the hold file, the
      * rate table, the standing-order master and the transaction
      * warehouse are each maintained by their own job, and nothing
      * proved they still agreed - a broken link surfaced one night
      * at a time as a decline or an undeliverable statement. This
      * sweep walks them all and lists every broken link:
      *
      *   NC - an open account whose ACCT-CUST-NO is blank or not on
      *        CUSTMAST;
      *   CC - an open account whose customer is closed;
      *   CO - an open account whose company is missing from, or
      *        inactive on, COMPMAST;
      *   NR - an open account with no rate of its own whose company
      *        and type have no RATETBL entry in force;
      *   HD - a hold in force against an account no longer on the
      *        master;
      *   SO - a standing order on, or transferring into, an account
      *        that is closed or gone;
      *   WH - a warehoused transaction aimed the same way.
      *
      * Where the fix is mechanical a correction card is written,
      * each kind on its own deck for the owning job to apply once
      * reviewed:
      *
      *   CC - a zero-balance account (not a term deposit, which
      *        only ACCTCLOS may close) gets an ACCTMNT change to
      *        status 'C'; otherwise the customer still has money
      *        with us and gets one CUSTMNT change back to status
      *        'A', its record otherwise unchanged;
      *   HD - a HOLDMNT release card;
      *   SO, WH - a STORDCNL cancel card.
      *
      * NC, CO and NR need a decision, not a card - they are listed
      * for the owning department. Nothing is updated here; the
      * decks are applied through the normal maintenance paths, so
      * every correction is edited and logged like any other.
      * Return code 4 means broken links were found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Walked in key order first, then probed by key for the hold,
      * standing-order and warehouse passes.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT COMPMAST-FILE ASSIGN TO COMPMAST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
      * The current standing-order and warehouse generations, read
      * only - STORDCNL carries them forward when the cancels are
      * applied.
           SELECT STORDIN-FILE  ASSIGN TO STORDIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEIN-FILE   ASSIGN TO WHSEIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFACCT-FILE  ASSIGN TO REFACCT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFCUST-FILE  ASSIGN TO REFCUST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFHOLD-FILE  ASSIGN TO REFHOLD
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFSOCN-FILE  ASSIGN TO REFSOCN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO REFRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  COMPMAST-FILE.
           COPY COMPMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  STORDIN-FILE.
           COPY STORDREC.
       FD  WHSEIN-FILE.
           COPY TRANWHSE.
       FD  REFACCT-FILE.
           COPY ACCTMNT.
       FD  REFCUST-FILE.
           COPY CUSTMNT.
       FD  REFHOLD-FILE.
           COPY HOLDCRD.
       FD  REFSOCN-FILE.
           COPY SOCNCRD.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.

      * The warehoused transaction image, unpacked for the checks.
           COPY TRANREC.

       01  WS-SWITCHES.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-COMPMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-COMPMAST-EOF             VALUE 'Y'.
           05  WS-ACCTHOLD-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTHOLD-EOF             VALUE 'Y'.
           05  WS-STORDIN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-STORDIN-EOF              VALUE 'Y'.
           05  WS-WHSEIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-WHSEIN-EOF               VALUE 'Y'.
           05  WS-RATE-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-RATE-FOUND               VALUE 'Y'.
      * What a probe of the master found for WS-LOOK-ACCT.
           05  WS-TARGET-SW            PIC X(01)  VALUE SPACE.
               88  WS-TARGET-OPEN              VALUE 'O'.
               88  WS-TARGET-CLOSED            VALUE 'C'.
               88  WS-TARGET-MISSING           VALUE 'M'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-LOOK-ACCT                PIC X(10)  VALUE SPACES.

      * The company master, loaded up front - a handful of records.
       01  WS-COMPANY-TABLE.
           05  WS-CMP-ENTRY OCCURS 50 TIMES.
               10  WS-CMP-CODE         PIC X(03).
               10  WS-CMP-ACTIVE-SW    PIC X(01).
       01  WS-CMP-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-CMP-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CMP-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.

      * Whether each company and type has a RATETBL entry in force,
      * remembered the first time it is asked. Past the table's end
      * the table is simply asked again.
       01  WS-RATE-CACHE.
           05  WS-RC-ENTRY OCCURS 50 TIMES.
               10  WS-RC-COMPANY       PIC X(03).
               10  WS-RC-TYPE          PIC X(01).
               10  WS-RC-FOUND-SW      PIC X(01).
       01  WS-RC-COUNT                 PIC 9(03) COMP  VALUE ZERO.
       01  WS-RC-IDX                   PIC 9(03) COMP  VALUE ZERO.
       01  WS-RC-FOUND-IDX             PIC 9(03) COMP  VALUE ZERO.

      * Customers already given a reopen card this run - one card
      * per customer however many accounts point at it.
       01  WS-REOPEN-TABLE.
           05  WS-REOPEN-CUST-NO OCCURS 2000 TIMES
                                       PIC X(10).
       01  WS-REOPEN-COUNT             PIC 9(05) COMP  VALUE ZERO.
       01  WS-REOPEN-IDX               PIC 9(05) COMP  VALUE ZERO.
       01  WS-REOPEN-FOUND-IDX         PIC 9(05) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCTS-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-HOLDS-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ORDERS-READ          PIC 9(07) COMP  VALUE ZERO.
           05  WS-WHSE-READ            PIC 9(07) COMP  VALUE ZERO.
           05  WS-NC-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-CC-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-CO-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-NR-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-HD-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-SO-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-WH-COUNT             PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCT-CARDS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CUST-CARDS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-HOLD-CARDS           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CANCEL-CARDS         PIC 9(07) COMP  VALUE ZERO.
           05  WS-LINK-TOTAL           PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(40)  VALUE
               '  CK  ACCOUNT     CO  T  OTHER KEY   DET'.
           05  FILLER                  PIC X(40)  VALUE
               'AIL                                     '.
           05  FILLER                  PIC X(20)  VALUE
               '       CARD'.

       01  WS-LINK-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-CHECK               PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-COMPANY             PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LNK-TYPE                PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-OTHER-KEY           PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-DETAIL              PIC X(50).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LNK-CARD                PIC X(20).

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CNT-TEXT                PIC X(50).
           05  CNT-COUNT               PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-ACCOUNT
               UNTIL WS-ACCTMAST-EOF
           PERFORM 3000-CHECK-ONE-HOLD
               UNTIL WS-ACCTHOLD-EOF
           PERFORM 4000-CHECK-ONE-ORDER
               UNTIL WS-STORDIN-EOF
           PERFORM 5000-CHECK-ONE-WAREHOUSED
               UNTIL WS-WHSEIN-EOF
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'REFSWP - Started. Sweeping for broken links.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT COMPMAST-FILE
           PERFORM 1100-LOAD-ONE-COMPANY
               UNTIL WS-COMPMAST-EOF
           CLOSE COMPMAST-FILE
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  CUSTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN INPUT  STORDIN-FILE
           OPEN INPUT  WHSEIN-FILE
           OPEN OUTPUT REFACCT-FILE
           OPEN OUTPUT REFCUST-FILE
           OPEN OUTPUT REFHOLD-FILE
           OPEN OUTPUT REFSOCN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'REFERENTIAL INTEGRITY SWEEP - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-ACCTMAST
           PERFORM 3100-READ-ACCTHOLD
           PERFORM 4100-READ-STORDIN
           PERFORM 5100-READ-WHSEIN.

       1100-LOAD-ONE-COMPANY.
           READ COMPMAST-FILE
               AT END
                   SET WS-COMPMAST-EOF TO TRUE
               NOT AT END
                   IF WS-CMP-COUNT < 50
                       ADD 1 TO WS-CMP-COUNT
                       MOVE CMP-COMPANY-CD
                           TO WS-CMP-CODE(WS-CMP-COUNT)
                       MOVE CMP-ACTIVE-SW
                           TO WS-CMP-ACTIVE-SW(WS-CMP-COUNT)
                   ELSE
                       DISPLAY 'REFSWP - Company table full - '
                           CMP-COMPANY-CD ' not loaded'
                   END-IF
           END-READ.

      * A closed account's links no longer matter - only accounts
      * that can still post or be written to are checked.
       2000-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-READ
           IF NOT ACCT-STATUS-CLOSED
               PERFORM 2200-CHECK-CUSTOMER
               PERFORM 2300-CHECK-COMPANY
               IF ACCT-INT-RATE = ZERO AND NOT ACCT-TYPE-TERM
                   PERFORM 2400-CHECK-RATE
               END-IF
           END-IF
           PERFORM 2100-READ-ACCTMAST.

       2100-READ-ACCTMAST.
           READ ACCTMAST-FILE NEXT RECORD
               AT END SET WS-ACCTMAST-EOF TO TRUE
           END-READ.

       2200-CHECK-CUSTOMER.
           IF ACCT-CUST-NO = SPACES
               ADD 1 TO WS-NC-COUNT
               PERFORM 8100-SET-LINK-FROM-ACCOUNT
               MOVE 'NC' TO LNK-CHECK
               MOVE 'NO CUSTOMER NUMBER ON THE ACCOUNT' TO LNK-DETAIL
               MOVE 'NONE - REVIEW' TO LNK-CARD
               PERFORM 8000-WRITE-LINK-LINE
           ELSE
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUSTMAST-FILE
                   INVALID KEY
                       ADD 1 TO WS-NC-COUNT
                       PERFORM 8100-SET-LINK-FROM-ACCOUNT
                       MOVE 'NC' TO LNK-CHECK
                       MOVE 'CUSTOMER NOT ON CUSTMAST' TO LNK-DETAIL
                       MOVE 'NONE - REVIEW' TO LNK-CARD
                       PERFORM 8000-WRITE-LINK-LINE
                   NOT INVALID KEY
                       IF CUST-STATUS-CLOSED
                           PERFORM 2250-CLOSED-CUSTOMER
                       END-IF
               END-READ
           END-IF.

      * An empty account under a closed customer is closed to match;
      * an account still holding money (or a term deposit, which
      * only ACCTCLOS may close) reopens the customer instead - the
      * money is real, the customer closure was premature.
       2250-CLOSED-CUSTOMER.
           ADD 1 TO WS-CC-COUNT
           PERFORM 8100-SET-LINK-FROM-ACCOUNT
           MOVE 'CC' TO LNK-CHECK
           IF ACCT-BALANCE = ZERO AND NOT ACCT-TYPE-TERM
               MOVE 'CUSTOMER CLOSED - EMPTY ACCOUNT CLOSED TO MATCH'
                   TO LNK-DETAIL
               MOVE 'ACCTMNT' TO LNK-CARD
               PERFORM 2260-WRITE-CLOSE-CARD
           ELSE
               MOVE 'CUSTOMER CLOSED - ACCOUNT STILL HOLDS A BALANCE'
                   TO LNK-DETAIL
               PERFORM 2270-FIND-REOPENED
               EVALUATE TRUE
                   WHEN WS-REOPEN-FOUND-IDX > ZERO
                       MOVE 'CUSTMNT (ABOVE)' TO LNK-CARD
                   WHEN WS-REOPEN-COUNT < 2000
                       ADD 1 TO WS-REOPEN-COUNT
                       MOVE CUST-NO
                           TO WS-REOPEN-CUST-NO(WS-REOPEN-COUNT)
                       MOVE 'CUSTMNT' TO LNK-CARD
                       PERFORM 2280-WRITE-REOPEN-CARD
                   WHEN OTHER
                       MOVE 'NONE - TABLE FULL' TO LNK-CARD
               END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-LINK-LINE.

      * The full replacement image ACCTMAINT's CHANGE carries - the
      * DORMSWP card with status 'C'.
       2260-WRITE-CLOSE-CARD.
           ADD 1 TO WS-ACCT-CARDS
           MOVE SPACES              TO ACCT-MAINT-RECORD
           MOVE 'C'                 TO AM-TRAN-CODE
           MOVE ACCT-NO             TO AM-ACCT-NO
           MOVE 'C'                 TO AM-ACCT-STATUS
           MOVE ACCT-COMPANY-CD     TO AM-ACCT-COMPANY-CD
           MOVE ACCT-TYPE           TO AM-ACCT-TYPE
           MOVE ACCT-BALANCE        TO AM-ACCT-BALANCE-NUM
           MOVE ACCT-INT-RATE       TO AM-ACCT-INT-RATE-NUM
           MOVE ACCT-OPEN-DATE      TO AM-ACCT-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE  TO AM-ACCT-LAST-INT-DATE
           MOVE ACCT-CUST-NO        TO AM-ACCT-CUST-NO
           MOVE ACCT-CURRENCY-CD    TO AM-ACCT-CURRENCY-CD
           MOVE ACCT-YTD-INTEREST   TO AM-ACCT-YTD-INT-NUM
           WRITE ACCT-MAINT-RECORD.

       2270-FIND-REOPENED.
           MOVE ZERO TO WS-REOPEN-FOUND-IDX
           MOVE ZERO TO WS-REOPEN-IDX
           PERFORM 2275-CHECK-ONE-REOPENED
               UNTIL WS-REOPEN-FOUND-IDX > ZERO
                  OR WS-REOPEN-IDX >= WS-REOPEN-COUNT.

       2275-CHECK-ONE-REOPENED.
           ADD 1 TO WS-REOPEN-IDX
           IF WS-REOPEN-CUST-NO(WS-REOPEN-IDX) = CUST-NO
               MOVE WS-REOPEN-IDX TO WS-REOPEN-FOUND-IDX
           END-IF.

      * CUSTMAINT's CHANGE is a full replacement too - everything as
      * CUSTMAST has it, bar the status.
       2280-WRITE-REOPEN-CARD.
           ADD 1 TO WS-CUST-CARDS
           MOVE SPACES              TO CUST-MAINT-RECORD
           MOVE 'C'                 TO CM-TRAN-CODE
           MOVE CUST-NO             TO CM-CUST-NO
           MOVE CUST-NAME           TO CM-CUST-NAME
           MOVE CUST-ADDR-LINE-1    TO CM-CUST-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2    TO CM-CUST-ADDR-LINE-2
           MOVE CUST-CITY           TO CM-CUST-CITY
           MOVE CUST-STATE          TO CM-CUST-STATE
           MOVE CUST-POSTAL-CODE    TO CM-CUST-POSTAL-CODE
           MOVE CUST-PHONE          TO CM-CUST-PHONE
           MOVE 'A'                 TO CM-CUST-STATUS
           WRITE CUST-MAINT-RECORD.

       2300-CHECK-COMPANY.
           MOVE ZERO TO WS-CMP-FOUND-IDX
           MOVE ZERO TO WS-CMP-IDX
           PERFORM 2310-CHECK-ONE-COMPANY
               UNTIL WS-CMP-FOUND-IDX > ZERO
                  OR WS-CMP-IDX >= WS-CMP-COUNT
           IF WS-CMP-FOUND-IDX = ZERO
               ADD 1 TO WS-CO-COUNT
               PERFORM 8100-SET-LINK-FROM-ACCOUNT
               MOVE 'CO' TO LNK-CHECK
               MOVE 'COMPANY NOT ON COMPMAST' TO LNK-DETAIL
               MOVE 'NONE - REVIEW' TO LNK-CARD
               PERFORM 8000-WRITE-LINK-LINE
           ELSE
               IF WS-CMP-ACTIVE-SW(WS-CMP-FOUND-IDX) NOT = 'Y'
                   ADD 1 TO WS-CO-COUNT
                   PERFORM 8100-SET-LINK-FROM-ACCOUNT
                   MOVE 'CO' TO LNK-CHECK
                   MOVE 'COMPANY NOT ACTIVE ON COMPMAST'
                       TO LNK-DETAIL
                   MOVE 'NONE - REVIEW' TO LNK-CARD
                   PERFORM 8000-WRITE-LINK-LINE
               END-IF
           END-IF.

       2310-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CMP-IDX
           IF WS-CMP-CODE(WS-CMP-IDX) = ACCT-COMPANY-CD
               MOVE WS-CMP-IDX TO WS-CMP-FOUND-IDX
           END-IF.

      * No rate of its own and nothing in RATETBL on or before today
      * for its company and type - RULE-3 and INTCAP would accrue it
      * nothing.
       2400-CHECK-RATE.
           MOVE ZERO TO WS-RC-FOUND-IDX
           MOVE ZERO TO WS-RC-IDX
           PERFORM 2410-CHECK-ONE-CACHED-RATE
               UNTIL WS-RC-FOUND-IDX > ZERO
                  OR WS-RC-IDX >= WS-RC-COUNT
           IF WS-RC-FOUND-IDX > ZERO
               MOVE WS-RC-FOUND-SW(WS-RC-FOUND-IDX) TO WS-RATE-FOUND-SW
           ELSE
               PERFORM 2420-PROBE-RATE-TABLE
               IF WS-RC-COUNT < 50
                   ADD 1 TO WS-RC-COUNT
                   MOVE ACCT-COMPANY-CD TO WS-RC-COMPANY(WS-RC-COUNT)
                   MOVE ACCT-TYPE       TO WS-RC-TYPE(WS-RC-COUNT)
                   MOVE WS-RATE-FOUND-SW
                       TO WS-RC-FOUND-SW(WS-RC-COUNT)
               END-IF
           END-IF
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NR-COUNT
               PERFORM 8100-SET-LINK-FROM-ACCOUNT
               MOVE 'NR' TO LNK-CHECK
               MOVE 'NO OWN RATE AND NO RATETBL ENTRY IN FORCE'
                   TO LNK-DETAIL
               MOVE 'NONE - REVIEW' TO LNK-CARD
               PERFORM 8000-WRITE-LINK-LINE
           END-IF.

       2410-CHECK-ONE-CACHED-RATE.
           ADD 1 TO WS-RC-IDX
           IF WS-RC-COMPANY(WS-RC-IDX) = ACCT-COMPANY-CD
                   AND WS-RC-TYPE(WS-RC-IDX) = ACCT-TYPE
               MOVE WS-RC-IDX TO WS-RC-FOUND-IDX
           END-IF.

      * The first entry for the company and type is the earliest -
      * if that is already after today, none is in force.
       2420-PROBE-RATE-TABLE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           START RATETBL-FILE KEY >= RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATETBL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-COMPANY-CD = ACCT-COMPANY-CD
                                   AND RT-ACCT-TYPE = ACCT-TYPE
                                   AND RT-EFF-DATE <= WS-RUN-DATE
                               MOVE 'Y' TO WS-RATE-FOUND-SW
                           END-IF
                   END-READ
           END-START.

      * A hold in force whose account has gone can never be released
      * through the account's own maintenance - release it. The
      * all-Z seed record never reads as in force.
       3000-CHECK-ONE-HOLD.
           ADD 1 TO WS-HOLDS-READ
           IF AHL-RELEASE-DATE IS NUMERIC AND AHL-IN-FORCE
               MOVE AHL-ACCT-NO TO WS-LOOK-ACCT
               PERFORM 7000-PROBE-MASTER
               IF WS-TARGET-MISSING
                   ADD 1 TO WS-HD-COUNT
                   ADD 1 TO WS-HOLD-CARDS
                   MOVE SPACES TO HOLD-CARD
                   MOVE 'R'             TO HC-ACTION
                   MOVE AHL-ACCT-NO     TO HC-ACCT-NO
                   MOVE AHL-HOLD-TYPE   TO HC-HOLD-TYPE
                   MOVE 'REFSWP'        TO HC-PLACED-BY
                   MOVE 'ACCOUNT NO LONGER ON MASTER'
                       TO HC-REASON
                   WRITE HOLD-CARD
                   MOVE SPACES TO WS-LINK-LINE
                   MOVE 'HD'            TO LNK-CHECK
                   MOVE AHL-ACCT-NO     TO LNK-ACCT-NO
                   MOVE SPACES TO LNK-DETAIL
                   STRING 'HOLD ' AHL-HOLD-TYPE ' PLACED '
                       AHL-PLACED-DATE ' - ACCOUNT NOT ON MASTER'
                       DELIMITED BY SIZE INTO LNK-DETAIL
                   MOVE 'HOLDMNT' TO LNK-CARD
                   PERFORM 8000-WRITE-LINK-LINE
               END-IF
           END-IF
           PERFORM 3100-READ-ACCTHOLD.

       3100-READ-ACCTHOLD.
           READ ACCTHOLD-FILE NEXT RECORD
               AT END SET WS-ACCTHOLD-EOF TO TRUE
           END-READ.

      * The order's own account, then for a RULE-5 transfer the
      * credit account in the first ten bytes of its data - the
      * ACCTCLOS test.
       4000-CHECK-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE SO-ACCT-NO TO WS-LOOK-ACCT
           PERFORM 7000-PROBE-MASTER
           IF WS-TARGET-OPEN AND SO-RULE-CODE = '5'
               MOVE SO-DATA(1:10) TO WS-LOOK-ACCT
               PERFORM 7000-PROBE-MASTER
           END-IF
           IF NOT WS-TARGET-OPEN
               ADD 1 TO WS-SO-COUNT
               ADD 1 TO WS-CANCEL-CARDS
               MOVE SPACES TO SO-CANCEL-CARD
               MOVE 'S'              TO SX-SOURCE
               MOVE SO-ACCT-NO       TO SX-ACCT-NO
               MOVE SO-RULE-CODE     TO SX-RULE-CODE
               MOVE SO-AMOUNT        TO SX-AMOUNT
               MOVE SO-DATA(1:10)    TO SX-CREDIT-ACCT
               PERFORM 7100-SET-CANCEL-REASON
               WRITE SO-CANCEL-CARD
               MOVE SPACES TO WS-LINK-LINE
               MOVE 'SO'             TO LNK-CHECK
               MOVE SO-ACCT-NO       TO LNK-ACCT-NO
               MOVE SO-COMPANY-CD    TO LNK-COMPANY
               MOVE SO-ACCT-TYPE     TO LNK-TYPE
               MOVE WS-LOOK-ACCT     TO LNK-OTHER-KEY
               MOVE SPACES TO LNK-DETAIL
               STRING 'ORDER RULE ' SO-RULE-CODE ' - '
                   SX-REASON
                   DELIMITED BY SIZE INTO LNK-DETAIL
               MOVE 'STORDCNL' TO LNK-CARD
               PERFORM 8000-WRITE-LINK-LINE
           END-IF
           PERFORM 4100-READ-STORDIN.

       4100-READ-STORDIN.
           READ STORDIN-FILE
               AT END SET WS-STORDIN-EOF TO TRUE
           END-READ.

       5000-CHECK-ONE-WAREHOUSED.
           ADD 1 TO WS-WHSE-READ
           MOVE WH-TRAN-IMAGE TO TRAN-RECORD
           MOVE TRAN-ACCT-NO TO WS-LOOK-ACCT
           PERFORM 7000-PROBE-MASTER
           IF WS-TARGET-OPEN AND TRAN-RULE-CODE = '5'
               MOVE TRAN-DATA(1:10) TO WS-LOOK-ACCT
               PERFORM 7000-PROBE-MASTER
           END-IF
           IF NOT WS-TARGET-OPEN
               ADD 1 TO WS-WH-COUNT
               ADD 1 TO WS-CANCEL-CARDS
               MOVE SPACES TO SO-CANCEL-CARD
               MOVE 'W'              TO SX-SOURCE
               MOVE TRAN-ACCT-NO     TO SX-ACCT-NO
               MOVE TRAN-RULE-CODE   TO SX-RULE-CODE
               MOVE TRAN-AMOUNT      TO SX-AMOUNT
               MOVE TRAN-DATA(1:10)  TO SX-CREDIT-ACCT
               MOVE WH-STORED-DATE   TO SX-STORED-DATE
               PERFORM 7100-SET-CANCEL-REASON
               WRITE SO-CANCEL-CARD
               MOVE SPACES TO WS-LINK-LINE
               MOVE 'WH'             TO LNK-CHECK
               MOVE TRAN-ACCT-NO     TO LNK-ACCT-NO
               MOVE TRAN-COMPANY-CD  TO LNK-COMPANY
               MOVE TRAN-ACCT-TYPE   TO LNK-TYPE
               MOVE WS-LOOK-ACCT     TO LNK-OTHER-KEY
               MOVE SPACES TO LNK-DETAIL
               STRING 'WAREHOUSED RULE ' TRAN-RULE-CODE ' - '
                   SX-REASON
                   DELIMITED BY SIZE INTO LNK-DETAIL
               MOVE 'STORDCNL' TO LNK-CARD
               PERFORM 8000-WRITE-LINK-LINE
           END-IF
           PERFORM 5100-READ-WHSEIN.

       5100-READ-WHSEIN.
           READ WHSEIN-FILE
               AT END SET WS-WHSEIN-EOF TO TRUE
           END-READ.

       6000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-LINK-TOTAL = WS-NC-COUNT + WS-CC-COUNT
               + WS-CO-COUNT + WS-NR-COUNT + WS-HD-COUNT
               + WS-SO-COUNT + WS-WH-COUNT
           IF WS-LINK-TOTAL = ZERO
               MOVE '  NO BROKEN LINKS FOUND' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'NC CUSTOMER MISSING' TO CNT-TEXT
           MOVE WS-NC-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CC CUSTOMER CLOSED, ACCOUNT OPEN' TO CNT-TEXT
           MOVE WS-CC-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CO COMPANY MISSING OR INACTIVE' TO CNT-TEXT
           MOVE WS-CO-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'NR NO RATE' TO CNT-TEXT
           MOVE WS-NR-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'HD HOLD ON DELETED ACCOUNT' TO CNT-TEXT
           MOVE WS-HD-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'SO STANDING ORDER TO CLOSED/MISSING ACCOUNT'
               TO CNT-TEXT
           MOVE WS-SO-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'WH WAREHOUSED TO CLOSED/MISSING ACCOUNT' TO CNT-TEXT
           MOVE WS-WH-COUNT TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCTMNT CORRECTION CARDS (REFACCT)' TO CNT-TEXT
           MOVE WS-ACCT-CARDS TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTMNT CORRECTION CARDS (REFCUST)' TO CNT-TEXT
           MOVE WS-CUST-CARDS TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'HOLDMNT RELEASE CARDS (REFHOLD)' TO CNT-TEXT
           MOVE WS-HOLD-CARDS TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'STORDCNL CANCEL CARDS (REFSOCN)' TO CNT-TEXT
           MOVE WS-CANCEL-CARDS TO CNT-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           CLOSE ACCTMAST-FILE CUSTMAST-FILE ACCTHOLD-FILE
                 RATETBL-FILE STORDIN-FILE WHSEIN-FILE
                 REFACCT-FILE REFCUST-FILE REFHOLD-FILE
                 REFSOCN-FILE REPORT-FILE
           DISPLAY 'REFSWP - Accounts read      ' WS-ACCTS-READ
           DISPLAY 'REFSWP - Holds read         ' WS-HOLDS-READ
           DISPLAY 'REFSWP - Standing orders    ' WS-ORDERS-READ
           DISPLAY 'REFSWP - Warehoused entries ' WS-WHSE-READ
           DISPLAY 'REFSWP - Broken links       ' WS-LINK-TOTAL
           IF WS-LINK-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'REFSWP - Ended'.

       6100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Is WS-LOOK-ACCT on the master, and open? A blank account
      * number is as good as missing.
       7000-PROBE-MASTER.
           IF WS-LOOK-ACCT = SPACES
               SET WS-TARGET-MISSING TO TRUE
           ELSE
               MOVE WS-LOOK-ACCT TO ACCT-NO
               READ ACCTMAST-FILE
                   INVALID KEY
                       SET WS-TARGET-MISSING TO TRUE
                   NOT INVALID KEY
                       IF ACCT-STATUS-CLOSED
                           SET WS-TARGET-CLOSED TO TRUE
                       ELSE
                           SET WS-TARGET-OPEN TO TRUE
                       END-IF
               END-READ
           END-IF.

       7100-SET-CANCEL-REASON.
           MOVE SPACES TO SX-REASON
           IF WS-TARGET-CLOSED
               STRING 'ACCT ' WS-LOOK-ACCT ' CLOSED'
                   DELIMITED BY SIZE INTO SX-REASON
           ELSE
               STRING 'ACCT ' WS-LOOK-ACCT ' NOT ON MASTER'
                   DELIMITED BY SIZE INTO SX-REASON
           END-IF.

       8000-WRITE-LINK-LINE.
           MOVE WS-LINK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8100-SET-LINK-FROM-ACCOUNT.
           MOVE SPACES TO WS-LINK-LINE
           MOVE ACCT-NO         TO LNK-ACCT-NO
           MOVE ACCT-COMPANY-CD TO LNK-COMPANY
           MOVE ACCT-TYPE       TO LNK-TYPE
           MOVE ACCT-CUST-NO    TO LNK-OTHER-KEY.
