       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      * Escheatment - unclaimed property - for long-dormant accounts.
      * DORMSWP flags an account dormant; the state then requires a
      * balance its owner has not touched for the statutory period
      * to be reported and handed over, after the owner has been
      * written to. This program keeps the watch that law needs and
      * does the handing over:
      *
      *   watch    - every dormant checking or savings account with
      *              money on it is carried on the ESCHTRK watch
      *              generation, (0) in and (+1) out, with the date
      *              of the owner's last activity, the state whose
      *              law applies (the owner's CUSTMAST state, else
      *              the holding company's own) and the deadline
      *              that state's ESCHPARM period gives;
      *   activity - owner-driven postings on the posting journal
      *              and the archived audit trail, and ESCHCNT
      *              contact cards keyed when the owner calls or
      *              answers a letter, move the last activity on and
      *              restart the clock - an owner who makes contact
      *              after the letter comes off the letter list;
      *   letter   - once inside the state's letter lead time the
      *              account goes on the due-diligence letter list
      *              and a notice event for NOTCGEN, which letters
      *              the owner the next night;
      *   escheat  - once the deadline has passed AND the letter has
      *              had its full lead time unanswered, final interest
      *              is posted with INTCAP's day-count, the balance
      *              is moved to the company's escheat holding account
      *              as a linked pair of postings journaled under
      *              caller-id ESCHEAT (the job's own GLEXTR step takes
      *              them to the ledger), and - only when a fresh read
      *              proves the balance zero - a status 'C' change
      *              card is written for ACCTMAINT, the ACCTCLOS route.
      *              The owner's name and address and the amount go
      *              on the unclaimed property report file for the
      *              state.
      *
      * An account reactivated, closed, emptied or gone since the
      * last run simply drops off the watch and is listed. A hold in
      * force, a company with no holding account, or a state with no
      * period is listed for review and the account stays watched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHPARM-FILE ASSIGN TO ESCHPARM
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The DORMSWP inactivity window - an account first seen with
      * no owner activity on file has been idle at least this long.
           SELECT DORMPARM-FILE ASSIGN TO DORMPARM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHCNT-FILE  ASSIGN TO ESCHCNT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Read through in key order for the candidates, then by key
      * for the postings.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RATETBL-FILE  ASSIGN TO RATETBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RT-KEY
                  FILE STATUS IS WS-RATETBL-STATUS.
      * Read for owner activity first, then extended with the
      * escheat postings.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The archived audit generations, concatenated oldest first -
      * the DORMSWP evidence stream.
           SELECT AUDHIST-FILE  ASSIGN TO AUDHIST
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHIN-FILE  ASSIGN TO WATCHIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCHOUT-FILE ASSIGN TO WATCHOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTUPDT-FILE ASSIGN TO ACCTUPDT
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The status 'C' change cards, applied by ACCTMAINT.
           SELECT ESCHMNT-FILE  ASSIGN TO ESCHMNT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTEVT-FILE   ASSIGN TO NOTEVT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLPROP-FILE ASSIGN TO UNCLPROP
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-LIST-FILE ASSIGN TO ESCHLTR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO ESCHRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCHPARM-FILE.
           COPY ESCHPARM.
       FD  DORMPARM-FILE.
           COPY DORMPARM.
       FD  ESCHCNT-FILE.
           COPY ESCHCNT.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  RATETBL-FILE.
           COPY RATEREC.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  AUDHIST-FILE.
           COPY AUDITREC.
       FD  WATCHIN-FILE.
           COPY ESCHTRK.
       FD  WATCHOUT-FILE.
           COPY ESCHTRK
               REPLACING ==ESCHEAT-WATCH-RECORD==
                                        BY ==WATCH-OUT-RECORD==
                         ==ETK-ACCT-NO==      BY ==ETO-ACCT-NO==
                         ==ETK-CUST-NO==      BY ==ETO-CUST-NO==
                         ==ETK-STATE==        BY ==ETO-STATE==
                         ==ETK-LAST-ACTIVITY==
                                              BY ==ETO-LAST-ACTIVITY==
                         ==ETK-DEADLINE==     BY ==ETO-DEADLINE==
                         ==ETK-LETTER-DATE==  BY ==ETO-LETTER-DATE==
                         ==ETK-CONTACT-DATE== BY ==ETO-CONTACT-DATE==
                         ==ETK-WATCHED-DATE== BY ==ETO-WATCHED-DATE==.
       FD  ACCTUPDT-FILE.
           COPY ACCTMNT
               REPLACING ==ACCT-MAINT-RECORD==
                                        BY ==UPD-MAINT-RECORD==
                         ==AM-TRAN-CODE==
                                        BY ==UPD-TRAN-CODE==
                         ==AM-ADD==     BY ==UPD-ADD==
                         ==AM-CHANGE==  BY ==UPD-CHANGE==
                         ==AM-DELETE==  BY ==UPD-DELETE==
                         ==AM-ACCT-NO== BY ==UPD-ACCT-NO==
                         ==AM-ACCT-STATUS==
                                        BY ==UPD-ACCT-STATUS==
                         ==AM-ACCT-COMPANY-CD==
                                        BY ==UPD-ACCT-COMPANY-CD==
                         ==AM-ACCT-TYPE==
                                        BY ==UPD-ACCT-TYPE==
                         ==AM-ACCT-BALANCE-NUM==
                                        BY ==UPD-ACCT-BALANCE-NUM==
                         ==AM-ACCT-BALANCE==
                                        BY ==UPD-ACCT-BALANCE==
                         ==AM-ACCT-INT-RATE-NUM==
                                        BY ==UPD-ACCT-INT-RATE-NUM==
                         ==AM-ACCT-INT-RATE==
                                        BY ==UPD-ACCT-INT-RATE==
                         ==AM-ACCT-OPEN-DATE==
                                        BY ==UPD-ACCT-OPEN-DATE==
                         ==AM-ACCT-LAST-INT-DATE==
                                        BY ==UPD-ACCT-LAST-INT-DATE==
                         ==AM-ACCT-CUST-NO==
                                        BY ==UPD-ACCT-CUST-NO==
                         ==AM-ACCT-CURRENCY-CD==
                                        BY ==UPD-ACCT-CURRENCY-CD==
                         ==AM-ACCT-YTD-INT-NUM==
                                        BY ==UPD-ACCT-YTD-INT-NUM==
                         ==AM-ACCT-YTD-INT==
                                        BY ==UPD-ACCT-YTD-INT==.
       FD  ESCHMNT-FILE.
           COPY ACCTMNT.
       FD  NOTEVT-FILE.
           COPY NOTEVT.
       FD  UNCLPROP-FILE.
           COPY ESCHUPR.
       FD  LETTER-LIST-FILE.
       01  LETTER-LIST-LINE            PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-RATETBL-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ESCHPARM-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ESCHPARM-EOF             VALUE 'Y'.
           05  WS-ESCHCNT-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-ESCHCNT-EOF              VALUE 'Y'.
           05  WS-ACCTMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-EOF             VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-EOF              VALUE 'Y'.
           05  WS-AUDHIST-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-AUDHIST-EOF              VALUE 'Y'.
           05  WS-WATCHIN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-WATCHIN-EOF              VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(01)  VALUE 'N'.
               88  WS-TABLE-FULL               VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-CUSTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-CUSTMAST-FOUND           VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-POSTING-FAILED-SW    PIC X(01)  VALUE 'N'.
               88  WS-POSTING-FAILED           VALUE 'Y'.
           05  WS-KEEP-WATCH-SW        PIC X(01)  VALUE 'Y'.
               88  WS-KEEP-WATCH               VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-INACTIVE-MONTHS          PIC 9(03) COMP  VALUE ZERO.

      * Month arithmetic on a date in hand - whole months, day kept,
      * the DORMSWP cutoff method; statutory periods are counted in
      * months and a day either way does not matter at this scale.
       01  WS-DATE-CALC.
           05  WS-DATE-WORK            PIC 9(08)  VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DW-YEAR          PIC 9(04).
               10  WS-DW-MONTH         PIC 9(02).
               10  WS-DW-DAY           PIC 9(02).
           05  WS-MONTHS-STEP          PIC 9(03) COMP  VALUE ZERO.

      * The reply-by date in the month/day/year form the letter and
      * the list print.
       01  WS-REPLY-BY                 PIC 9(08)  VALUE ZERO.
       01  WS-REPLY-BY-X REDEFINES WS-REPLY-BY.
           05  WS-RPL-YEAR             PIC X(04).
           05  WS-RPL-MONTH            PIC X(02).
           05  WS-RPL-DAY              PIC X(02).

      * Statutory periods by state off the S cards. State '**' is
      * the period for a state with no card of its own.
       01  WS-STATE-TABLE.
           05  WS-STATE-COUNT          PIC 9(04) COMP  VALUE ZERO.
           05  WS-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-ST-STATE         PIC X(02).
               10  WS-ST-DORMANT-MONTHS
                                       PIC 9(03) COMP.
               10  WS-ST-LETTER-MONTHS PIC 9(02) COMP.
       01  WS-STATE-LOOKUP.
           05  WS-LOOK-STATE           PIC X(02)  VALUE SPACES.
           05  WS-STATE-SUB            PIC 9(04) COMP  VALUE ZERO.
           05  WS-STATE-FOUND          PIC 9(04) COMP  VALUE ZERO.

      * Escheat holding accounts by company off the H cards.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-COUNT        PIC 9(04) COMP  VALUE ZERO.
           05  WS-HOLDING-ENTRY OCCURS 50 TIMES.
               10  WS-HL-COMPANY       PIC X(03).
               10  WS-HL-ACCT-NO       PIC X(10).
               10  WS-HL-HOLDER-STATE  PIC X(02).
       01  WS-HOLDING-LOOKUP.
           05  WS-LOOK-COMPANY         PIC X(03)  VALUE SPACES.
           05  WS-LOOK-ACCT            PIC X(10)  VALUE SPACES.
           05  WS-HOLDING-SUB          PIC 9(04) COMP  VALUE ZERO.
           05  WS-HOLDING-FOUND        PIC 9(04) COMP  VALUE ZERO.

      * The candidate table: every dormant checking or savings
      * account with money on it, in account-number order straight
      * off the master so the evidence scans land by binary search.
      * A master with more candidates than the table holds abandons
      * the run with the watch carried unchanged - a watch that
      * silently dropped accounts would lose their clocks.
       01  WS-CAND-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-CAND-SUB                 PIC 9(05) COMP  VALUE ZERO.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CAND-COUNT
                   ASCENDING KEY IS WS-CAND-ACCT-NO
                   INDEXED BY CAND-IDX.
               10  WS-CAND-ACCT-NO     PIC X(10).
               10  WS-CAND-EVIDENCE    PIC 9(08).
               10  WS-CAND-CONTACT     PIC 9(08).
               10  WS-CAND-CONTACT-BY  PIC X(08).

       01  WS-EVIDENCE.
           05  WS-EVIDENCE-ACCT        PIC X(10)  VALUE SPACES.
           05  WS-EVIDENCE-DATE        PIC 9(08)  VALUE ZERO.

      * The candidate being worked.
       01  WS-WORK.
           05  WS-ACTION               PIC X(10)  VALUE SPACES.
           05  WS-REASON-HOLD          PIC X(60)  VALUE SPACES.
           05  WS-DORMANT-MONTHS       PIC 9(03) COMP  VALUE ZERO.
           05  WS-LETTER-MONTHS        PIC 9(02) COMP  VALUE ZERO.
           05  WS-LETTER-DUE           PIC 9(08)  VALUE ZERO.
           05  WS-ESCHEAT-ON           PIC 9(08)  VALUE ZERO.
           05  WS-OPEN-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-BALANCE-SHOWN        PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
           05  WS-AMOUNT-ED            PIC Z(8)9.99.

      * The escheat itself - the account, its holding account, and
      * INTCAP's final interest formula and rounding.
       01  WS-ESCHEAT-CALC.
           05  WS-ESC-ACCT-NO          PIC X(10).
           05  WS-ESC-COMPANY          PIC X(03).
           05  WS-ESC-TYPE             PIC X(01).
           05  WS-ESC-CURRENCY         PIC X(03).
           05  WS-ESC-HOLD-ACCT        PIC X(10).
           05  WS-XREF-ACCT            PIC X(10).
           05  WS-LAST-INT-DATE-8      PIC 9(08).
           05  WS-DAYS-ELAPSED         PIC S9(05)      COMP-3.
           05  WS-INTEREST-ACCRUED     PIC S9(09)V99   COMP-3.
           05  WS-ESCHEAT-AMOUNT       PIC S9(09)V99   COMP-3.
           05  WS-OLD-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-NEW-BALANCE          PIC S9(09)V99   COMP-3.
           05  WS-JOURNAL-AMOUNT       PIC S9(09)V99   COMP-3.
       01  WS-APPLICABLE-RATE          PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCTS-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-PARM-REJECTS         PIC 9(07) COMP  VALUE ZERO.
           05  WS-JOURNAL-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-AUDIT-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-CONTACTS-READ        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CONTACTS-TAKEN       PIC 9(07) COMP  VALUE ZERO.
           05  WS-CONTACTS-REJECTED    PIC 9(07) COMP  VALUE ZERO.
           05  WS-WATCH-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-WATCH-NEW            PIC 9(07) COMP  VALUE ZERO.
           05  WS-WATCH-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
           05  WS-WATCH-DROPPED        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLOCK-RESTARTS       PIC 9(07) COMP  VALUE ZERO.
           05  WS-OFF-LETTER-LIST      PIC 9(07) COMP  VALUE ZERO.
           05  WS-LETTERS-LISTED       PIC 9(07) COMP  VALUE ZERO.
           05  WS-ESCHEATED            PIC 9(07) COMP  VALUE ZERO.
           05  WS-INTEREST-POSTED      PIC 9(07) COMP  VALUE ZERO.
           05  WS-POSTINGS-JOURNALED   PIC 9(07) COMP  VALUE ZERO.
           05  WS-REVIEW-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REWRITE-ERRORS       PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNPROVEN-COUNT       PIC 9(07) COMP  VALUE ZERO.
           05  WS-UP-RECORDS           PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-ESCHEATED          PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-STATE               PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-LAST-ACT            PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-DEADLINE            PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-BALANCE             PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ACTION              PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-DETAIL              PIC X(60).

       01  WS-LETTER-LIST-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-CUST-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-NAME                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-CITY                PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LTL-STATE               PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-BALANCE             PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-REPLY-BY            PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTL-LAST-ACT            PIC 9(08).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(13)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-CANDIDATE
               UNTIL WS-ACCTMAST-EOF
           IF WS-TABLE-FULL
               PERFORM 1900-ABANDON-RUN
           END-IF
           PERFORM 2500-APPLY-ONE-CONTACT
               UNTIL WS-ESCHCNT-EOF
           PERFORM 3000-SCAN-ONE-JOURNAL-RECORD
               UNTIL WS-JOURNAL-EOF
           PERFORM 3500-SCAN-ONE-AUDIT-RECORD
               UNTIL WS-AUDHIST-EOF
           CLOSE POSTJRNL-FILE
           OPEN EXTEND POSTJRNL-FILE
           MOVE ZERO TO WS-CAND-SUB
           PERFORM 4000-WORK-ONE-CANDIDATE
               UNTIL WS-CAND-SUB >= WS-CAND-COUNT
           PERFORM 4150-DROP-ONE-WATCH
               UNTIL WS-WATCHIN-EOF
           PERFORM 8000-WRITE-UP-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'ESCHEAT - Started. Working the escheat watch.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT ESCHPARM-FILE
           PERFORM 1100-LOAD-ONE-PARM-CARD
               UNTIL WS-ESCHPARM-EOF
           CLOSE ESCHPARM-FILE
           IF WS-STATE-COUNT = ZERO
               DISPLAY 'ESCHEAT - No ESCHPARM state cards - cannot '
                   'work the watch without statutory periods'
               PERFORM 1950-CARRY-WATCH-AND-STOP
           END-IF
           OPEN INPUT DORMPARM-FILE
           READ DORMPARM-FILE
               AT END
                   DISPLAY 'ESCHEAT - No DORMPARM card - cannot '
                       'date an account first seen dormant'
                   CLOSE DORMPARM-FILE
                   PERFORM 1950-CARRY-WATCH-AND-STOP
           END-READ
           MOVE DRM-INACTIVE-MONTHS TO WS-INACTIVE-MONTHS
           CLOSE DORMPARM-FILE
           MOVE WS-RUN-DATE        TO WS-DATE-WORK
           MOVE WS-INACTIVE-MONTHS TO WS-MONTHS-STEP
           PERFORM 7100-SUBTRACT-MONTHS
           MOVE WS-DATE-WORK       TO WS-CUTOFF-DATE
           DISPLAY 'ESCHEAT - ' WS-STATE-COUNT ' state periods, '
               WS-HOLDING-COUNT ' holding accounts, dormancy cutoff '
               WS-CUTOFF-DATE
           OPEN INPUT  ESCHCNT-FILE
           OPEN I-O    ACCTMAST-FILE
           OPEN INPUT  ACCTHOLD-FILE
           OPEN INPUT  CUSTMAST-FILE
           OPEN INPUT  RATETBL-FILE
           OPEN INPUT  POSTJRNL-FILE
           OPEN INPUT  AUDHIST-FILE
           OPEN INPUT  WATCHIN-FILE
           OPEN OUTPUT WATCHOUT-FILE
           OPEN OUTPUT ACCTUPDT-FILE
           OPEN OUTPUT ESCHMNT-FILE
           OPEN EXTEND NOTEVT-FILE
           OPEN OUTPUT UNCLPROP-FILE
           OPEN OUTPUT LETTER-LIST-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1300-WRITE-HEADINGS
           MOVE SPACES      TO UNCLAIMED-PROP-HEADER
           MOVE 'HDR'       TO UPH-RECORD-TYPE
           MOVE WS-RUN-DATE TO UPH-RUN-DATE
           WRITE UNCLAIMED-PROP-HEADER
           PERFORM 2100-READ-ACCTMAST-NEXT
           PERFORM 2600-READ-ESCHCNT
           PERFORM 3100-READ-JOURNAL
           PERFORM 3600-READ-AUDHIST
           PERFORM 4200-READ-WATCHIN.

      * A card that does not edit is listed and left out - the
      * periods it would have set fall back to the '**' card.
       1100-LOAD-ONE-PARM-CARD.
           READ ESCHPARM-FILE
               AT END
                   SET WS-ESCHPARM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ESP-STATE-PERIOD
                           PERFORM 1150-TAKE-STATE-CARD
                       WHEN ESP-HOLDING-ACCT
                           PERFORM 1160-TAKE-HOLDING-CARD
                       WHEN OTHER
                           ADD 1 TO WS-PARM-REJECTS
                           DISPLAY 'ESCHEAT - ESCHPARM card type '
                               ESP-CARD-TYPE ' unknown - ignored'
                   END-EVALUATE
           END-READ.

       1150-TAKE-STATE-CARD.
           EVALUATE TRUE
               WHEN ESP-STATE = SPACES
                       OR ESP-DORMANT-MONTHS NOT NUMERIC
                       OR ESP-LETTER-MONTHS NOT NUMERIC
                   ADD 1 TO WS-PARM-REJECTS
                   DISPLAY 'ESCHEAT - State card for ' ESP-STATE
                       ' does not edit - ignored'
               WHEN ESP-DORMANT-MONTHS-NUM = ZERO
                       OR ESP-LETTER-MONTHS-NUM >=
                           ESP-DORMANT-MONTHS-NUM
                   ADD 1 TO WS-PARM-REJECTS
                   DISPLAY 'ESCHEAT - State card for ' ESP-STATE
                       ' period zero or letter lead not inside it'
                       ' - ignored'
               WHEN WS-STATE-COUNT >= 60
                   ADD 1 TO WS-PARM-REJECTS
                   DISPLAY 'ESCHEAT - State table full - card for '
                       ESP-STATE ' ignored'
               WHEN OTHER
                   ADD 1 TO WS-STATE-COUNT
                   MOVE ESP-STATE TO WS-ST-STATE(WS-STATE-COUNT)
                   MOVE ESP-DORMANT-MONTHS-NUM
                       TO WS-ST-DORMANT-MONTHS(WS-STATE-COUNT)
                   MOVE ESP-LETTER-MONTHS-NUM
                       TO WS-ST-LETTER-MONTHS(WS-STATE-COUNT)
           END-EVALUATE.

       1160-TAKE-HOLDING-CARD.
           EVALUATE TRUE
               WHEN ESP-COMPANY-CD = SPACES
                       OR ESP-HOLD-ACCT-NO = SPACES
                   ADD 1 TO WS-PARM-REJECTS
                   DISPLAY 'ESCHEAT - Holding card for company '
                       ESP-COMPANY-CD ' incomplete - ignored'
               WHEN WS-HOLDING-COUNT >= 50
                   ADD 1 TO WS-PARM-REJECTS
                   DISPLAY 'ESCHEAT - Holding table full - card for '
                       ESP-COMPANY-CD ' ignored'
               WHEN OTHER
                   ADD 1 TO WS-HOLDING-COUNT
                   MOVE ESP-COMPANY-CD
                       TO WS-HL-COMPANY(WS-HOLDING-COUNT)
                   MOVE ESP-HOLD-ACCT-NO
                       TO WS-HL-ACCT-NO(WS-HOLDING-COUNT)
                   MOVE ESP-HOLDER-STATE
                       TO WS-HL-HOLDER-STATE(WS-HOLDING-COUNT)
           END-EVALUATE.

       1300-WRITE-HEADINGS.
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ESCHEAT WATCH LISTING - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  ACCOUNT     ST  LAST ACT  DEADLINE'
               '         BALANCE  ACTION      DETAIL'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ESCHEAT DUE-DILIGENCE LETTER LIST - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO LETTER-LIST-LINE
           WRITE LETTER-LIST-LINE
           MOVE SPACES TO LETTER-LIST-LINE
           WRITE LETTER-LIST-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  ACCOUNT     CUSTOMER    NAME'
               '                            CITY'
               '                 ST         BALANCE  REPLY BY'
               '    LAST ACT'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO LETTER-LIST-LINE
           WRITE LETTER-LIST-LINE.

      * More candidates than the table holds: nothing is worked, the
      * watch is carried to the new generation exactly as it was,
      * and the step fails so the table is enlarged before the next
      * run.
       1900-ABANDON-RUN.
           DISPLAY 'ESCHEAT - Candidate table full - run abandoned, '
               'watch carried unchanged'
           PERFORM 1910-CARRY-ONE-WATCH
               UNTIL WS-WATCHIN-EOF
           CLOSE ESCHCNT-FILE ACCTMAST-FILE ACCTHOLD-FILE
                 CUSTMAST-FILE RATETBL-FILE POSTJRNL-FILE
                 AUDHIST-FILE WATCHIN-FILE WATCHOUT-FILE
                 ACCTUPDT-FILE ESCHMNT-FILE NOTEVT-FILE
                 UNCLPROP-FILE LETTER-LIST-FILE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           DISPLAY 'ESCHEAT - Ended'
           STOP RUN.

       1910-CARRY-ONE-WATCH.
           MOVE ESCHEAT-WATCH-RECORD TO WATCH-OUT-RECORD
           WRITE WATCH-OUT-RECORD
           PERFORM 4200-READ-WATCHIN.

      * A control card missing: the step fails before anything else
      * is opened, but the new watch generation is catalogued all
      * the same - so the watch is carried to it unchanged, or every
      * dormancy clock on it would be lost to the next run.
       1950-CARRY-WATCH-AND-STOP.
           OPEN INPUT  WATCHIN-FILE
           OPEN OUTPUT WATCHOUT-FILE
           PERFORM 4200-READ-WATCHIN
           PERFORM 1910-CARRY-ONE-WATCH
               UNTIL WS-WATCHIN-EOF
           CLOSE WATCHIN-FILE WATCHOUT-FILE
           DISPLAY 'ESCHEAT - Run abandoned, watch carried unchanged'
           MOVE 16 TO RETURN-CODE
           DISPLAY 'ESCHEAT - Ended'
           STOP RUN.

      * A candidate is dormant, checking or savings, in credit, and
      * not itself an escheat holding account. A loan owes the bank
      * and a term deposit is worked by TDMATUR at maturity.
       2000-LOAD-ONE-CANDIDATE.
           ADD 1 TO WS-ACCTS-READ
           IF ACCT-STATUS-DORMANT
                   AND (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS)
                   AND ACCT-BALANCE > ZERO
               MOVE ACCT-NO TO WS-LOOK-ACCT
               PERFORM 7350-FIND-HOLDING-ACCT
               IF WS-HOLDING-FOUND = ZERO
                   IF WS-CAND-COUNT < 20000
                       ADD 1 TO WS-CAND-COUNT
                       MOVE ACCT-NO
                           TO WS-CAND-ACCT-NO(WS-CAND-COUNT)
                       MOVE ZERO
                           TO WS-CAND-EVIDENCE(WS-CAND-COUNT)
                       MOVE ZERO
                           TO WS-CAND-CONTACT(WS-CAND-COUNT)
                       MOVE SPACES
                           TO WS-CAND-CONTACT-BY(WS-CAND-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-ACCTMAST-NEXT.

       2100-READ-ACCTMAST-NEXT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END SET WS-ACCTMAST-EOF TO TRUE
           END-READ.

      * An owner contact card lands on its candidate; the latest
      * contact wins. A card for an account not on the watch has
      * nothing to restart and is listed.
       2500-APPLY-ONE-CONTACT.
           ADD 1 TO WS-CONTACTS-READ
           MOVE SPACES TO WS-REASON-HOLD
           EVALUATE TRUE
               WHEN ECT-ACCT-NO = SPACES
                   MOVE 'CONTACT CARD WITH NO ACCOUNT'
                       TO WS-REASON-HOLD
               WHEN ECT-CONTACT-DATE NOT NUMERIC
                   MOVE 'CONTACT DATE NOT A DATE' TO WS-REASON-HOLD
               WHEN ECT-CONTACT-DATE-NUM > WS-RUN-DATE
                   MOVE 'CONTACT DATE IN THE FUTURE'
                       TO WS-REASON-HOLD
               WHEN WS-CAND-COUNT = ZERO
                   MOVE 'ACCOUNT NOT ON THE ESCHEAT WATCH'
                       TO WS-REASON-HOLD
               WHEN OTHER
                   SEARCH ALL WS-CAND-ENTRY
                       AT END
                           MOVE 'ACCOUNT NOT ON THE ESCHEAT WATCH'
                               TO WS-REASON-HOLD
                       WHEN WS-CAND-ACCT-NO(CAND-IDX) = ECT-ACCT-NO
                           ADD 1 TO WS-CONTACTS-TAKEN
                           IF ECT-CONTACT-DATE-NUM >
                                   WS-CAND-CONTACT(CAND-IDX)
                               MOVE ECT-CONTACT-DATE-NUM
                                   TO WS-CAND-CONTACT(CAND-IDX)
                               MOVE ECT-TAKEN-BY
                                   TO WS-CAND-CONTACT-BY(CAND-IDX)
                           END-IF
                   END-SEARCH
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               ADD 1 TO WS-CONTACTS-REJECTED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ECT-ACCT-NO TO DTL-ACCT-NO
               MOVE ZERO        TO DTL-LAST-ACT
               MOVE ZERO        TO DTL-DEADLINE
               MOVE ZERO        TO DTL-BALANCE
               MOVE 'CONTACT'   TO DTL-ACTION
               STRING 'REJECTED - ' WS-REASON-HOLD
                   DELIMITED BY SIZE INTO DTL-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 2600-READ-ESCHCNT.

       2600-READ-ESCHCNT.
           READ ESCHCNT-FILE
               AT END SET WS-ESCHCNT-EOF TO TRUE
           END-READ.

      * Posting-journal evidence of owner activity - the DORMSWP
      * rule: the system's own postings (INTCAP, FEEPOST, TDMATUR
      * and this program's) do not count.
       3000-SCAN-ONE-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-READ
           IF PJ-CALLER-ID NOT = 'INTCAP'
                   AND PJ-CALLER-ID NOT = 'FEEPOST'
                   AND PJ-CALLER-ID NOT = 'TDMATUR'
                   AND PJ-CALLER-ID NOT = 'ESCHEAT'
                   AND PJ-TIMESTAMP(1:8) IS NUMERIC
               MOVE PJ-ACCT-NO        TO WS-EVIDENCE-ACCT
               MOVE PJ-TIMESTAMP(1:8) TO WS-EVIDENCE-DATE
               PERFORM 3900-PUSH-EVIDENCE
           END-IF
           PERFORM 3100-READ-JOURNAL.

       3100-READ-JOURNAL.
           READ POSTJRNL-FILE
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.

      * Audit-trail evidence: a successful monetary call recorded on
      * the archived trail, envelope records skipped as DORMSWP
      * skips them.
       3500-SCAN-ONE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ
           IF AUDIT-TIMESTAMP(1:3) = 'HDR'
                   OR AUDIT-TIMESTAMP(1:3) = 'TRL'
               CONTINUE
           ELSE
               IF (AUDIT-RULE-IN = '4' OR AUDIT-RULE-IN = '5'
                       OR AUDIT-RULE-IN = '6')
                       AND AUDIT-RETURN-CODE = ZERO
                       AND AUDIT-TIMESTAMP(1:8) IS NUMERIC
                   MOVE AUDIT-ACCT-NO        TO WS-EVIDENCE-ACCT
                   MOVE AUDIT-TIMESTAMP(1:8) TO WS-EVIDENCE-DATE
                   PERFORM 3900-PUSH-EVIDENCE
               END-IF
           END-IF
           PERFORM 3600-READ-AUDHIST.

       3600-READ-AUDHIST.
           READ AUDHIST-FILE
               AT END SET WS-AUDHIST-EOF TO TRUE
           END-READ.

       3900-PUSH-EVIDENCE.
           IF WS-CAND-COUNT > ZERO
               SEARCH ALL WS-CAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAND-ACCT-NO(CAND-IDX) =
                           WS-EVIDENCE-ACCT
                       IF WS-EVIDENCE-DATE >
                               WS-CAND-EVIDENCE(CAND-IDX)
                           MOVE WS-EVIDENCE-DATE TO
                               WS-CAND-EVIDENCE(CAND-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      * The candidates and the prior watch generation are both in
      * account order: a watch record short of the candidate has
      * left the watch, a match is carried on, and a candidate with
      * no watch record starts one.
       4000-WORK-ONE-CANDIDATE.
           ADD 1 TO WS-CAND-SUB
           PERFORM 4150-DROP-ONE-WATCH
               UNTIL WS-WATCHIN-EOF
                  OR ETK-ACCT-NO >= WS-CAND-ACCT-NO(WS-CAND-SUB)
           MOVE WS-CAND-ACCT-NO(WS-CAND-SUB) TO ACCT-NO
           PERFORM 7400-READ-ACCT-BY-KEY
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REASON-HOLD
           SET WS-KEEP-WATCH TO TRUE
           PERFORM 7600-READ-CUSTOMER
           IF NOT WS-WATCHIN-EOF
                   AND ETK-ACCT-NO = WS-CAND-ACCT-NO(WS-CAND-SUB)
               ADD 1 TO WS-WATCH-READ
               MOVE ESCHEAT-WATCH-RECORD TO WATCH-OUT-RECORD
               PERFORM 4200-READ-WATCHIN
           ELSE
               PERFORM 4300-START-WATCH
           END-IF
           MOVE ACCT-CUST-NO TO ETO-CUST-NO
           PERFORM 4400-APPLY-OWNER-ACTIVITY
           PERFORM 4500-RESOLVE-STATE-PERIOD
           IF WS-STATE-FOUND = ZERO
               ADD 1 TO WS-REVIEW-COUNT
               MOVE 'REVIEW' TO WS-ACTION
               MOVE SPACES TO WS-REASON-HOLD
               STRING 'NO DORMANCY PERIOD FOR STATE ' ETO-STATE
                   ' AND NO ** CARD'
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
           ELSE
               PERFORM 4600-DECIDE
           END-IF
           IF WS-ACTION NOT = SPACES
               PERFORM 6000-LIST-CANDIDATE
           END-IF
           IF WS-KEEP-WATCH
               WRITE WATCH-OUT-RECORD
               ADD 1 TO WS-WATCH-WRITTEN
           END-IF.

      * A watch record with no candidate behind it: the account has
      * been reactivated, closed, emptied or removed since the last
      * run. The master says which.
       4150-DROP-ONE-WATCH.
           ADD 1 TO WS-WATCH-READ
           ADD 1 TO WS-WATCH-DROPPED
           MOVE ETK-ACCT-NO TO ACCT-NO
           PERFORM 7400-READ-ACCT-BY-KEY
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ETK-ACCT-NO       TO DTL-ACCT-NO
           MOVE ETK-STATE         TO DTL-STATE
           MOVE ETK-LAST-ACTIVITY TO DTL-LAST-ACT
           MOVE ETK-DEADLINE      TO DTL-DEADLINE
           MOVE 'DROPPED'         TO DTL-ACTION
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   MOVE ZERO TO DTL-BALANCE
                   MOVE 'ACCOUNT NO LONGER ON MASTER' TO DTL-DETAIL
               WHEN ACCT-STATUS-ACTIVE
                   MOVE ACCT-BALANCE TO DTL-BALANCE
                   MOVE 'ACCOUNT REACTIVATED - OWNER ACTIVITY'
                       TO DTL-DETAIL
               WHEN ACCT-STATUS-CLOSED
                   MOVE ACCT-BALANCE TO DTL-BALANCE
                   MOVE 'ACCOUNT CLOSED' TO DTL-DETAIL
               WHEN OTHER
                   MOVE ACCT-BALANCE TO DTL-BALANCE
                   MOVE 'NO BALANCE LEFT TO ESCHEAT' TO DTL-DETAIL
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4200-READ-WATCHIN.

       4200-READ-WATCHIN.
           READ WATCHIN-FILE
               AT END SET WS-WATCHIN-EOF TO TRUE
           END-READ.

      * A new watch. The clock starts at the owner's last activity
      * on file; with none on file the account has been idle at
      * least since the DORMSWP cutoff (or since it opened, if
      * later), and that is the date taken - the owner gets the
      * benefit of the doubt.
       4300-START-WATCH.
           ADD 1 TO WS-WATCH-NEW
           MOVE SPACES TO WATCH-OUT-RECORD
           MOVE WS-CAND-ACCT-NO(WS-CAND-SUB) TO ETO-ACCT-NO
           MOVE ZERO        TO ETO-DEADLINE
           MOVE ZERO        TO ETO-LETTER-DATE
           MOVE ZERO        TO ETO-CONTACT-DATE
           MOVE WS-RUN-DATE TO ETO-WATCHED-DATE
           IF WS-CAND-EVIDENCE(WS-CAND-SUB) > ZERO
               MOVE WS-CAND-EVIDENCE(WS-CAND-SUB)
                   TO ETO-LAST-ACTIVITY
           ELSE
               MOVE WS-CUTOFF-DATE TO ETO-LAST-ACTIVITY
               IF ACCT-OPEN-DATE IS NUMERIC
                   MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE
                   IF WS-OPEN-DATE > ETO-LAST-ACTIVITY
                       MOVE WS-OPEN-DATE TO ETO-LAST-ACTIVITY
                   END-IF
               END-IF
           END-IF.

      * Owner activity since the clock last started - a posting or a
      * contact card - restarts it. A contact on or after the letter
      * takes the account off the letter list as well; the letter
      * is owed again only if the new clock runs down.
       4400-APPLY-OWNER-ACTIVITY.
           IF WS-CAND-EVIDENCE(WS-CAND-SUB) > ETO-LAST-ACTIVITY
               MOVE WS-CAND-EVIDENCE(WS-CAND-SUB)
                   TO ETO-LAST-ACTIVITY
               ADD 1 TO WS-CLOCK-RESTARTS
               MOVE 'RESTARTED' TO WS-ACTION
               MOVE 'OWNER POSTING ACTIVITY - CLOCK RESTARTED'
                   TO WS-REASON-HOLD
               IF ETO-LETTER-DATE > ZERO
                   MOVE ZERO TO ETO-LETTER-DATE
                   ADD 1 TO WS-OFF-LETTER-LIST
                   MOVE 'OFF LIST' TO WS-ACTION
                   MOVE 'OWNER POSTING ACTIVITY - OFF THE LETTER LIST'
                       TO WS-REASON-HOLD
               END-IF
           END-IF
           IF WS-CAND-CONTACT(WS-CAND-SUB) > ETO-CONTACT-DATE
               MOVE WS-CAND-CONTACT(WS-CAND-SUB) TO ETO-CONTACT-DATE
               IF ETO-CONTACT-DATE > ETO-LAST-ACTIVITY
                   MOVE ETO-CONTACT-DATE TO ETO-LAST-ACTIVITY
                   ADD 1 TO WS-CLOCK-RESTARTS
                   MOVE 'RESTARTED' TO WS-ACTION
                   MOVE SPACES TO WS-REASON-HOLD
                   STRING 'OWNER CONTACT TAKEN BY '
                       WS-CAND-CONTACT-BY(WS-CAND-SUB)
                       ' - CLOCK RESTARTED'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               END-IF
               IF ETO-LETTER-DATE > ZERO
                       AND ETO-CONTACT-DATE >= ETO-LETTER-DATE
                   MOVE ZERO TO ETO-LETTER-DATE
                   ADD 1 TO WS-OFF-LETTER-LIST
                   MOVE 'OFF LIST' TO WS-ACTION
                   MOVE SPACES TO WS-REASON-HOLD
                   STRING 'OWNER CONTACT TAKEN BY '
                       WS-CAND-CONTACT-BY(WS-CAND-SUB)
                       ' - OFF THE LETTER LIST'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               END-IF
           END-IF.

      * The state whose law applies is the owner's last known state;
      * an owner with none is reported to the holding company's own
      * state. The period is that state's card, else the '**' card.
      * The deadline is recomputed every run, so an owner who moves
      * is held to the new state's period.
       4500-RESOLVE-STATE-PERIOD.
           MOVE ACCT-COMPANY-CD TO WS-LOOK-COMPANY
           PERFORM 7300-FIND-HOLDING-COMPANY
           MOVE SPACES TO ETO-STATE
           IF WS-CUSTMAST-FOUND AND CUST-STATE NOT = SPACES
               MOVE CUST-STATE TO ETO-STATE
           ELSE
               IF WS-HOLDING-FOUND > ZERO
                   MOVE WS-HL-HOLDER-STATE(WS-HOLDING-FOUND)
                       TO ETO-STATE
               END-IF
           END-IF
           MOVE ETO-STATE TO WS-LOOK-STATE
           PERFORM 7200-FIND-STATE
           IF WS-STATE-FOUND = ZERO
               MOVE '**' TO WS-LOOK-STATE
               PERFORM 7200-FIND-STATE
           END-IF
           IF WS-STATE-FOUND > ZERO
               MOVE WS-ST-DORMANT-MONTHS(WS-STATE-FOUND)
                   TO WS-DORMANT-MONTHS
               MOVE WS-ST-LETTER-MONTHS(WS-STATE-FOUND)
                   TO WS-LETTER-MONTHS
               MOVE ETO-LAST-ACTIVITY TO WS-DATE-WORK
               MOVE WS-DORMANT-MONTHS TO WS-MONTHS-STEP
               PERFORM 7000-ADD-MONTHS
               MOVE WS-DATE-WORK      TO ETO-DEADLINE
               MOVE ETO-DEADLINE      TO WS-DATE-WORK
               MOVE WS-LETTER-MONTHS  TO WS-MONTHS-STEP
               PERFORM 7100-SUBTRACT-MONTHS
               MOVE WS-DATE-WORK      TO WS-LETTER-DUE
           END-IF.

      * The letter goes first, always - even an account first seen
      * past its deadline is lettered and given the full lead time
      * to answer. Only then does the balance escheat, on the later
      * of the deadline and the letter date plus the lead time.
       4600-DECIDE.
           IF ETO-LETTER-DATE = ZERO
               IF WS-RUN-DATE >= WS-LETTER-DUE
                   PERFORM 4700-SEND-LETTER
               END-IF
           ELSE
               MOVE ETO-LETTER-DATE  TO WS-DATE-WORK
               MOVE WS-LETTER-MONTHS TO WS-MONTHS-STEP
               PERFORM 7000-ADD-MONTHS
               MOVE ETO-DEADLINE TO WS-ESCHEAT-ON
               IF WS-DATE-WORK > WS-ESCHEAT-ON
                   MOVE WS-DATE-WORK TO WS-ESCHEAT-ON
               END-IF
               IF WS-RUN-DATE >= WS-ESCHEAT-ON
                   PERFORM 5000-ESCHEAT-BALANCE
               END-IF
           END-IF.

      * The letter itself is NOTCGEN's, off the notice event; this
      * run lists the account on the due-diligence letter list and
      * stamps the watch with the letter date.
       4700-SEND-LETTER.
           MOVE ETO-DEADLINE TO WS-ESCHEAT-ON
           MOVE WS-RUN-DATE      TO WS-DATE-WORK
           MOVE WS-LETTER-MONTHS TO WS-MONTHS-STEP
           PERFORM 7000-ADD-MONTHS
           IF WS-DATE-WORK > WS-ESCHEAT-ON
               MOVE WS-DATE-WORK TO WS-ESCHEAT-ON
           END-IF
           MOVE WS-ESCHEAT-ON TO WS-REPLY-BY
           MOVE ACCT-BALANCE  TO WS-AMOUNT-ED
           MOVE WS-RUN-DATE   TO ETO-LETTER-DATE
           ADD 1 TO WS-LETTERS-LISTED
           MOVE SPACES       TO NOTICE-EVENT-RECORD
           MOVE WS-RUN-DATE  TO NEV-EVENT-DATE
           SET NEV-ESCHEAT-LETTER TO TRUE
           MOVE ACCT-NO      TO NEV-ACCT-NO
           MOVE ACCT-CUST-NO TO NEV-CUST-NO
           MOVE 'ESCHEAT'    TO NEV-SOURCE-PGM
           STRING 'REPLY BY ' WS-RPL-MONTH '/' WS-RPL-DAY '/'
               WS-RPL-YEAR ' - BALANCE ' WS-AMOUNT-ED
               ' GOES TO STATE ' ETO-STATE
               DELIMITED BY SIZE INTO NEV-DETAIL
           WRITE NOTICE-EVENT-RECORD
           MOVE SPACES TO WS-LETTER-LIST-LINE
           MOVE ACCT-NO       TO LTL-ACCT-NO
           MOVE ACCT-CUST-NO  TO LTL-CUST-NO
           IF WS-CUSTMAST-FOUND
               MOVE CUST-NAME  TO LTL-NAME
               MOVE CUST-CITY  TO LTL-CITY
               MOVE CUST-STATE TO LTL-STATE
           ELSE
               MOVE '*** NO CUSTOMER ON FILE ***' TO LTL-NAME
           END-IF
           MOVE ACCT-BALANCE  TO LTL-BALANCE
           STRING WS-RPL-MONTH '/' WS-RPL-DAY '/' WS-RPL-YEAR
               DELIMITED BY SIZE INTO LTL-REPLY-BY
           MOVE ETO-LAST-ACTIVITY TO LTL-LAST-ACT
           MOVE WS-LETTER-LIST-LINE TO LETTER-LIST-LINE
           WRITE LETTER-LIST-LINE
           MOVE 'LETTER' TO WS-ACTION
           MOVE SPACES TO WS-REASON-HOLD
           STRING 'DUE-DILIGENCE LETTER - ESCHEATS ON OR AFTER '
               WS-ESCHEAT-ON
               DELIMITED BY SIZE INTO WS-REASON-HOLD.

      * The hand-over. Edits first - a hold in force, a company with
      * no usable holding account - leave the account watched and
      * listed for review. Then final interest, the pair of postings
      * to the holding account, and the proof.
       5000-ESCHEAT-BALANCE.
           MOVE 'N' TO WS-POSTING-FAILED-SW
           MOVE SPACES TO WS-REASON-HOLD
           MOVE ZERO TO WS-INTEREST-ACCRUED
           MOVE ZERO TO WS-ESCHEAT-AMOUNT
           MOVE ACCT-NO          TO WS-ESC-ACCT-NO
           MOVE ACCT-COMPANY-CD  TO WS-ESC-COMPANY
           MOVE ACCT-TYPE        TO WS-ESC-TYPE
           MOVE ACCT-CURRENCY-CD TO WS-ESC-CURRENCY
           MOVE SPACES           TO WS-ESC-HOLD-ACCT
           PERFORM 7500-CHECK-ACCOUNT-HOLD
           IF WS-HOLDING-FOUND > ZERO
               MOVE WS-HL-ACCT-NO(WS-HOLDING-FOUND)
                   TO WS-ESC-HOLD-ACCT
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-ACTIVE
                   STRING 'HOLD ' AHL-HOLD-TYPE
                       ' IN FORCE - NOT ESCHEATED'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN WS-ESC-HOLD-ACCT = SPACES
                   STRING 'NO ESCHEAT HOLDING ACCOUNT FOR COMPANY '
                       WS-ESC-COMPANY
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN OTHER
                   PERFORM 5050-CHECK-HOLDING-ACCT
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               ADD 1 TO WS-REVIEW-COUNT
               MOVE 'REVIEW' TO WS-ACTION
           ELSE
               MOVE WS-ESC-ACCT-NO TO ACCT-NO
               PERFORM 7400-READ-ACCT-BY-KEY
               PERFORM 5100-POST-FINAL-INTEREST
               IF NOT WS-POSTING-FAILED
                   PERFORM 5200-DEBIT-THE-ACCOUNT
               END-IF
               IF NOT WS-POSTING-FAILED
                   PERFORM 5300-CREDIT-THE-HOLDING-ACCT
               END-IF
               IF NOT WS-POSTING-FAILED
                   PERFORM 5400-PROVE-AND-CLOSE
               END-IF
               IF WS-POSTING-FAILED
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           END-IF.

      * The holding account must be on the master, open, the same
      * company and the same currency - the pair of postings moves
      * money, it does not convert it. The customer's record is
      * re-read by the caller afterwards.
       5050-CHECK-HOLDING-ACCT.
           MOVE WS-ESC-HOLD-ACCT TO ACCT-NO
           PERFORM 7400-READ-ACCT-BY-KEY
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   STRING 'HOLDING ACCOUNT ' WS-ESC-HOLD-ACCT
                       ' NOT ON MASTER'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN ACCT-STATUS-CLOSED
                   STRING 'HOLDING ACCOUNT ' WS-ESC-HOLD-ACCT
                       ' CLOSED'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN ACCT-COMPANY-CD NOT = WS-ESC-COMPANY
                   STRING 'HOLDING ACCOUNT ' WS-ESC-HOLD-ACCT
                       ' NOT IN COMPANY ' WS-ESC-COMPANY
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
               WHEN ACCT-CURRENCY-CD NOT = WS-ESC-CURRENCY
                   STRING 'HOLDING ACCOUNT ' WS-ESC-HOLD-ACCT
                       ' IN ANOTHER CURRENCY'
                       DELIMITED BY SIZE INTO WS-REASON-HOLD
           END-EVALUATE
           IF WS-REASON-HOLD NOT = SPACES
               MOVE WS-ESC-ACCT-NO TO ACCT-NO
               PERFORM 7400-READ-ACCT-BY-KEY
           END-IF.

      * ACCTCLOS's final interest: from the last capitalization to
      * the run date at the rate INTCAP would use, so the state is
      * handed everything the owner was owed.
       5100-POST-FINAL-INTEREST.
           MOVE ACCT-LAST-INT-DATE TO WS-LAST-INT-DATE-8
           COMPUTE WS-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-LAST-INT-DATE-8)
           IF WS-DAYS-ELAPSED < 0
               MOVE 0 TO WS-DAYS-ELAPSED
           END-IF
           PERFORM 7700-GET-APPLICABLE-RATE
           COMPUTE WS-INTEREST-ACCRUED ROUNDED =
               ACCT-BALANCE * WS-APPLICABLE-RATE * WS-DAYS-ELAPSED
                   / 36500
           IF WS-INTEREST-ACCRUED NOT = ZERO
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE + WS-INTEREST-ACCRUED
               MOVE WS-NEW-BALANCE TO ACCT-BALANCE
               MOVE WS-RUN-DATE    TO ACCT-LAST-INT-DATE
               ADD WS-INTEREST-ACCRUED TO ACCT-YTD-INTEREST
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 7800-REWRITE-FAILED
                       MOVE 'NOT ESCHEATED - INTEREST REWRITE FAILED'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       ADD 1 TO WS-INTEREST-POSTED
                       ADD WS-INTEREST-ACCRUED TO WS-TOTAL-INTEREST
                       MOVE WS-INTEREST-ACCRUED TO WS-JOURNAL-AMOUNT
                       MOVE SPACES TO WS-XREF-ACCT
                       PERFORM 7850-WRITE-POSTING-JOURNAL
                       PERFORM 7870-WRITE-POSTING-WRITEBACK
               END-REWRITE
           END-IF.

      * The debit side of the pair: the whole balance leaves the
      * account, cross-referenced to the holding account.
       5200-DEBIT-THE-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-ESCHEAT-AMOUNT
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE
           MOVE ZERO         TO WS-NEW-BALANCE
           MOVE ZERO         TO ACCT-BALANCE
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   PERFORM 7800-REWRITE-FAILED
                   MOVE 'NOT ESCHEATED - DEBIT REWRITE FAILED'
                       TO WS-REASON-HOLD
               NOT INVALID KEY
                   COMPUTE WS-JOURNAL-AMOUNT =
                       ZERO - WS-ESCHEAT-AMOUNT
                   MOVE WS-ESC-HOLD-ACCT TO WS-XREF-ACCT
                   PERFORM 7850-WRITE-POSTING-JOURNAL
                   PERFORM 7870-WRITE-POSTING-WRITEBACK
           END-REWRITE.

      * The credit side, cross-referenced back. A credit that cannot
      * be written after the debit was is the one failure that
      * leaves money in neither place - it is listed and fails the
      * step for research.
       5300-CREDIT-THE-HOLDING-ACCT.
           MOVE WS-ESC-HOLD-ACCT TO ACCT-NO
           PERFORM 7400-READ-ACCT-BY-KEY
           IF NOT WS-ACCTMAST-FOUND
               PERFORM 7800-REWRITE-FAILED
               MOVE 'DEBITED - HOLDING ACCOUNT CREDIT NOT POSTED'
                   TO WS-REASON-HOLD
           ELSE
               MOVE ACCT-BALANCE TO WS-OLD-BALANCE
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE + WS-ESCHEAT-AMOUNT
               MOVE WS-NEW-BALANCE TO ACCT-BALANCE
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       PERFORM 7800-REWRITE-FAILED
                       MOVE 'DEBITED - HOLDING CREDIT NOT POSTED'
                           TO WS-REASON-HOLD
                   NOT INVALID KEY
                       MOVE WS-ESCHEAT-AMOUNT TO WS-JOURNAL-AMOUNT
                       MOVE WS-ESC-ACCT-NO TO WS-XREF-ACCT
                       PERFORM 7850-WRITE-POSTING-JOURNAL
                       PERFORM 7870-WRITE-POSTING-WRITEBACK
               END-REWRITE
           END-IF.

      * The proof is a fresh keyed read of the escheated account -
      * the status card and the state's record are written only for
      * a balance the master itself says is zero.
       5400-PROVE-AND-CLOSE.
           MOVE WS-ESC-ACCT-NO TO ACCT-NO
           PERFORM 7400-READ-ACCT-BY-KEY
           IF WS-ACCTMAST-FOUND AND ACCT-BALANCE = ZERO
               PERFORM 5450-WRITE-CLOSE-CARD
               PERFORM 5500-WRITE-UNCLAIMED-PROPERTY
               ADD 1 TO WS-ESCHEATED
               ADD WS-ESCHEAT-AMOUNT TO WS-TOTAL-ESCHEATED
               MOVE 'N' TO WS-KEEP-WATCH-SW
               MOVE 'ESCHEATED' TO WS-ACTION
               STRING 'TO ' WS-ESC-HOLD-ACCT ' - REPORTED TO STATE '
                   ETO-STATE
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
           ELSE
               ADD 1 TO WS-UNPROVEN-COUNT
               MOVE 'FAILED' TO WS-ACTION
               MOVE 'NOT CLOSED - BALANCE NOT PROVEN ZERO'
                   TO WS-REASON-HOLD
           END-IF.

      * The status change as an ordinary ACCTMNT CHANGE carrying the
      * proven master image - the ACCTCLOS close card.
       5450-WRITE-CLOSE-CARD.
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

       5500-WRITE-UNCLAIMED-PROPERTY.
           MOVE SPACES              TO UNCLAIMED-PROP-RECORD
           MOVE 'DTL'               TO UPR-RECORD-TYPE
           MOVE ETO-STATE           TO UPR-REPORT-STATE
           IF WS-ESC-TYPE = 'C'
               MOVE 'MS01'          TO UPR-PROPERTY-TYPE
           ELSE
               MOVE 'MS02'          TO UPR-PROPERTY-TYPE
           END-IF
           MOVE WS-ESC-ACCT-NO      TO UPR-ACCT-NO
           MOVE WS-ESC-COMPANY      TO UPR-COMPANY-CD
           MOVE WS-ESC-CURRENCY     TO UPR-CURRENCY-CD
           MOVE WS-ESCHEAT-AMOUNT   TO UPR-AMOUNT
           MOVE ETO-LAST-ACTIVITY   TO UPR-LAST-ACTIVITY
           MOVE ETO-LETTER-DATE     TO UPR-LETTER-DATE
           MOVE WS-RUN-DATE         TO UPR-ESCHEAT-DATE
           MOVE ETO-CUST-NO         TO UPR-CUST-NO
           IF WS-CUSTMAST-FOUND
               MOVE CUST-NAME        TO UPR-OWNER-NAME
               MOVE CUST-ADDR-LINE-1 TO UPR-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2 TO UPR-ADDR-LINE-2
               MOVE CUST-CITY        TO UPR-CITY
               MOVE CUST-STATE       TO UPR-STATE
               MOVE CUST-POSTAL-CODE TO UPR-POSTAL-CODE
           END-IF
           WRITE UNCLAIMED-PROP-RECORD
           ADD 1 TO WS-UP-RECORDS.

       6000-LIST-CANDIDATE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ETO-ACCT-NO       TO DTL-ACCT-NO
           MOVE ETO-STATE         TO DTL-STATE
           MOVE ETO-LAST-ACTIVITY TO DTL-LAST-ACT
           MOVE ETO-DEADLINE      TO DTL-DEADLINE
           IF WS-ACTION = 'ESCHEATED'
               MOVE WS-ESCHEAT-AMOUNT TO DTL-BALANCE
           ELSE
               MOVE ACCT-BALANCE      TO DTL-BALANCE
           END-IF
           MOVE WS-ACTION         TO DTL-ACTION
           MOVE WS-REASON-HOLD    TO DTL-DETAIL
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-ADD-MONTHS.
           PERFORM 7010-STEP-FORWARD-ONE-MONTH
               WS-MONTHS-STEP TIMES
           PERFORM 7150-CLAMP-DAY.

       7010-STEP-FORWARD-ONE-MONTH.
           IF WS-DW-MONTH = 12
               ADD 1 TO WS-DW-YEAR
               MOVE 01 TO WS-DW-MONTH
           ELSE
               ADD 1 TO WS-DW-MONTH
           END-IF.

       7100-SUBTRACT-MONTHS.
           PERFORM 7110-STEP-BACK-ONE-MONTH
               WS-MONTHS-STEP TIMES
           PERFORM 7150-CLAMP-DAY.

       7110-STEP-BACK-ONE-MONTH.
           IF WS-DW-MONTH = 01
               SUBTRACT 1 FROM WS-DW-YEAR
               MOVE 12 TO WS-DW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DW-MONTH
           END-IF.

       7150-CLAMP-DAY.
           IF WS-DW-DAY > 28 AND WS-DW-MONTH = 02
               MOVE 28 TO WS-DW-DAY
           END-IF
           IF WS-DW-DAY = 31
               MOVE 30 TO WS-DW-DAY
           END-IF.

       7200-FIND-STATE.
           MOVE ZERO TO WS-STATE-FOUND
           MOVE ZERO TO WS-STATE-SUB
           PERFORM 7210-CHECK-ONE-STATE
               UNTIL WS-STATE-FOUND > ZERO
                  OR WS-STATE-SUB >= WS-STATE-COUNT.

       7210-CHECK-ONE-STATE.
           ADD 1 TO WS-STATE-SUB
           IF WS-ST-STATE(WS-STATE-SUB) = WS-LOOK-STATE
               MOVE WS-STATE-SUB TO WS-STATE-FOUND
           END-IF.

       7300-FIND-HOLDING-COMPANY.
           MOVE ZERO TO WS-HOLDING-FOUND
           MOVE ZERO TO WS-HOLDING-SUB
           PERFORM 7310-CHECK-ONE-COMPANY
               UNTIL WS-HOLDING-FOUND > ZERO
                  OR WS-HOLDING-SUB >= WS-HOLDING-COUNT.

       7310-CHECK-ONE-COMPANY.
           ADD 1 TO WS-HOLDING-SUB
           IF WS-HL-COMPANY(WS-HOLDING-SUB) = WS-LOOK-COMPANY
               MOVE WS-HOLDING-SUB TO WS-HOLDING-FOUND
           END-IF.

       7350-FIND-HOLDING-ACCT.
           MOVE ZERO TO WS-HOLDING-FOUND
           MOVE ZERO TO WS-HOLDING-SUB
           PERFORM 7360-CHECK-ONE-HOLDING-ACCT
               UNTIL WS-HOLDING-FOUND > ZERO
                  OR WS-HOLDING-SUB >= WS-HOLDING-COUNT.

       7360-CHECK-ONE-HOLDING-ACCT.
           ADD 1 TO WS-HOLDING-SUB
           IF WS-HL-ACCT-NO(WS-HOLDING-SUB) = WS-LOOK-ACCT
               MOVE WS-HOLDING-SUB TO WS-HOLDING-FOUND
           END-IF.

       7400-READ-ACCT-BY-KEY.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       7500-CHECK-ACCOUNT-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           MOVE ACCT-NO TO AHL-ACCT-NO
           READ ACCTHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AHL-IN-FORCE
                       SET WS-HOLD-ACTIVE TO TRUE
                   END-IF
           END-READ.

       7600-READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           IF ACCT-CUST-NO NOT = SPACES
               MOVE ACCT-CUST-NO TO CUST-NO
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTMAST-FOUND TO TRUE
               END-READ
           END-IF.

      * INTCAP's rate resolution for a checking or savings account:
      * the RATETBL entry in force on the run date for the account's
      * company/type, else the account's own rate.
       7700-GET-APPLICABLE-RATE.
           MOVE ACCT-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           START RATETBL-FILE KEY >= RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RATE-MORE TO TRUE
           END-START
           PERFORM 7710-GET-NEXT-RATE-ENTRY
               UNTIL NOT WS-RATE-MORE.

       7710-GET-NEXT-RATE-ENTRY.
           READ RATETBL-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-RATE-MORE-SW
               NOT AT END
                   IF RT-COMPANY-CD = ACCT-COMPANY-CD
                           AND RT-ACCT-TYPE = ACCT-TYPE
                           AND RT-EFF-DATE <= WS-RUN-DATE
                       MOVE RT-INT-RATE TO WS-APPLICABLE-RATE
                   ELSE
                       MOVE 'N' TO WS-RATE-MORE-SW
                   END-IF
           END-READ.

       7800-REWRITE-FAILED.
           SET WS-POSTING-FAILED TO TRUE
           ADD 1 TO WS-REWRITE-ERRORS
           DISPLAY 'ESCHEAT - Rewrite failed for account '
               ACCT-NO ' status ' WS-ACCTMAST-STATUS.

       7850-WRITE-POSTING-JOURNAL.
           MOVE SPACES                TO POSTING-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO PJ-TIMESTAMP
           MOVE ACCT-NO               TO PJ-ACCT-NO
           MOVE ACCT-COMPANY-CD       TO PJ-COMPANY-CD
           MOVE ACCT-TYPE             TO PJ-ACCT-TYPE
           MOVE WS-JOURNAL-AMOUNT     TO PJ-AMOUNT
           MOVE WS-OLD-BALANCE        TO PJ-OLD-BALANCE
           MOVE WS-NEW-BALANCE        TO PJ-NEW-BALANCE
           MOVE 'ESCHEAT'             TO PJ-CALLER-ID
           MOVE WS-XREF-ACCT          TO PJ-XREF-ACCT
           MOVE ACCT-CURRENCY-CD      TO PJ-CURRENCY-CD
           MOVE WS-RUN-DATE           TO PJ-RUN-DATE
           WRITE POSTING-JOURNAL-RECORD
           ADD 1 TO WS-POSTINGS-JOURNALED.

       7870-WRITE-POSTING-WRITEBACK.
           MOVE SPACES              TO UPD-MAINT-RECORD
           MOVE 'C'                 TO UPD-TRAN-CODE
           MOVE ACCT-NO             TO UPD-ACCT-NO
           MOVE ACCT-STATUS         TO UPD-ACCT-STATUS
           MOVE ACCT-COMPANY-CD     TO UPD-ACCT-COMPANY-CD
           MOVE ACCT-TYPE           TO UPD-ACCT-TYPE
           MOVE ACCT-BALANCE        TO UPD-ACCT-BALANCE-NUM
           MOVE ACCT-INT-RATE       TO UPD-ACCT-INT-RATE-NUM
           MOVE ACCT-OPEN-DATE      TO UPD-ACCT-OPEN-DATE
           MOVE ACCT-LAST-INT-DATE  TO UPD-ACCT-LAST-INT-DATE
           MOVE ACCT-CUST-NO        TO UPD-ACCT-CUST-NO
           MOVE ACCT-CURRENCY-CD    TO UPD-ACCT-CURRENCY-CD
           MOVE ACCT-YTD-INTEREST   TO UPD-ACCT-YTD-INT-NUM
           WRITE UPD-MAINT-RECORD.

      * The state's file closes with its control trailer - the
      * record count and the total handed over.
       8000-WRITE-UP-TRAILER.
           MOVE SPACES             TO UNCLAIMED-PROP-TRAILER
           MOVE 'TRL'              TO UPT-RECORD-TYPE
           MOVE WS-UP-RECORDS      TO UPT-RECORD-COUNT
           MOVE WS-TOTAL-ESCHEATED TO UPT-AMOUNT-TOTAL
           WRITE UNCLAIMED-PROP-TRAILER.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNTS READ'          TO TLN-TEXT
           MOVE WS-ACCTS-READ            TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'DORMANT CANDIDATES'     TO TLN-TEXT
           MOVE WS-CAND-COUNT            TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'WATCH RECORDS READ'     TO TLN-TEXT
           MOVE WS-WATCH-READ            TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'NEWLY WATCHED'          TO TLN-TEXT
           MOVE WS-WATCH-NEW             TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'DROPPED FROM THE WATCH' TO TLN-TEXT
           MOVE WS-WATCH-DROPPED         TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'CONTACT CARDS READ'     TO TLN-TEXT
           MOVE WS-CONTACTS-READ         TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'CONTACT CARDS REJECTED' TO TLN-TEXT
           MOVE WS-CONTACTS-REJECTED     TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'CLOCKS RESTARTED'       TO TLN-TEXT
           MOVE WS-CLOCK-RESTARTS        TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'TAKEN OFF THE LETTER LIST' TO TLN-TEXT
           MOVE WS-OFF-LETTER-LIST       TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'DUE-DILIGENCE LETTERS'  TO TLN-TEXT
           MOVE WS-LETTERS-LISTED        TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'HELD FOR REVIEW'        TO TLN-TEXT
           MOVE WS-REVIEW-COUNT          TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'NOT PROVEN ZERO'        TO TLN-TEXT
           MOVE WS-UNPROVEN-COUNT        TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'FINAL INTEREST POSTED'  TO TLN-TEXT
           MOVE WS-INTEREST-POSTED       TO TLN-COUNT
           MOVE WS-TOTAL-INTEREST        TO TLN-AMOUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'BALANCES ESCHEATED'     TO TLN-TEXT
           MOVE WS-ESCHEATED             TO TLN-COUNT
           MOVE WS-TOTAL-ESCHEATED       TO TLN-AMOUNT
           PERFORM 9100-WRITE-COUNT-LINE
           MOVE 'WATCH RECORDS WRITTEN'  TO TLN-TEXT
           MOVE WS-WATCH-WRITTEN         TO TLN-COUNT
           PERFORM 9100-WRITE-COUNT-LINE
           CLOSE ESCHCNT-FILE ACCTMAST-FILE ACCTHOLD-FILE
                 CUSTMAST-FILE RATETBL-FILE POSTJRNL-FILE
                 AUDHIST-FILE WATCHIN-FILE WATCHOUT-FILE
                 ACCTUPDT-FILE ESCHMNT-FILE NOTEVT-FILE
                 UNCLPROP-FILE LETTER-LIST-FILE REPORT-FILE
           DISPLAY 'ESCHEAT - Dormant candidates  ' WS-CAND-COUNT
           DISPLAY 'ESCHEAT - Letters listed      ' WS-LETTERS-LISTED
           DISPLAY 'ESCHEAT - Final interest      ' WS-INTEREST-POSTED
           DISPLAY 'ESCHEAT - Balances escheated  ' WS-ESCHEATED
           DISPLAY 'ESCHEAT - Held for review     ' WS-REVIEW-COUNT
           DISPLAY 'ESCHEAT - Watch records out   ' WS-WATCH-WRITTEN
           EVALUATE TRUE
               WHEN WS-REWRITE-ERRORS > ZERO
                       OR WS-UNPROVEN-COUNT > ZERO
                   DISPLAY 'ESCHEAT - Ending with a non-zero '
                       'condition code - research the listing '
                       'before the next run'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REVIEW-COUNT > ZERO
                       OR WS-CONTACTS-REJECTED > ZERO
                       OR WS-PARM-REJECTS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
      * An odd code says this run journaled nothing. The ledger
      * extract takes the caller's latest run date off the journal,
      * so run now it would feed an earlier run's postings again;
      * the job bypasses it on an odd code.
           IF WS-POSTINGS-JOURNALED = ZERO
               DISPLAY 'ESCHEAT - Nothing journaled - the ledger '
                   'extract is not to run'
               ADD 1 TO RETURN-CODE
           END-IF
           DISPLAY 'ESCHEAT - Ended'.

       9100-WRITE-COUNT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE ZERO   TO TLN-AMOUNT.
