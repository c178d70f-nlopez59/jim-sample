       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRINB.
      * Inbound clearing-house front-end, run in the nightly chain
      * ahead of the ASAMPLE edit step. Credits and debits from the
      * clearing house arrive as one file in the clearing format -
      * file header, batch headers, entry details, batch controls,
      * file control - and used to be re-keyed into TRANIN by hand.
      * This step takes the file in two passes:
      *
      *   proof   - every batch control and the file control are
      *             proven against the entries actually on the file
      *             (entry count, entry hash, debit and credit
      *             totals, batch numbers and batch count) BEFORE
      *             anything is accepted. A file that does not prove
      *             is held back whole - nothing converted, nothing
      *             returned - and the step ends RC 8 so the file
      *             goes back to the clearing house for a resend.
      *   convert - each entry of a proven file is looked up on the
      *             account master. An entry this bank cannot post
      *             - no such account, account closed, a hold in
      *             force, account dormant or not in the base
      *             currency - goes to the outbound returns file with
      *             the standard return reason code, instead of dying
      *             later as an edit reject or a RULE-4 decline that
      *             nobody sends back. Everything else becomes an
      *             ordinary RULE-4 TRANREC (credit positive, debit
      *             negative) on the CLRTRAN feed ASAMPLE edits on its
      *             own DD, under the full duplicate checks.
      *
      * The operations expected-count card is adjusted up by the
      * entries converted - the same card-in/card-out adjustment
      * STORDGEN makes later in the chain - and a CLRCTL control record
      * tells DATACCT what the file carried and where every entry
      * went, so the clearing house is counted as a source and
      * nothing received can vanish. A night with no inbound file
      * (an empty dataset) is a zero-count night, not an error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRIN-FILE    ASSIGN TO CLRIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO ACCTHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AHL-ACCT-NO
                  FILE STATUS IS WS-ACCTHOLD-STATUS.
           SELECT TRANOUT-FILE  ASSIGN TO CLRTRAN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRRET-FILE   ASSIGN TO CLRRET
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLRCTL-FILE   ASSIGN TO CLRCTL
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The operations expected-count card in, and the adjusted card
      * out: converted entries add to what the edit step will accept.
           SELECT CTLCRDIN-FILE ASSIGN TO CTLCRDIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLCRDOUT-FILE ASSIGN TO CTLCRDOUT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO CLRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLRIN-FILE.
           COPY CLRREC.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHOLD-FILE.
           COPY AHLDREC.
       FD  TRANOUT-FILE.
           COPY TRANREC.
       FD  CLRRET-FILE.
           COPY CLRRET.
       FD  CLRCTL-FILE.
           COPY CLRCTL.
       FD  CTLCRDIN-FILE.
           COPY CTLCARD.
       FD  CTLCRDOUT-FILE.
           COPY CTLCARD
               REPLACING ==CONTROL-CARD==
                                        BY ==ADJUSTED-CONTROL-CARD==
                         ==CTL-EXPECTED-COUNT==
                                        BY ==ADJ-EXPECTED-COUNT==.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-ACCTHOLD-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CLRIN-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-CLRIN-EOF                VALUE 'Y'.
           05  WS-PROOF-FAILED-SW      PIC X(01)  VALUE 'N'.
               88  WS-PROOF-FAILED             VALUE 'Y'.
           05  WS-FILE-EMPTY-SW        PIC X(01)  VALUE 'N'.
               88  WS-FILE-EMPTY               VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.

      * Where the proof pass is in the file's structure - what the
      * next record is allowed to be.
       01  WS-PROOF-STATE              PIC X(01)  VALUE 'H'.
           88  WS-EXPECT-FILE-HEADER           VALUE 'H'.
           88  WS-EXPECT-BATCH-OR-CONTROL      VALUE 'B'.
           88  WS-INSIDE-BATCH                 VALUE 'E'.
           88  WS-FILE-CLOSED                  VALUE 'C'.

       01  WS-PROOF-REASON             PIC X(60)  VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.

      * Proof accumulators. The hash sums run wide and are cut to
      * their low-order ten digits only for the comparison, the way
      * the clearing format defines the entry hash.
       01  WS-BATCH-PROOF.
           05  WS-BATCH-NO             PIC 9(07)       VALUE ZERO.
           05  WS-BATCH-ENTRIES        PIC 9(07) COMP  VALUE ZERO.
           05  WS-BATCH-HASH           PIC S9(15)      COMP-3
                                                       VALUE ZERO.
           05  WS-BATCH-DEBITS         PIC S9(11)V99   COMP-3
                                                       VALUE ZERO.
           05  WS-BATCH-CREDITS        PIC S9(11)V99   COMP-3
                                                       VALUE ZERO.
       01  WS-FILE-PROOF.
           05  WS-FILE-BATCHES         PIC 9(07) COMP  VALUE ZERO.
           05  WS-FILE-HASH            PIC S9(15)      COMP-3
                                                       VALUE ZERO.
           05  WS-FILE-DEBITS          PIC S9(11)V99   COMP-3
                                                       VALUE ZERO.
           05  WS-FILE-CREDITS         PIC S9(11)V99   COMP-3
                                                       VALUE ZERO.
       01  WS-HASH-WORK.
           05  WS-HASH-QUOTIENT        PIC S9(15)      COMP-3.
           05  WS-HASH-LOW             PIC 9(10).

      * The file and batch header in force while converting - every
      * entry and return carries its origin.
       01  WS-CURRENT-FILE.
           05  WS-CUR-ORIGIN           PIC X(10)  VALUE SPACES.
           05  WS-CUR-FILE-ID          PIC X(06)  VALUE SPACES.
       01  WS-CURRENT-BATCH.
           05  WS-CUR-BATCH-NO         PIC 9(07)  VALUE ZERO.
           05  WS-CUR-COMPANY-ID       PIC X(10)  VALUE SPACES.
           05  WS-CUR-COMPANY-NAME     PIC X(16)  VALUE SPACES.
           05  WS-CUR-EFF-DATE         PIC X(08)  VALUE SPACES.

       01  WS-ENTRY-WORK.
           05  WS-ENTRY-AMOUNT         PIC S9(09)V99   COMP-3.
           05  WS-RETURN-CODE          PIC X(03)  VALUE SPACES.
           05  WS-RETURN-TEXT          PIC X(30)  VALUE SPACES.

       01  WS-CTLCARD-CALC.
           05  WS-EXPECTED-IN          PIC 9(07)       VALUE ZERO.
           05  WS-EXPECTED-ADJ         PIC S9(08) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(07) COMP  VALUE ZERO.
           05  WS-ENTRIES-RECEIVED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-ENTRIES-CONVERTED    PIC 9(07) COMP  VALUE ZERO.
           05  WS-ENTRIES-RETURNED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-ENTRIES-HELD         PIC 9(07) COMP  VALUE ZERO.
       01  WS-TOTAL-CONVERTED          PIC S9(11)V99   COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-RETURNED           PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-BATCH-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-BATCH-NO            PIC 9(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-COMPANY-ID          PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-COMPANY-NAME        PIC X(16).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-ENTRIES             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-DEBITS              PIC Z(10)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-CREDITS             PIC Z(10)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BTL-RESULT              PIC X(12).

       01  WS-RETURN-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-BATCH-NO            PIC 9(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-TRACE-NO            PIC X(15).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-ACCT-NO             PIC X(17).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-TRAN-CODE           PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-AMOUNT              PIC Z(07)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-RETURN-CODE         PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RTL-RETURN-TEXT         PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-AMOUNT              PIC -(11)9.99.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'CLRINB' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-ONE-RECORD
               UNTIL WS-CLRIN-EOF
           PERFORM 2500-FINISH-PROOF
           IF NOT WS-PROOF-FAILED AND NOT WS-FILE-EMPTY
               PERFORM 3000-START-CONVERSION
               PERFORM 3100-CONVERT-ONE-RECORD
                   UNTIL WS-CLRIN-EOF
           END-IF
           PERFORM 4000-TERMINATE
           MOVE WS-RECORDS-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'CLRINB - Started. Inbound clearing file.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT CTLCRDIN-FILE
           READ CTLCRDIN-FILE
               AT END MOVE ZERO TO CTL-EXPECTED-COUNT
           END-READ
           MOVE CTL-EXPECTED-COUNT TO WS-EXPECTED-IN
           CLOSE CTLCRDIN-FILE
           OPEN OUTPUT TRANOUT-FILE
           OPEN OUTPUT CLRRET-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'INBOUND CLEARING FILE - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  BATCH    COMPANY ID  COMPANY NAME      ENTRIES'
               '     DEBIT TOTAL    CREDIT TOTAL  CONTROL'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CLRIN-FILE
           PERFORM 2900-READ-CLRIN
           IF WS-CLRIN-EOF
               SET WS-FILE-EMPTY TO TRUE
           END-IF.

      * The proof pass. The file must run header, then batches of
      * header / entries / control, then the file control and
      * nothing after it; the first thing out of place fails the
      * whole file. A failed file is still read to the end, counting
      * its entries, so the reconciliation knows how many were held.
       2000-PROVE-ONE-RECORD.
           IF WS-PROOF-FAILED
               IF CLR-ENTRY-DETAIL
                   ADD 1 TO WS-ENTRIES-RECEIVED
               END-IF
           ELSE
               PERFORM 2010-PROVE-STRUCTURE
           END-IF
           PERFORM 2900-READ-CLRIN.

       2010-PROVE-STRUCTURE.
           EVALUATE TRUE
               WHEN WS-FILE-CLOSED
                   MOVE 'RECORD FOUND AFTER THE FILE CONTROL'
                       TO WS-PROOF-REASON
               WHEN WS-EXPECT-FILE-HEADER
                   IF CLR-FILE-HEADER
                       MOVE CLR-FH-ORIGIN  TO WS-CUR-ORIGIN
                       MOVE CLR-FH-FILE-ID TO WS-CUR-FILE-ID
                       SET WS-EXPECT-BATCH-OR-CONTROL TO TRUE
                   ELSE
                       MOVE 'FILE DOES NOT START WITH A FILE HEADER'
                           TO WS-PROOF-REASON
                   END-IF
               WHEN WS-EXPECT-BATCH-OR-CONTROL
                   EVALUATE TRUE
                       WHEN CLR-BATCH-HEADER
                           PERFORM 2100-OPEN-BATCH
                       WHEN CLR-FILE-CONTROL
                           PERFORM 2400-PROVE-FILE-CONTROL
                       WHEN OTHER
                           MOVE 'EXPECTED BATCH HEADER OR FILE CONTROL'
                               TO WS-PROOF-REASON
                   END-EVALUATE
               WHEN WS-INSIDE-BATCH
                   EVALUATE TRUE
                       WHEN CLR-ENTRY-DETAIL
                           PERFORM 2200-ADD-ENTRY
                       WHEN CLR-BATCH-CONTROL
                           PERFORM 2300-PROVE-BATCH-CONTROL
                       WHEN OTHER
                           MOVE 'BATCH NOT CLOSED BY A BATCH CONTROL'
                               TO WS-PROOF-REASON
                   END-EVALUATE
           END-EVALUATE
           IF WS-PROOF-REASON NOT = SPACES
               SET WS-PROOF-FAILED TO TRUE
           END-IF.

       2100-OPEN-BATCH.
           IF CLR-BH-BATCH-NO NOT NUMERIC
               MOVE 'BATCH HEADER BATCH NUMBER NOT NUMERIC'
                   TO WS-PROOF-REASON
           ELSE
               MOVE CLR-BH-BATCH-NO     TO WS-BATCH-NO
               MOVE CLR-BH-COMPANY-ID   TO WS-CUR-COMPANY-ID
               MOVE CLR-BH-COMPANY-NAME TO WS-CUR-COMPANY-NAME
               MOVE ZERO TO WS-BATCH-ENTRIES
               MOVE ZERO TO WS-BATCH-HASH
               MOVE ZERO TO WS-BATCH-DEBITS
               MOVE ZERO TO WS-BATCH-CREDITS
               SET WS-INSIDE-BATCH TO TRUE
           END-IF.

      * An entry the proof cannot even add up - a direction code
      * outside the four the file may carry, a non-numeric amount or
      * routing prefix - fails the file, not just the entry: the
      * control totals cannot be proven around it.
       2200-ADD-ENTRY.
           ADD 1 TO WS-ENTRIES-RECEIVED
           EVALUATE TRUE
               WHEN NOT CLR-EN-CREDIT AND NOT CLR-EN-DEBIT
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING 'ENTRY TRANSACTION CODE ' CLR-EN-TRAN-CODE
                       ' NOT 22/27/32/37 - TRACE ' CLR-EN-TRACE-NO
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
               WHEN CLR-EN-AMOUNT NOT NUMERIC
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING 'ENTRY AMOUNT NOT NUMERIC - TRACE '
                       CLR-EN-TRACE-NO
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
               WHEN CLR-EN-ROUTING-8 NOT NUMERIC
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING 'ENTRY ROUTING NUMBER NOT NUMERIC - TRACE '
                       CLR-EN-TRACE-NO
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
               WHEN OTHER
                   ADD 1 TO WS-BATCH-ENTRIES
                   ADD CLR-EN-ROUTING-8 TO WS-BATCH-HASH
                   IF CLR-EN-DEBIT
                       ADD CLR-EN-AMOUNT TO WS-BATCH-DEBITS
                   ELSE
                       ADD CLR-EN-AMOUNT TO WS-BATCH-CREDITS
                   END-IF
           END-EVALUATE.

       2300-PROVE-BATCH-CONTROL.
           MOVE SPACES TO WS-BATCH-LINE
           MOVE WS-BATCH-NO         TO BTL-BATCH-NO
           MOVE WS-CUR-COMPANY-ID   TO BTL-COMPANY-ID
           MOVE WS-CUR-COMPANY-NAME TO BTL-COMPANY-NAME
           MOVE WS-BATCH-ENTRIES    TO BTL-ENTRIES
           MOVE WS-BATCH-DEBITS     TO BTL-DEBITS
           MOVE WS-BATCH-CREDITS    TO BTL-CREDITS
           DIVIDE WS-BATCH-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-LOW
           EVALUATE TRUE
               WHEN CLR-BC-BATCH-NO NOT NUMERIC
                 OR CLR-BC-ENTRY-COUNT NOT NUMERIC
                 OR CLR-BC-ENTRY-HASH NOT NUMERIC
                 OR CLR-BC-DEBIT-TOTAL NOT NUMERIC
                 OR CLR-BC-CREDIT-TOTAL NOT NUMERIC
                   MOVE 'BATCH CONTROL FIELDS NOT NUMERIC'
                       TO WS-PROOF-REASON
               WHEN CLR-BC-BATCH-NO NOT = WS-BATCH-NO
                   MOVE 'BATCH CONTROL NUMBER DOES NOT MATCH HEADER'
                       TO WS-PROOF-REASON
               WHEN CLR-BC-ENTRY-COUNT NOT = WS-BATCH-ENTRIES
                   MOVE 'BATCH ENTRY COUNT DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-BC-ENTRY-HASH NOT = WS-HASH-LOW
                   MOVE 'BATCH ENTRY HASH DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-BC-DEBIT-TOTAL NOT = WS-BATCH-DEBITS
                   MOVE 'BATCH DEBIT TOTAL DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-BC-CREDIT-TOTAL NOT = WS-BATCH-CREDITS
                   MOVE 'BATCH CREDIT TOTAL DOES NOT PROVE'
                       TO WS-PROOF-REASON
           END-EVALUATE
           IF WS-PROOF-REASON = SPACES
               MOVE 'PROVEN' TO BTL-RESULT
               ADD 1 TO WS-FILE-BATCHES
               ADD WS-BATCH-HASH    TO WS-FILE-HASH
               ADD WS-BATCH-DEBITS  TO WS-FILE-DEBITS
               ADD WS-BATCH-CREDITS TO WS-FILE-CREDITS
               SET WS-EXPECT-BATCH-OR-CONTROL TO TRUE
           ELSE
               MOVE 'NOT PROVEN' TO BTL-RESULT
           END-IF
           MOVE WS-BATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2400-PROVE-FILE-CONTROL.
           DIVIDE WS-FILE-HASH BY 10000000000
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-LOW
           EVALUATE TRUE
               WHEN CLR-FC-BATCH-COUNT NOT NUMERIC
                 OR CLR-FC-ENTRY-COUNT NOT NUMERIC
                 OR CLR-FC-ENTRY-HASH NOT NUMERIC
                 OR CLR-FC-DEBIT-TOTAL NOT NUMERIC
                 OR CLR-FC-CREDIT-TOTAL NOT NUMERIC
                   MOVE 'FILE CONTROL FIELDS NOT NUMERIC'
                       TO WS-PROOF-REASON
               WHEN CLR-FC-BATCH-COUNT NOT = WS-FILE-BATCHES
                   MOVE 'FILE BATCH COUNT DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-FC-ENTRY-COUNT NOT = WS-ENTRIES-RECEIVED
                   MOVE 'FILE ENTRY COUNT DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-FC-ENTRY-HASH NOT = WS-HASH-LOW
                   MOVE 'FILE ENTRY HASH DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-FC-DEBIT-TOTAL NOT = WS-FILE-DEBITS
                   MOVE 'FILE DEBIT TOTAL DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN CLR-FC-CREDIT-TOTAL NOT = WS-FILE-CREDITS
                   MOVE 'FILE CREDIT TOTAL DOES NOT PROVE'
                       TO WS-PROOF-REASON
               WHEN OTHER
                   SET WS-FILE-CLOSED TO TRUE
           END-EVALUATE.

      * End of the proof pass: a file that ran out before its file
      * control never proved. Either way the file is closed here -
      * a proven file is reopened for the conversion pass.
       2500-FINISH-PROOF.
           IF NOT WS-PROOF-FAILED AND NOT WS-FILE-EMPTY
                   AND NOT WS-FILE-CLOSED
               MOVE 'FILE ENDS WITHOUT A FILE CONTROL'
                   TO WS-PROOF-REASON
               SET WS-PROOF-FAILED TO TRUE
           END-IF
           CLOSE CLRIN-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FILE-EMPTY
                   MOVE '  NO INBOUND CLEARING FILE TONIGHT'
                       TO REPORT-LINE
               WHEN WS-PROOF-FAILED
                   MOVE SPACES TO WS-HEADING-LINE
                   STRING '  FILE NOT PROVEN - NOTHING ACCEPTED - '
                       WS-PROOF-REASON
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
                   MOVE WS-HEADING-LINE TO REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-HEADING-LINE
                   STRING '  FILE ' WS-CUR-FILE-ID ' FROM '
                       WS-CUR-ORIGIN ' PROVEN - CONTROL TOTALS AGREE'
                       DELIMITED BY SIZE INTO WS-HEADING-LINE
                   MOVE WS-HEADING-LINE TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       2900-READ-CLRIN.
           READ CLRIN-FILE
               AT END
                   SET WS-CLRIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * The conversion pass over a proven file - the structure is
      * known good, so only headers and entries need attention.
       3000-START-CONVERSION.
           MOVE 'N' TO WS-CLRIN-EOF-SW
           OPEN INPUT ACCTMAST-FILE
           OPEN INPUT ACCTHOLD-FILE
           OPEN INPUT CLRIN-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  BATCH    TRACE NUMBER     ACCOUNT            TC'
               '      AMOUNT  RET  RETURN REASON'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2900-READ-CLRIN.

       3100-CONVERT-ONE-RECORD.
           EVALUATE TRUE
               WHEN CLR-BATCH-HEADER
                   MOVE CLR-BH-BATCH-NO     TO WS-CUR-BATCH-NO
                   MOVE CLR-BH-COMPANY-ID   TO WS-CUR-COMPANY-ID
                   MOVE CLR-BH-COMPANY-NAME TO WS-CUR-COMPANY-NAME
                   MOVE CLR-BH-EFF-DATE     TO WS-CUR-EFF-DATE
               WHEN CLR-ENTRY-DETAIL
                   PERFORM 3200-DISPOSE-ENTRY
           END-EVALUATE
           PERFORM 2900-READ-CLRIN.

      * Return reasons, checked in order - first failure wins. An
      * account number with anything past the tenth byte cannot be
      * one of this bank's accounts at all.
       3200-DISPOSE-ENTRY.
           MOVE SPACES TO WS-RETURN-CODE WS-RETURN-TEXT
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           IF CLR-EN-ACCT-NO(11:7) = SPACES
                   AND CLR-EN-ACCT-NO(1:10) NOT = SPACES
               MOVE CLR-EN-ACCT-NO(1:10) TO ACCT-NO
               READ ACCTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCTMAST-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-ACCTMAST-FOUND
               PERFORM 3300-CHECK-ACCOUNT-HOLD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCTMAST-FOUND
                   MOVE 'R03' TO WS-RETURN-CODE
                   MOVE 'NO ACCOUNT/UNABLE TO LOCATE' TO WS-RETURN-TEXT
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'R02' TO WS-RETURN-CODE
                   MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
               WHEN WS-HOLD-ACTIVE
                   MOVE 'R16' TO WS-RETURN-CODE
                   MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
               WHEN NOT ACCT-STATUS-ACTIVE
                   MOVE 'R20' TO WS-RETURN-CODE
                   MOVE 'NON-TRANSACTION ACCOUNT' TO WS-RETURN-TEXT
               WHEN ACCT-CURRENCY-CD NOT = SPACES
                   MOVE 'R20' TO WS-RETURN-CODE
                   MOVE 'NON-TRANSACTION ACCOUNT' TO WS-RETURN-TEXT
           END-EVALUATE
           MOVE CLR-EN-AMOUNT TO WS-ENTRY-AMOUNT
           IF CLR-EN-DEBIT
               COMPUTE WS-ENTRY-AMOUNT = ZERO - CLR-EN-AMOUNT
           END-IF
           IF WS-RETURN-CODE = SPACES
               PERFORM 3400-WRITE-TRANSACTION
           ELSE
               PERFORM 3500-WRITE-RETURN
           END-IF.

       3300-CHECK-ACCOUNT-HOLD.
           MOVE ACCT-NO TO AHL-ACCT-NO
           READ ACCTHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AHL-IN-FORCE
                       SET WS-HOLD-ACTIVE TO TRUE
                   END-IF
           END-READ.

      * The entry as an ordinary RULE-4 posting. Company and type
      * come off the master so the segmentation check has what it
      * needs; the trace number and originating company ride in the
      * data field so the posting can be traced back to the file. A
      * batch dated into the future is warehoused by the edit step
      * like any future-dated transaction.
       3400-WRITE-TRANSACTION.
           MOVE SPACES            TO TRAN-RECORD
           MOVE '4'               TO TRAN-RULE-CODE
           MOVE ACCT-NO           TO TRAN-ACCT-NO
           MOVE ACCT-COMPANY-CD   TO TRAN-COMPANY-CD
           MOVE ACCT-TYPE         TO TRAN-ACCT-TYPE
           MOVE WS-ENTRY-AMOUNT   TO TRAN-AMOUNT-NUM
           STRING CLR-EN-TRACE-NO WS-CUR-COMPANY-ID
               DELIMITED BY SIZE INTO TRAN-DATA
           IF WS-CUR-EFF-DATE IS NUMERIC
                   AND WS-CUR-EFF-DATE > WS-RUN-DATE
               MOVE WS-CUR-EFF-DATE TO TRAN-EFF-DATE
           END-IF
           WRITE TRAN-RECORD
           ADD 1 TO WS-ENTRIES-CONVERTED
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CONVERTED.

       3500-WRITE-RETURN.
           MOVE SPACES             TO CLEARING-RETURN-RECORD
           MOVE WS-RETURN-CODE     TO CRT-RETURN-CODE
           MOVE WS-RETURN-TEXT     TO CRT-RETURN-TEXT
           MOVE WS-RUN-DATE        TO CRT-RUN-DATE
           MOVE WS-CUR-FILE-ID     TO CRT-FILE-ID
           MOVE WS-CUR-ORIGIN      TO CRT-ORIGIN
           MOVE WS-CUR-BATCH-NO    TO CRT-BATCH-NO
           MOVE WS-CUR-COMPANY-ID  TO CRT-COMPANY-ID
           MOVE CLEARING-RECORD    TO CRT-ENTRY-IMAGE
           WRITE CLEARING-RETURN-RECORD
           ADD 1 TO WS-ENTRIES-RETURNED
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-RETURNED
           MOVE SPACES TO WS-RETURN-LINE
           MOVE WS-CUR-BATCH-NO    TO RTL-BATCH-NO
           MOVE CLR-EN-TRACE-NO    TO RTL-TRACE-NO
           MOVE CLR-EN-ACCT-NO     TO RTL-ACCT-NO
           MOVE CLR-EN-TRAN-CODE   TO RTL-TRAN-CODE
           MOVE CLR-EN-AMOUNT      TO RTL-AMOUNT
           MOVE WS-RETURN-CODE     TO RTL-RETURN-CODE
           MOVE WS-RETURN-TEXT     TO RTL-RETURN-TEXT
           MOVE WS-RETURN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-TERMINATE.
           IF WS-PROOF-FAILED
               MOVE WS-ENTRIES-RECEIVED TO WS-ENTRIES-HELD
           ELSE
               IF NOT WS-FILE-EMPTY
                   CLOSE CLRIN-FILE ACCTMAST-FILE ACCTHOLD-FILE
               END-IF
           END-IF
           PERFORM 4100-WRITE-CLEARING-CONTROL
           COMPUTE WS-EXPECTED-ADJ =
               WS-EXPECTED-IN + WS-ENTRIES-CONVERTED
           OPEN OUTPUT CTLCRDOUT-FILE
           MOVE SPACES TO ADJUSTED-CONTROL-CARD
           MOVE WS-EXPECTED-ADJ TO ADJ-EXPECTED-COUNT
           WRITE ADJUSTED-CONTROL-CARD
           CLOSE CTLCRDOUT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'ENTRIES RECEIVED'       TO TLN-TEXT
           MOVE WS-ENTRIES-RECEIVED      TO TLN-COUNT
           COMPUTE TLN-AMOUNT = WS-FILE-CREDITS - WS-FILE-DEBITS
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'CONVERTED TO RULE-4'    TO TLN-TEXT
           MOVE WS-ENTRIES-CONVERTED     TO TLN-COUNT
           MOVE WS-TOTAL-CONVERTED       TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'RETURNED TO ORIGINATOR' TO TLN-TEXT
           MOVE WS-ENTRIES-RETURNED      TO TLN-COUNT
           MOVE WS-TOTAL-RETURNED        TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'HELD - FILE NOT PROVEN' TO TLN-TEXT
           MOVE WS-ENTRIES-HELD          TO TLN-COUNT
           MOVE ZERO                     TO TLN-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TRANOUT-FILE CLRRET-FILE REPORT-FILE
           DISPLAY 'CLRINB - Records read       ' WS-RECORDS-READ
           DISPLAY 'CLRINB - Entries received   ' WS-ENTRIES-RECEIVED
           DISPLAY 'CLRINB - Entries converted  ' WS-ENTRIES-CONVERTED
           DISPLAY 'CLRINB - Entries returned   ' WS-ENTRIES-RETURNED
           DISPLAY 'CLRINB - Entries held       ' WS-ENTRIES-HELD
           DISPLAY 'CLRINB - Expected count adjusted from '
               WS-EXPECTED-IN ' to ' WS-EXPECTED-ADJ
           IF WS-PROOF-FAILED
               DISPLAY 'CLRINB - Ending with a non-zero condition '
                   'code - the clearing file did not prove: '
                   WS-PROOF-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'CLRINB - Ended'.

      * One machine-readable record of where every entry went, for
      * the stream-wide reconciliation.
       4100-WRITE-CLEARING-CONTROL.
           OPEN OUTPUT CLRCTL-FILE
           MOVE SPACES TO CLEARING-CONTROL-RECORD
           MOVE WS-RUN-DATE          TO CC-RUN-DATE
           MOVE WS-ENTRIES-RECEIVED  TO CC-ENTRIES-RECEIVED
           MOVE WS-ENTRIES-CONVERTED TO CC-ENTRIES-CONVERTED
           MOVE WS-ENTRIES-RETURNED  TO CC-ENTRIES-RETURNED
           MOVE WS-ENTRIES-HELD      TO CC-ENTRIES-HELD
           IF WS-PROOF-FAILED
               MOVE 'N' TO CC-FILE-PROVEN
           ELSE
               MOVE 'Y' TO CC-FILE-PROVEN
           END-IF
           WRITE CLEARING-CONTROL-RECORD
           CLOSE CLRCTL-FILE.
