       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCV.
      * Forward recovery of the account master. When ACCTMAST is lost
      * or damaged part way through a run, restoring last night's
      * copy and rerunning the night throws away every posting since;
      * this step instead rebuilds the master as it stood at any
      * point in the run. It starts from the night's ACCTSNAP
      * generation - a complete master as of the snapshot's time -
      * and applies, account by account and in time order, the
      * changes ACCTRCVX selected and the sort put in order:
      *
      *   R  a refresh row - the whole record, balance included. A
      *      full reload also drops every account it did not write.
      *   M  accepted maintenance - add, change or delete, exactly
      *      as ACCTMAINT applied it (spaces in the customer link or
      *      currency, or a non-numeric YTD, leave the field alone).
      *   W  a Db2 writeback of a change - the status, dates, rate
      *      and the other non-monetary fields a posting program
      *      set; the balance is the journal's business.
      *   P  a journaled posting - the amount is added to the
      *      balance; an INTCAP capitalization also moves the last-
      *      interest date and the year's interest.
      *
      * The rebuilt master is written to the RCVMAST cluster, not
      * over ACCTMAST; the next step copies it across only if every
      * account was proven. An account is proven when each posting's
      * balance-before is the balance the rebuild holds at that point
      * and the rebuilt balance is the last journaled balance-after
      * (unless a refresh or maintenance set the balance after the
      * last posting). Every account that fails - a broken chain, a
      * balance that differs, a change or posting to an account the
      * rebuild does not hold - is listed with what the rebuild and
      * the journal say, and the step ends 8. A snapshot or change
      * file that does not agree with the control record, or a
      * change file out of order, ends it 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPIN-FILE   ASSIGN TO SNAPIN
                  ORGANIZATION IS LINE SEQUENTIAL.
      * ACCTRCVX's changes, sorted by account, time and sequence.
           SELECT RCVCHG-FILE   ASSIGN TO RCVCHG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVCTL-FILE   ASSIGN TO RCVCTL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVMAST-FILE  ASSIGN TO RCVMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-RCVMAST-STATUS.
           SELECT REPORT-FILE   ASSIGN TO RCVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPIN-FILE.
           COPY SNAPREC.
       FD  RCVCHG-FILE.
           COPY RCVCHG.
       FD  RCVCTL-FILE.
           COPY RCVCTL.
       FD  RCVMAST-FILE.
           COPY ACCTMAST.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCVMAST-STATUS           PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SNAPIN-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-SNAPIN-EOF               VALUE 'Y'.
           05  WS-RCVCHG-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RCVCHG-EOF               VALUE 'Y'.
           05  WS-CONTROL-SW           PIC X(01)  VALUE 'Y'.
               88  WS-CONTROLS-OK              VALUE 'Y'.
               88  WS-CONTROLS-FAILED          VALUE 'N'.
      * The account in hand.
           05  WS-ON-MASTER-SW         PIC X(01)  VALUE 'N'.
               88  WS-ON-MASTER                VALUE 'Y'.
           05  WS-IN-RELOAD-SW         PIC X(01)  VALUE 'N'.
               88  WS-IN-RELOAD                VALUE 'Y'.
           05  WS-RELOAD-DONE-SW       PIC X(01)  VALUE 'N'.
               88  WS-RELOAD-DONE              VALUE 'Y'.
           05  WS-JOURNALED-SW         PIC X(01)  VALUE 'N'.
               88  WS-JOURNALED                VALUE 'Y'.
           05  WS-BALANCE-SET-SW       PIC X(01)  VALUE 'N'.
               88  WS-BALANCE-SET              VALUE 'Y'.
           05  WS-PROVEN-SW            PIC X(01)  VALUE 'Y'.
               88  WS-PROVEN                   VALUE 'Y'.
               88  WS-NOT-PROVEN               VALUE 'N'.

      * The window and counts ACCTRCVX selected.
       01  WS-SNAPSHOT-TS              PIC X(16)  VALUE SPACES.
       01  WS-FULL-RELOAD-TS           PIC X(16)  VALUE SPACES.

      * Compare keys for the two-way walk - HIGH-VALUES once a side
      * is exhausted, so the other side drains naturally.
       01  WS-COMPARE-KEYS.
           05  WS-SNP-KEY              PIC X(10)  VALUE LOW-VALUES.
           05  WS-CHG-KEY              PIC X(10)  VALUE LOW-VALUES.
           05  WS-LOW-KEY              PIC X(10)  VALUE SPACES.
           05  WS-PRIOR-SNP-KEY        PIC X(10)  VALUE LOW-VALUES.
      * Account, time and sequence of this change and the last one
      * read - the sort order the change file must be in, the same
      * three fields the SORT in front of this step names (the
      * source byte between time and sequence is not part of it).
       01  WS-THIS-CHG-ORDER.
           05  WS-TCO-ACCT-NO          PIC X(10).
           05  WS-TCO-TIMESTAMP        PIC X(16).
           05  WS-TCO-SEQ-NO           PIC 9(09).
       01  WS-PRIOR-CHG-ORDER          PIC X(35)  VALUE LOW-VALUES.

      * What the account started from and what the journal says.
       01  WS-ACCOUNT-WORK.
           05  WS-ACW-SNAP-BALANCE     PIC S9(09)V99   COMP-3.
           05  WS-ACW-JRNL-BALANCE     PIC S9(09)V99   COMP-3.
           05  WS-ACW-POSTINGS         PIC 9(07) COMP.
           05  WS-ACW-REASON           PIC X(34).
           05  WS-ACW-REASON-TS        PIC X(16).
       01  WS-FAIL-REASON              PIC X(34)  VALUE SPACES.
       01  WS-BALANCE-BEFORE           PIC S9(09)V99   COMP-3
                                        VALUE ZERO.
       01  WS-SET-DELTA                PIC S9(11)V99   COMP-3
                                        VALUE ZERO.

      * A maintenance or writeback image, as ACCTMAINT read it.
           COPY ACCTMNT.

       01  WS-COUNTERS.
           05  WS-SNAPSHOT-READ        PIC 9(09) COMP  VALUE ZERO.
           05  WS-REFRESH-READ         PIC 9(09) COMP  VALUE ZERO.
           05  WS-MAINT-READ           PIC 9(09) COMP  VALUE ZERO.
           05  WS-WRITEBACK-READ       PIC 9(09) COMP  VALUE ZERO.
           05  WS-POSTING-READ         PIC 9(09) COMP  VALUE ZERO.
           05  WS-POSTING-APPLIED      PIC 9(09) COMP  VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(09) COMP  VALUE ZERO.
           05  WS-DELETED-COUNT        PIC 9(09) COMP  VALUE ZERO.
           05  WS-RELOAD-DROPPED       PIC 9(09) COMP  VALUE ZERO.
           05  WS-WRITTEN-COUNT        PIC 9(09) COMP  VALUE ZERO.
           05  WS-UNPROVEN-COUNT       PIC 9(09) COMP  VALUE ZERO.

      * Balance control: the snapshot's total, plus every posting
      * applied, plus every balance a refresh or maintenance set,
      * added or deleted, is the rebuilt master's total.
       01  WS-TOTALS.
           05  WS-SNAPSHOT-TOTAL       PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-POSTED-TOTAL         PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-SET-TOTAL            PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-EXPECTED-TOTAL       PIC S9(13)V99   COMP-3
                                        VALUE ZERO.
           05  WS-REBUILT-TOTAL        PIC S9(13)V99   COMP-3
                                        VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-UNPROVEN-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-SNAP-BALANCE        PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-REBUILT-BALANCE     PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-JRNL-BALANCE        PIC -(11)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-POSTINGS            PIC ZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-REASON-TS           PIC X(16).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UPL-REASON              PIC X(34).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TTL-LABEL               PIC X(34).
           05  TTL-AMOUNT              PIC -(13)9.99.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CTL-LABEL               PIC X(34).
           05  FILLER                  PIC X(08)  VALUE SPACES.
           05  CTL-COUNT               PIC Z(08)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-CONTROLS-OK
               PERFORM 2000-READ-SNAPSHOT
               PERFORM 2100-READ-CHANGE
               PERFORM 3000-REBUILD-ONE-ACCOUNT
                   UNTIL (WS-SNP-KEY = HIGH-VALUES
                     AND WS-CHG-KEY = HIGH-VALUES)
                      OR WS-CONTROLS-FAILED
           END-IF
           PERFORM 4000-PRINT-THE-CONTROLS
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'ACCTRCV - Started. Rebuilding the account master '
               'from the snapshot.'
           OPEN INPUT RCVCTL-FILE
           READ RCVCTL-FILE
               AT END
                   DISPLAY 'ACCTRCV - No control record - the change '
                       'selection did not complete'
                   SET WS-CONTROLS-FAILED TO TRUE
                   MOVE SPACES TO RECOVERY-CONTROL-RECORD
           END-READ
           CLOSE RCVCTL-FILE
           MOVE RCC-SNAPSHOT-TS    TO WS-SNAPSHOT-TS
           MOVE RCC-FULL-RELOAD-TS TO WS-FULL-RELOAD-TS
           OPEN INPUT SNAPIN-FILE
           OPEN INPUT RCVCHG-FILE
           OPEN OUTPUT RCVMAST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           IF RCC-CUTOFF-TS = HIGH-VALUES
               STRING 'ACCOUNT MASTER FORWARD RECOVERY - SNAPSHOT OF '
                   WS-SNAPSHOT-TS ' CARRIED TO THE END OF THE LOGS'
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           ELSE
               STRING 'ACCOUNT MASTER FORWARD RECOVERY - SNAPSHOT OF '
                   WS-SNAPSHOT-TS ' CARRIED TO ' RCC-CUTOFF-TS
                   DELIMITED BY SIZE INTO WS-HEADING-LINE
           END-IF
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FULL-RELOAD-TS NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '  INCLUDES THE FULL RELOAD OF '
                   WS-FULL-RELOAD-TS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  ACCOUNTS NOT PROVEN' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNT       SNAPSHOT BALANCE     REBUILT '
               'BALANCE  LAST JOURNALED BAL  POSTS  AT'
               '                REASON'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Every snapshot record must carry the control record's time -
      * a generation mixed with another cannot be recovered from.
       2000-READ-SNAPSHOT.
           READ SNAPIN-FILE
               AT END
                   SET WS-SNAPIN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SNP-KEY
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
                   MOVE SNP-ACCT-NO TO WS-SNP-KEY
                   IF SNP-TAKEN-TS NOT = WS-SNAPSHOT-TS
                       DISPLAY 'ACCTRCV - Snapshot record ' SNP-ACCT-NO
                           ' taken ' SNP-TAKEN-TS ', not '
                           WS-SNAPSHOT-TS
                       SET WS-CONTROLS-FAILED TO TRUE
                   END-IF
                   IF WS-SNP-KEY NOT > WS-PRIOR-SNP-KEY
                       DISPLAY 'ACCTRCV - Snapshot out of account '
                           'order at ' SNP-ACCT-NO
                       SET WS-CONTROLS-FAILED TO TRUE
                   END-IF
                   MOVE WS-SNP-KEY TO WS-PRIOR-SNP-KEY
           END-READ.

       2100-READ-CHANGE.
           READ RCVCHG-FILE
               AT END
                   SET WS-RCVCHG-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CHG-KEY
               NOT AT END
                   MOVE RCH-ACCT-NO TO WS-CHG-KEY
                   MOVE RCH-ACCT-NO   TO WS-TCO-ACCT-NO
                   MOVE RCH-TIMESTAMP TO WS-TCO-TIMESTAMP
                   MOVE RCH-SEQ-NO    TO WS-TCO-SEQ-NO
                   IF WS-THIS-CHG-ORDER NOT > WS-PRIOR-CHG-ORDER
                       DISPLAY 'ACCTRCV - Changes out of order at '
                           WS-THIS-CHG-ORDER
                       SET WS-CONTROLS-FAILED TO TRUE
                   END-IF
                   MOVE WS-THIS-CHG-ORDER TO WS-PRIOR-CHG-ORDER
                   EVALUATE TRUE
                       WHEN RCH-FROM-REFRESH
                           ADD 1 TO WS-REFRESH-READ
                       WHEN RCH-FROM-MAINTENANCE
                           ADD 1 TO WS-MAINT-READ
                       WHEN RCH-FROM-WRITEBACK
                           ADD 1 TO WS-WRITEBACK-READ
                       WHEN RCH-FROM-POSTING
                           ADD 1 TO WS-POSTING-READ
                       WHEN OTHER
                           DISPLAY 'ACCTRCV - Change of unknown '
                               'source for ' RCH-ACCT-NO
                           SET WS-CONTROLS-FAILED TO TRUE
                   END-EVALUATE
           END-READ.

      * The lowest account on either side: its snapshot record, if
      * it has one, then each of its changes in time order.
       3000-REBUILD-ONE-ACCOUNT.
           MOVE WS-SNP-KEY TO WS-LOW-KEY
           IF WS-CHG-KEY < WS-LOW-KEY
               MOVE WS-CHG-KEY TO WS-LOW-KEY
           END-IF
           MOVE 'N' TO WS-ON-MASTER-SW WS-IN-RELOAD-SW
                       WS-RELOAD-DONE-SW WS-JOURNALED-SW
                       WS-BALANCE-SET-SW
           SET WS-PROVEN TO TRUE
           MOVE ZERO   TO WS-ACW-SNAP-BALANCE WS-ACW-JRNL-BALANCE
                          WS-ACW-POSTINGS
           MOVE SPACES TO WS-ACW-REASON WS-ACW-REASON-TS
           IF WS-SNP-KEY = WS-LOW-KEY
               PERFORM 3100-LOAD-SNAPSHOT
               PERFORM 2000-READ-SNAPSHOT
           END-IF
           PERFORM 3200-APPLY-ONE-CHANGE
               UNTIL WS-CHG-KEY NOT = WS-LOW-KEY
                  OR WS-CONTROLS-FAILED
           IF WS-FULL-RELOAD-TS NOT = SPACES AND NOT WS-RELOAD-DONE
               PERFORM 3150-CHECK-THE-RELOAD
           END-IF
           PERFORM 3800-PROVE-THE-ACCOUNT.

       3100-LOAD-SNAPSHOT.
           SET WS-ON-MASTER TO TRUE
           MOVE SPACES              TO ACCT-MASTER-RECORD
           MOVE SNP-ACCT-NO         TO ACCT-NO
           MOVE SNP-STATUS          TO ACCT-STATUS
           MOVE SNP-COMPANY-CD      TO ACCT-COMPANY-CD
           MOVE SNP-TYPE            TO ACCT-TYPE
           MOVE SNP-BALANCE         TO ACCT-BALANCE
           MOVE SNP-INT-RATE        TO ACCT-INT-RATE
           MOVE SNP-OPEN-DATE       TO ACCT-OPEN-DATE
           MOVE SNP-LAST-INT-DATE   TO ACCT-LAST-INT-DATE
           MOVE SNP-CUST-NO         TO ACCT-CUST-NO
           MOVE SNP-CURRENCY-CD     TO ACCT-CURRENCY-CD
           MOVE SNP-YTD-INTEREST    TO ACCT-YTD-INTEREST
           MOVE SNP-BALANCE         TO WS-ACW-SNAP-BALANCE
           ADD SNP-BALANCE          TO WS-SNAPSHOT-TOTAL.

      * Once the rebuild is past the full reload, an account the
      * reload did not write is gone - dropped before any later
      * change is applied (a later add puts it back).
       3150-CHECK-THE-RELOAD.
           SET WS-RELOAD-DONE TO TRUE
           IF WS-ON-MASTER AND NOT WS-IN-RELOAD
               COMPUTE WS-SET-TOTAL = WS-SET-TOTAL - ACCT-BALANCE
               MOVE 'N' TO WS-ON-MASTER-SW
               SET WS-BALANCE-SET TO TRUE
               ADD 1 TO WS-RELOAD-DROPPED
           END-IF.

       3200-APPLY-ONE-CHANGE.
           IF WS-FULL-RELOAD-TS NOT = SPACES AND NOT WS-RELOAD-DONE
                   AND RCH-TIMESTAMP > WS-FULL-RELOAD-TS
               PERFORM 3150-CHECK-THE-RELOAD
           END-IF
           EVALUATE TRUE
               WHEN RCH-FROM-REFRESH
                   PERFORM 3300-APPLY-REFRESH
               WHEN RCH-FROM-MAINTENANCE
                   PERFORM 3400-APPLY-MAINTENANCE
               WHEN RCH-FROM-WRITEBACK
                   PERFORM 3500-APPLY-WRITEBACK
               WHEN RCH-FROM-POSTING
                   PERFORM 3600-APPLY-POSTING
           END-EVALUATE
           PERFORM 2100-READ-CHANGE.

       3300-APPLY-REFRESH.
           IF RCH-RFS-FULL-RELOAD
                   AND RCH-TIMESTAMP = WS-FULL-RELOAD-TS
               SET WS-IN-RELOAD TO TRUE
           END-IF
           PERFORM 3900-NOTE-BALANCE-BEFORE
           MOVE RCH-ACCT-NO            TO ACCT-NO
           MOVE RCH-RFS-STATUS         TO ACCT-STATUS
           MOVE RCH-RFS-COMPANY-CD     TO ACCT-COMPANY-CD
           MOVE RCH-RFS-TYPE           TO ACCT-TYPE
           MOVE RCH-RFS-BALANCE        TO ACCT-BALANCE
           MOVE RCH-RFS-INT-RATE       TO ACCT-INT-RATE
           MOVE RCH-RFS-OPEN-DATE      TO ACCT-OPEN-DATE
           MOVE RCH-RFS-LAST-INT-DATE  TO ACCT-LAST-INT-DATE
           MOVE RCH-RFS-CUST-NO        TO ACCT-CUST-NO
           MOVE RCH-RFS-CURRENCY-CD    TO ACCT-CURRENCY-CD
           MOVE RCH-RFS-YTD-INTEREST   TO ACCT-YTD-INTEREST
           SET WS-ON-MASTER TO TRUE
           PERFORM 3950-NOTE-BALANCE-SET.

      * ACCTMAINT's own apply, replayed: an add sets every field, a
      * change every field but an omitted customer link, currency or
      * YTD, a delete removes the account.
       3400-APPLY-MAINTENANCE.
           MOVE RCH-MAINT-IMAGE TO ACCT-MAINT-RECORD
           EVALUATE TRUE
               WHEN AM-ADD
                   IF WS-ON-MASTER
                       MOVE 'ADD FOR AN ACCOUNT ALREADY HELD'
                           TO WS-FAIL-REASON
                       PERFORM 3990-NOT-PROVEN
                   END-IF
                   PERFORM 3900-NOTE-BALANCE-BEFORE
                   MOVE AM-ACCT-NO             TO ACCT-NO
                   MOVE AM-ACCT-CUST-NO        TO ACCT-CUST-NO
                   MOVE AM-ACCT-CURRENCY-CD    TO ACCT-CURRENCY-CD
                   IF AM-ACCT-YTD-INT NUMERIC
                       MOVE AM-ACCT-YTD-INT-NUM TO ACCT-YTD-INTEREST
                   ELSE
                       MOVE ZERO                TO ACCT-YTD-INTEREST
                   END-IF
                   PERFORM 3450-MOVE-MAINT-FIELDS
                   SET WS-ON-MASTER TO TRUE
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 3950-NOTE-BALANCE-SET
               WHEN AM-CHANGE AND NOT WS-ON-MASTER
                   MOVE 'CHANGE FOR AN ACCOUNT NOT HELD'
                       TO WS-FAIL-REASON
                   PERFORM 3990-NOT-PROVEN
               WHEN AM-CHANGE
                   PERFORM 3900-NOTE-BALANCE-BEFORE
                   PERFORM 3450-MOVE-MAINT-FIELDS
                   PERFORM 3550-MOVE-OPTIONAL-FIELDS
                   PERFORM 3950-NOTE-BALANCE-SET
               WHEN AM-DELETE AND NOT WS-ON-MASTER
                   MOVE 'DELETE FOR AN ACCOUNT NOT HELD'
                       TO WS-FAIL-REASON
                   PERFORM 3990-NOT-PROVEN
               WHEN AM-DELETE
                   COMPUTE WS-SET-TOTAL = WS-SET-TOTAL - ACCT-BALANCE
                   MOVE 'N' TO WS-ON-MASTER-SW
                   SET WS-BALANCE-SET TO TRUE
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE.

       3450-MOVE-MAINT-FIELDS.
           MOVE AM-ACCT-STATUS         TO ACCT-STATUS
           MOVE AM-ACCT-COMPANY-CD     TO ACCT-COMPANY-CD
           MOVE AM-ACCT-TYPE           TO ACCT-TYPE
           MOVE AM-ACCT-BALANCE-NUM    TO ACCT-BALANCE
           MOVE AM-ACCT-INT-RATE-NUM   TO ACCT-INT-RATE
           MOVE AM-ACCT-OPEN-DATE      TO ACCT-OPEN-DATE
           MOVE AM-ACCT-LAST-INT-DATE  TO ACCT-LAST-INT-DATE.

      * The writeback carries the whole record, but its balance is
      * the one the posting program journaled - the postings carry
      * the balance forward, so only the other fields are taken.
       3500-APPLY-WRITEBACK.
           MOVE RCH-MAINT-IMAGE TO ACCT-MAINT-RECORD
           IF WS-ON-MASTER
               MOVE AM-ACCT-STATUS         TO ACCT-STATUS
               MOVE AM-ACCT-COMPANY-CD     TO ACCT-COMPANY-CD
               MOVE AM-ACCT-TYPE           TO ACCT-TYPE
               MOVE AM-ACCT-INT-RATE-NUM   TO ACCT-INT-RATE
               MOVE AM-ACCT-OPEN-DATE      TO ACCT-OPEN-DATE
               MOVE AM-ACCT-LAST-INT-DATE  TO ACCT-LAST-INT-DATE
               PERFORM 3550-MOVE-OPTIONAL-FIELDS
           ELSE
               MOVE 'WRITEBACK FOR AN ACCOUNT NOT HELD'
                   TO WS-FAIL-REASON
               PERFORM 3990-NOT-PROVEN
           END-IF.

      * Spaces, or a non-numeric YTD, mean "leave it alone".
       3550-MOVE-OPTIONAL-FIELDS.
           IF AM-ACCT-CUST-NO NOT = SPACES
               MOVE AM-ACCT-CUST-NO     TO ACCT-CUST-NO
           END-IF
           IF AM-ACCT-CURRENCY-CD NOT = SPACES
               MOVE AM-ACCT-CURRENCY-CD TO ACCT-CURRENCY-CD
           END-IF
           IF AM-ACCT-YTD-INT NUMERIC
               MOVE AM-ACCT-YTD-INT-NUM TO ACCT-YTD-INTEREST
           END-IF.

      * Each posting must start from the balance the rebuild holds.
      * The amount is applied even when it does not, so the listing
      * shows where the rebuild ended up.
       3600-APPLY-POSTING.
           ADD 1 TO WS-ACW-POSTINGS
           MOVE RCH-PST-NEW-BALANCE TO WS-ACW-JRNL-BALANCE
           SET WS-JOURNALED TO TRUE
           IF NOT WS-ON-MASTER
               MOVE 'POSTING TO AN ACCOUNT NOT HELD' TO WS-FAIL-REASON
               PERFORM 3990-NOT-PROVEN
           ELSE
               IF RCH-PST-OLD-BALANCE NOT = ACCT-BALANCE
                   MOVE 'POSTING CHAIN BROKEN' TO WS-FAIL-REASON
                   PERFORM 3990-NOT-PROVEN
               END-IF
               ADD RCH-PST-AMOUNT TO ACCT-BALANCE
               ADD RCH-PST-AMOUNT TO WS-POSTED-TOTAL
               ADD 1 TO WS-POSTING-APPLIED
               MOVE 'N' TO WS-BALANCE-SET-SW
               IF RCH-PST-CALLER-ID = 'INTCAP'
                   MOVE RCH-PST-RUN-DATE TO ACCT-LAST-INT-DATE
                   ADD RCH-PST-AMOUNT    TO ACCT-YTD-INTEREST
               END-IF
           END-IF.

      * Written if the rebuild still holds it; listed if not proven.
       3800-PROVE-THE-ACCOUNT.
           IF WS-PROVEN AND WS-ON-MASTER AND WS-JOURNALED
                   AND NOT WS-BALANCE-SET
                   AND ACCT-BALANCE NOT = WS-ACW-JRNL-BALANCE
               SET WS-NOT-PROVEN TO TRUE
               MOVE 'BALANCE DIFFERS FROM THE JOURNAL'
                   TO WS-ACW-REASON
               MOVE SPACES TO WS-ACW-REASON-TS
           END-IF
           IF WS-ON-MASTER
               WRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ACCTRCV - RCVMAST write failed for '
                           ACCT-NO ', status ' WS-RCVMAST-STATUS
                       SET WS-CONTROLS-FAILED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD ACCT-BALANCE TO WS-REBUILT-TOTAL
               END-WRITE
           END-IF
           IF WS-NOT-PROVEN
               ADD 1 TO WS-UNPROVEN-COUNT
               MOVE SPACES TO WS-UNPROVEN-LINE
               MOVE WS-LOW-KEY          TO UPL-ACCT-NO
               MOVE WS-ACW-SNAP-BALANCE TO UPL-SNAP-BALANCE
               IF WS-ON-MASTER
                   MOVE ACCT-BALANCE    TO UPL-REBUILT-BALANCE
               ELSE
                   MOVE ZERO            TO UPL-REBUILT-BALANCE
               END-IF
               MOVE WS-ACW-JRNL-BALANCE TO UPL-JRNL-BALANCE
               MOVE WS-ACW-POSTINGS     TO UPL-POSTINGS
               MOVE WS-ACW-REASON-TS    TO UPL-REASON-TS
               MOVE WS-ACW-REASON       TO UPL-REASON
               MOVE WS-UNPROVEN-LINE    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3900-NOTE-BALANCE-BEFORE.
           IF WS-ON-MASTER
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           ELSE
               MOVE ZERO         TO WS-BALANCE-BEFORE
           END-IF.

       3950-NOTE-BALANCE-SET.
           COMPUTE WS-SET-DELTA = ACCT-BALANCE - WS-BALANCE-BEFORE
           ADD WS-SET-DELTA TO WS-SET-TOTAL
           SET WS-BALANCE-SET TO TRUE.

      * The first failure is the one reported - what follows it is
      * built on a balance already wrong.
       3990-NOT-PROVEN.
           IF WS-PROVEN
               SET WS-NOT-PROVEN TO TRUE
               MOVE WS-FAIL-REASON TO WS-ACW-REASON
               MOVE RCH-TIMESTAMP  TO WS-ACW-REASON-TS
           END-IF.

       4000-PRINT-THE-CONTROLS.
           IF WS-UNPROVEN-COUNT = ZERO
               MOVE '  (NONE - EVERY ACCOUNT PROVEN)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SNAPSHOT RECORDS READ'      TO CTL-LABEL
           MOVE WS-SNAPSHOT-READ             TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'REFRESH ROWS APPLIED'       TO CTL-LABEL
           MOVE WS-REFRESH-READ              TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'MAINTENANCE TRANSACTIONS'   TO CTL-LABEL
           MOVE WS-MAINT-READ                TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'WRITEBACKS'                 TO CTL-LABEL
           MOVE WS-WRITEBACK-READ            TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'POSTINGS READ'              TO CTL-LABEL
           MOVE WS-POSTING-READ              TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'POSTINGS APPLIED'           TO CTL-LABEL
           MOVE WS-POSTING-APPLIED           TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'ACCOUNTS ADDED'             TO CTL-LABEL
           MOVE WS-ADDED-COUNT               TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'ACCOUNTS DELETED'           TO CTL-LABEL
           MOVE WS-DELETED-COUNT             TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'ACCOUNTS DROPPED BY THE RELOAD' TO CTL-LABEL
           MOVE WS-RELOAD-DROPPED            TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'REBUILT MASTER RECORDS'     TO CTL-LABEL
           MOVE WS-WRITTEN-COUNT             TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE 'ACCOUNTS NOT PROVEN'        TO CTL-LABEL
           MOVE WS-UNPROVEN-COUNT            TO CTL-COUNT
           PERFORM 4100-PRINT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SNAPSHOT TOTAL'             TO TTL-LABEL
           MOVE WS-SNAPSHOT-TOTAL            TO TTL-AMOUNT
           PERFORM 4200-PRINT-TOTAL
           MOVE 'PLUS POSTINGS APPLIED'      TO TTL-LABEL
           MOVE WS-POSTED-TOTAL              TO TTL-AMOUNT
           PERFORM 4200-PRINT-TOTAL
           MOVE 'PLUS BALANCES SET OR REMOVED' TO TTL-LABEL
           MOVE WS-SET-TOTAL                 TO TTL-AMOUNT
           PERFORM 4200-PRINT-TOTAL
           COMPUTE WS-EXPECTED-TOTAL =
               WS-SNAPSHOT-TOTAL + WS-POSTED-TOTAL + WS-SET-TOTAL
           MOVE 'EXPECTED MASTER TOTAL'      TO TTL-LABEL
           MOVE WS-EXPECTED-TOTAL            TO TTL-AMOUNT
           PERFORM 4200-PRINT-TOTAL
           MOVE 'REBUILT MASTER TOTAL'       TO TTL-LABEL
           MOVE WS-REBUILT-TOTAL             TO TTL-AMOUNT
           PERFORM 4200-PRINT-TOTAL
           IF WS-CONTROLS-OK
               PERFORM 4300-CHECK-THE-CONTROLS
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-CONTROLS-FAILED
               MOVE '  *** CONTROLS FAILED - DO NOT LOAD THE REBUILD'
                   TO REPORT-LINE
           ELSE
               IF WS-UNPROVEN-COUNT > ZERO
                   MOVE '  *** ACCOUNTS NOT PROVEN - REBUILD NOT LOADED'
                       TO REPORT-LINE
               ELSE
                   MOVE '  CONTROLS AGREE - EVERY ACCOUNT PROVEN'
                       TO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE.

       4100-PRINT-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4200-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * The counts the sort handed over must be the counts the
      * selection wrote, and the money must add up.
       4300-CHECK-THE-CONTROLS.
           IF WS-REFRESH-READ   NOT = RCC-REFRESH-COUNT
                   OR WS-MAINT-READ     NOT = RCC-MAINT-COUNT
                   OR WS-WRITEBACK-READ NOT = RCC-WRITEBACK-COUNT
                   OR WS-POSTING-READ   NOT = RCC-POSTING-COUNT
               DISPLAY 'ACCTRCV - Change counts differ from the '
                   'selection control record'
               SET WS-CONTROLS-FAILED TO TRUE
           END-IF
           IF WS-EXPECTED-TOTAL NOT = WS-REBUILT-TOTAL
               DISPLAY 'ACCTRCV - Rebuilt master total does not '
                   'follow from the snapshot and the changes'
               SET WS-CONTROLS-FAILED TO TRUE
           END-IF.

       5000-TERMINATE.
           CLOSE SNAPIN-FILE
           CLOSE RCVCHG-FILE
           CLOSE RCVMAST-FILE
           CLOSE REPORT-FILE
           DISPLAY 'ACCTRCV - Snapshot records read  ' WS-SNAPSHOT-READ
           DISPLAY 'ACCTRCV - Rebuilt records written '
               WS-WRITTEN-COUNT
           DISPLAY 'ACCTRCV - Accounts not proven     '
               WS-UNPROVEN-COUNT
           EVALUATE TRUE
               WHEN WS-CONTROLS-FAILED
                   DISPLAY 'ACCTRCV - Controls failed - see RCVRPT; '
                       'the rebuilt master must not be loaded'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNPROVEN-COUNT > ZERO
                   DISPLAY 'ACCTRCV - ' WS-UNPROVEN-COUNT
                       ' account(s) not proven - see RCVRPT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'ACCTRCV - Ended'.
