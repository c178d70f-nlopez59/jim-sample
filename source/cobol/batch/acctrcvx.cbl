       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCVX.
      * Change selection for the forward recovery of the account
      * master (the ACCTRCV job). The night's ACCTSNAP generation is
      * a complete master as it stood when the snapshot pass ran;
      * everything that has changed the master since is on one of
      * three logs, each stamped with the time of the change:
      *
      *   RFSHLOG  - every row the Db2 refresh (DB2PGM) wrote, full
      *              reload or delta, balance included.
      *   ACCTMLOG - every accepted maintenance transaction with the
      *              ACCTMNT image as applied (ACCTMAINT, ACCTAPPR),
      *              and the DB2APPLY writebacks, which carry the
      *              non-monetary fields the posting programs set
      *              (closures, escheatment, interest dates).
      *   POSTJRNL - every monetary posting, with the balance before
      *              and after.
      *
      * This step reads all three, keeps what falls after the
      * snapshot's time and on or before the cutoff, and writes one
      * RCVCHG record for each, ready to sort into account and time
      * order for ACCTRCV to apply. A control record tells ACCTRCV
      * the window and the counts. HOLDMNT's hold actions, rejected
      * and held maintenance, failed writebacks and writeback adds and
      * deletes (ACCTMAINT's own entries already carry those) change
      * nothing and are passed over.
      *
      *   no PARM                  - everything on the logs after the
      *                              snapshot is carried forward.
      *   PARM=CCYYMMDD[HHMMSShh]  - only changes stamped on or before
      *                              that time; a short parm runs to
      *                              the end of the day, hour or
      *                              minute it names.
      *
      * A snapshot with no time on it (an empty generation, or one
      * cut before the snapshot carried its time) cannot anchor a
      * window, and neither can two full reloads inside one - the
      * step ends 16 and nothing downstream runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPIN-FILE   ASSIGN TO SNAPIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RFSHLOG-FILE  ASSIGN TO RFSHLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMLOG-FILE ASSIGN TO ACCTMLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVCHG-FILE   ASSIGN TO RCVCHG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVCTL-FILE   ASSIGN TO RCVCTL
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPIN-FILE.
           COPY SNAPREC.
       FD  RFSHLOG-FILE.
           COPY SNAPREC
               REPLACING ==SNAPSHOT-RECORD==   BY ==RFS-RECORD==
                         ==SNP-ACCT-NO==       BY ==RFS-ACCT-NO==
                         ==SNP-STATUS==        BY ==RFS-STATUS==
                         ==SNP-COMPANY-CD==    BY ==RFS-COMPANY-CD==
                         ==SNP-TYPE==          BY ==RFS-TYPE==
                         ==SNP-BALANCE==       BY ==RFS-BALANCE==
                         ==SNP-INT-RATE==      BY ==RFS-INT-RATE==
                         ==SNP-OPEN-DATE==     BY ==RFS-OPEN-DATE==
                         ==SNP-LAST-INT-DATE==
                                           BY ==RFS-LAST-INT-DATE==
                         ==SNP-CURRENCY-CD==
                                           BY ==RFS-CURRENCY-CD==
                         ==SNP-CUST-NO==       BY ==RFS-CUST-NO==
                         ==SNP-YTD-INTEREST==
                                           BY ==RFS-YTD-INTEREST==
                         ==SNP-TAKEN-TS==      BY ==RFS-TAKEN-TS==
                         ==SNP-SOURCE==        BY ==RFS-SOURCE==
                         ==SNP-FROM-SNAPSHOT==
                                           BY ==RFS-FROM-SNAPSHOT==
                         ==SNP-FROM-FULL-RELOAD==
                                           BY ==RFS-FROM-FULL-RELOAD==
                         ==SNP-FROM-DELTA==    BY ==RFS-FROM-DELTA==.
       FD  ACCTMLOG-FILE.
           COPY ACCTMLOG.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  RCVCHG-FILE.
           COPY RCVCHG.
       FD  RCVCTL-FILE.
           COPY RCVCTL.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RFSHLOG-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-RFSHLOG-EOF              VALUE 'Y'.
           05  WS-ACCTMLOG-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-ACCTMLOG-EOF             VALUE 'Y'.
           05  WS-POSTJRNL-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-POSTJRNL-EOF             VALUE 'Y'.
           05  WS-WINDOW-SW            PIC X(01)  VALUE 'N'.
               88  WS-IN-WINDOW                VALUE 'Y'.
               88  WS-NOT-IN-WINDOW            VALUE 'N'.
           05  WS-CONTROL-SW           PIC X(01)  VALUE 'Y'.
               88  WS-CONTROLS-OK              VALUE 'Y'.
               88  WS-CONTROLS-FAILED          VALUE 'N'.

      * The window: after the snapshot, on or before the cutoff.
       01  WS-SNAPSHOT-TS              PIC X(16)  VALUE SPACES.
       01  WS-CUTOFF-TS                PIC X(16)  VALUE HIGH-VALUES.
       01  WS-FULL-RELOAD-TS           PIC X(16)  VALUE SPACES.
       01  WS-EVENT-TS                 PIC X(16)  VALUE SPACES.
       01  WS-PARM-LEN                 PIC 9(02) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SEQ-NO               PIC 9(09) COMP  VALUE ZERO.
           05  WS-REFRESH-READ         PIC 9(09) COMP  VALUE ZERO.
           05  WS-REFRESH-TAKEN        PIC 9(09) COMP  VALUE ZERO.
           05  WS-MLOG-READ            PIC 9(09) COMP  VALUE ZERO.
           05  WS-MAINT-TAKEN          PIC 9(09) COMP  VALUE ZERO.
           05  WS-WRITEBACK-TAKEN      PIC 9(09) COMP  VALUE ZERO.
           05  WS-JRNL-READ            PIC 9(09) COMP  VALUE ZERO.
           05  WS-POSTING-TAKEN        PIC 9(09) COMP  VALUE ZERO.

       01  WS-COUNT-EDIT               PIC Z(08)9.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(16).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-CONTROLS-OK
               PERFORM 2000-SELECT-REFRESH-ROW
                   UNTIL WS-RFSHLOG-EOF OR WS-CONTROLS-FAILED
           END-IF
           IF WS-CONTROLS-OK
               PERFORM 3000-SELECT-MAINTENANCE
                   UNTIL WS-ACCTMLOG-EOF
               PERFORM 4000-SELECT-POSTING
                   UNTIL WS-POSTJRNL-EOF
           END-IF
           PERFORM 5000-TERMINATE
           STOP RUN.

      * The snapshot's time is read from its first record - every
      * record of a generation carries the same one.
       1000-INITIALIZE.
           DISPLAY 'ACCTRCVX - Started. Selecting changes since the '
               'snapshot.'
           IF LK-PARM-LEN > ZERO
               PERFORM 1100-TAKE-THE-CUTOFF
           END-IF
           OPEN INPUT SNAPIN-FILE
           READ SNAPIN-FILE
               AT END
                   MOVE SPACES TO WS-SNAPSHOT-TS
               NOT AT END
                   MOVE SNP-TAKEN-TS TO WS-SNAPSHOT-TS
           END-READ
           CLOSE SNAPIN-FILE
           IF WS-SNAPSHOT-TS = SPACES OR WS-SNAPSHOT-TS NOT NUMERIC
               DISPLAY 'ACCTRCVX - Snapshot is empty or carries no '
                   'time - there is nothing to recover from'
               SET WS-CONTROLS-FAILED TO TRUE
           ELSE
               DISPLAY 'ACCTRCVX - Snapshot taken ' WS-SNAPSHOT-TS
               IF WS-CUTOFF-TS = HIGH-VALUES
                   DISPLAY 'ACCTRCVX - No cutoff - every logged '
                       'change is carried forward'
               ELSE
                   DISPLAY 'ACCTRCVX - Changes up to ' WS-CUTOFF-TS
               END-IF
           END-IF
           IF WS-CONTROLS-OK AND WS-CUTOFF-TS <= WS-SNAPSHOT-TS
               DISPLAY 'ACCTRCVX - Cutoff is not after the snapshot '
                   '- restore the snapshot itself instead'
               SET WS-CONTROLS-FAILED TO TRUE
           END-IF
           OPEN INPUT RFSHLOG-FILE
           OPEN INPUT ACCTMLOG-FILE
           OPEN INPUT POSTJRNL-FILE
           OPEN OUTPUT RCVCHG-FILE
           OPEN OUTPUT RCVCTL-FILE.

      * A short cutoff is padded with nines, so PARM=20261015 runs to
      * the last hundredth of that day.
       1100-TAKE-THE-CUTOFF.
           MOVE LK-PARM-LEN TO WS-PARM-LEN
           IF WS-PARM-LEN > 16
               MOVE 16 TO WS-PARM-LEN
           END-IF
           IF LK-PARM-TEXT(1:WS-PARM-LEN) IS NUMERIC
               MOVE ALL '9' TO WS-CUTOFF-TS
               MOVE LK-PARM-TEXT(1:WS-PARM-LEN)
                   TO WS-CUTOFF-TS(1:WS-PARM-LEN)
           ELSE
               DISPLAY 'ACCTRCVX - PARM is not a CCYYMMDDHHMMSShh '
                   'cutoff: ' LK-PARM-TEXT(1:WS-PARM-LEN)
               SET WS-CONTROLS-FAILED TO TRUE
           END-IF.

       1200-TEST-THE-WINDOW.
           IF WS-EVENT-TS > WS-SNAPSHOT-TS
                   AND WS-EVENT-TS <= WS-CUTOFF-TS
               SET WS-IN-WINDOW TO TRUE
           ELSE
               SET WS-NOT-IN-WINDOW TO TRUE
           END-IF.

      * Refresh rows. A full reload replaces the whole master, so
      * ACCTRCV must also drop every account it did not write; that
      * can only be worked out against one reload.
       2000-SELECT-REFRESH-ROW.
           READ RFSHLOG-FILE
               AT END
                   SET WS-RFSHLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFRESH-READ
                   MOVE RFS-TAKEN-TS TO WS-EVENT-TS
                   PERFORM 1200-TEST-THE-WINDOW
                   IF WS-IN-WINDOW
                       PERFORM 2100-TAKE-REFRESH-ROW
                   END-IF
           END-READ.

       2100-TAKE-REFRESH-ROW.
           IF RFS-FROM-FULL-RELOAD
               IF WS-FULL-RELOAD-TS = SPACES
                   MOVE RFS-TAKEN-TS TO WS-FULL-RELOAD-TS
                   DISPLAY 'ACCTRCVX - Full reload inside the window '
                       'at ' WS-FULL-RELOAD-TS
               END-IF
               IF RFS-TAKEN-TS NOT = WS-FULL-RELOAD-TS
                   DISPLAY 'ACCTRCVX - More than one full reload '
                       'inside the window (' WS-FULL-RELOAD-TS
                       ', ' RFS-TAKEN-TS ') - recover from a later '
                       'snapshot'
                   SET WS-CONTROLS-FAILED TO TRUE
               END-IF
           END-IF
           MOVE SPACES               TO RECOVERY-CHANGE-RECORD
           MOVE RFS-ACCT-NO          TO RCH-ACCT-NO
           MOVE RFS-TAKEN-TS         TO RCH-TIMESTAMP
           SET RCH-FROM-REFRESH      TO TRUE
           MOVE RFS-SOURCE           TO RCH-RFS-MODE
           MOVE RFS-STATUS           TO RCH-RFS-STATUS
           MOVE RFS-COMPANY-CD       TO RCH-RFS-COMPANY-CD
           MOVE RFS-TYPE             TO RCH-RFS-TYPE
           MOVE RFS-BALANCE          TO RCH-RFS-BALANCE
           MOVE RFS-INT-RATE         TO RCH-RFS-INT-RATE
           MOVE RFS-OPEN-DATE        TO RCH-RFS-OPEN-DATE
           MOVE RFS-LAST-INT-DATE    TO RCH-RFS-LAST-INT-DATE
           MOVE RFS-CURRENCY-CD      TO RCH-RFS-CURRENCY-CD
           MOVE RFS-CUST-NO          TO RCH-RFS-CUST-NO
           MOVE RFS-YTD-INTEREST     TO RCH-RFS-YTD-INTEREST
           ADD 1 TO WS-REFRESH-TAKEN
           PERFORM 8000-WRITE-CHANGE.

      * Maintenance that reached the master. DB2APPLY's entries are
      * the Db2 copy of a change already on the master - taken only
      * for their non-monetary fields, and only for changes.
       3000-SELECT-MAINTENANCE.
           READ ACCTMLOG-FILE
               AT END
                   SET WS-ACCTMLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MLOG-READ
                   MOVE AML-TIMESTAMP(1:16) TO WS-EVENT-TS
                   PERFORM 1200-TEST-THE-WINDOW
                   IF WS-IN-WINDOW AND AML-ACCEPTED
                           AND AML-MAINT-IMAGE NOT = SPACES
                       PERFORM 3100-TAKE-MAINTENANCE
                   END-IF
           END-READ.

       3100-TAKE-MAINTENANCE.
           MOVE SPACES               TO RECOVERY-CHANGE-RECORD
           MOVE AML-ACCT-NO          TO RCH-ACCT-NO
           MOVE WS-EVENT-TS          TO RCH-TIMESTAMP
           MOVE AML-LOGGED-BY        TO RCH-LOGGED-BY
           MOVE AML-MAINT-IMAGE      TO RCH-MAINT-IMAGE
           IF AML-LOGGED-BY = 'DB2APPLY'
               IF AML-TRAN-CODE = 'C'
                   SET RCH-FROM-WRITEBACK TO TRUE
                   ADD 1 TO WS-WRITEBACK-TAKEN
                   PERFORM 8000-WRITE-CHANGE
               END-IF
           ELSE
               SET RCH-FROM-MAINTENANCE TO TRUE
               ADD 1 TO WS-MAINT-TAKEN
               PERFORM 8000-WRITE-CHANGE
           END-IF.

       4000-SELECT-POSTING.
           READ POSTJRNL-FILE
               AT END
                   SET WS-POSTJRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-READ
                   MOVE PJ-TIMESTAMP(1:16) TO WS-EVENT-TS
                   PERFORM 1200-TEST-THE-WINDOW
                   IF WS-IN-WINDOW
                       PERFORM 4100-TAKE-POSTING
                   END-IF
           END-READ.

       4100-TAKE-POSTING.
           MOVE SPACES               TO RECOVERY-CHANGE-RECORD
           MOVE PJ-ACCT-NO           TO RCH-ACCT-NO
           MOVE WS-EVENT-TS          TO RCH-TIMESTAMP
           SET RCH-FROM-POSTING      TO TRUE
           MOVE PJ-AMOUNT            TO RCH-PST-AMOUNT
           MOVE PJ-OLD-BALANCE       TO RCH-PST-OLD-BALANCE
           MOVE PJ-NEW-BALANCE       TO RCH-PST-NEW-BALANCE
           MOVE PJ-CALLER-ID         TO RCH-PST-CALLER-ID
           MOVE PJ-RUN-DATE          TO RCH-PST-RUN-DATE
           ADD 1 TO WS-POSTING-TAKEN
           PERFORM 8000-WRITE-CHANGE.

       5000-TERMINATE.
           CLOSE RFSHLOG-FILE
           CLOSE ACCTMLOG-FILE
           CLOSE POSTJRNL-FILE
           MOVE SPACES               TO RECOVERY-CONTROL-RECORD
           MOVE WS-SNAPSHOT-TS       TO RCC-SNAPSHOT-TS
           MOVE WS-CUTOFF-TS         TO RCC-CUTOFF-TS
           MOVE WS-FULL-RELOAD-TS    TO RCC-FULL-RELOAD-TS
           MOVE WS-REFRESH-TAKEN     TO RCC-REFRESH-COUNT
           MOVE WS-MAINT-TAKEN       TO RCC-MAINT-COUNT
           MOVE WS-WRITEBACK-TAKEN   TO RCC-WRITEBACK-COUNT
           MOVE WS-POSTING-TAKEN     TO RCC-POSTING-COUNT
           IF WS-CONTROLS-OK
               WRITE RECOVERY-CONTROL-RECORD
           END-IF
           CLOSE RCVCHG-FILE
           CLOSE RCVCTL-FILE
           MOVE WS-REFRESH-READ TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX - Refresh rows read     ' WS-COUNT-EDIT
           MOVE WS-REFRESH-TAKEN TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX -   taken               ' WS-COUNT-EDIT
           MOVE WS-MLOG-READ TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX - Change log read       ' WS-COUNT-EDIT
           MOVE WS-MAINT-TAKEN TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX -   maintenance taken   ' WS-COUNT-EDIT
           MOVE WS-WRITEBACK-TAKEN TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX -   writebacks taken    ' WS-COUNT-EDIT
           MOVE WS-JRNL-READ TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX - Journal read          ' WS-COUNT-EDIT
           MOVE WS-POSTING-TAKEN TO WS-COUNT-EDIT
           DISPLAY 'ACCTRCVX -   postings taken      ' WS-COUNT-EDIT
           IF WS-CONTROLS-FAILED
               DISPLAY 'ACCTRCVX - No control record written - the '
                   'recovery cannot go on'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'ACCTRCVX - Ended normally'
               MOVE ZERO TO RETURN-CODE
           END-IF.

       8000-WRITE-CHANGE.
           ADD 1 TO WS-SEQ-NO
           MOVE WS-SEQ-NO TO RCH-SEQ-NO
           WRITE RECOVERY-CHANGE-RECORD.
