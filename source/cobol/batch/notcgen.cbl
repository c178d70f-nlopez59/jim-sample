       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCGEN.
      * Nightly customer notice generation. Customers used to learn
      * of a declined posting, a hold or a dormancy flip only when
      * they phoned the branch; this step writes them a letter. The
      * night's events come from two places:
      *
      *   the live audit trail - every RULE-4 posting or RULE-5
      *              transfer DATRULE2 declined (return code 8) for
      *              an overdraft, an account not active, or a hold
      *              in force, recognized by the decline text;
      *   NOTEVT   - the notice events the off-cycle jobs append:
      *              holds placed by HOLDMNT, dormancy flips emitted
      *              by DORMSWP (or by ACCTAPPR, once a held flip is
      *              approved), held maintenance ACCTAPPR rejected,
      *              escheat due-diligence letters ESCHEAT owes.
      *
      * Events are gathered into one notice per account per notice
      * type - a customer whose card bounced five times tonight gets
      * one overdraft letter saying five postings were declined, not
      * five letters. Each notice is then addressed off CUSTMAST
      * through the account's ACCT-CUST-NO and written as print-ready
      * lines on the letter file, every line carrying its notice-type
      * code. A notice whose customer has no usable address - no
      * customer on the account, no CUSTMAST record, a closed
      * customer, or no street, city or postal code - is listed on
      * the undeliverable report instead of being dropped. A
      * dormancy flip is lettered only once the master shows the
      * account dormant; a flip still waiting on dual control, or
      * refused, is listed as suppressed. The control listing counts
      * notices, letters, undeliverables and suppressions by type.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The run-control trailer file names tonight's run date.
           SELECT RUNCTL-FILE   ASSIGN TO DATCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE    ASSIGN TO DATAUDIT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTEVT-FILE   ASSIGN TO NOTEVT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUST-NO
                  FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LETTER-FILE   ASSIGN TO NOTCLTR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO NOTCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNDLV-FILE    ASSIGN TO UNDLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  NOTEVT-FILE.
           COPY NOTEVT.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  CUSTMAST-FILE.
           COPY CUSTMAST.
       FD  LETTER-FILE.
           COPY NOTCLTR.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).
       FD  UNDLV-FILE.
       01  UNDLV-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-STATUS          PIC X(02)  VALUE SPACES.
       01  WS-CUSTMAST-STATUS          PIC X(02)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RUNCTL-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-EOF               VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-NOTEVT-EOF-SW        PIC X(01)  VALUE 'N'.
               88  WS-NOTEVT-EOF               VALUE 'Y'.
           05  WS-ACCTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-ACCTMAST-FOUND           VALUE 'Y'.
           05  WS-CUSTMAST-FOUND-SW    PIC X(01)  VALUE 'N'.
               88  WS-CUSTMAST-FOUND           VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(01)  VALUE 'N'.
               88  WS-TABLE-FULL               VALUE 'Y'.

      * Tonight's run date off the LAST run-control trailer - the
      * same read-through-to-last GLEXTR and LOANBILL use - and its
      * month/day/year form for the letter's date line.
       01  WS-RUN-DATE                 PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC X(04).
           05  WS-RUN-MONTH            PIC X(02).
           05  WS-RUN-DAY              PIC X(02).

      * The notice types, in the order the control listing prints
      * them: the code printed on every letter line, the listing
      * name, and the two lines of letter body text.
       01  WS-NOTICE-TYPE-VALUES.
           05  FILLER                  PIC X(02)  VALUE 'OD'.
           05  FILLER                  PIC X(20)
                   VALUE 'DECLINED - OVERDRAFT'.
           05  FILLER                  PIC X(56)  VALUE
               'A POSTING TO YOUR ACCOUNT WAS DECLINED BECAUSE IT'.
           05  FILLER                  PIC X(56)  VALUE
               'WOULD HAVE TAKEN THE BALANCE BELOW ZERO.'.
           05  FILLER                  PIC X(02)  VALUE 'NA'.
           05  FILLER                  PIC X(20)
                   VALUE 'DECLINED - INACTIVE'.
           05  FILLER                  PIC X(56)  VALUE
               'A POSTING TO YOUR ACCOUNT WAS DECLINED BECAUSE THE'.
           05  FILLER                  PIC X(56)  VALUE
               'ACCOUNT IS NOT ACTIVE.'.
           05  FILLER                  PIC X(02)  VALUE 'HD'.
           05  FILLER                  PIC X(20)
                   VALUE 'DECLINED - HELD'.
           05  FILLER                  PIC X(56)  VALUE
               'A POSTING TO YOUR ACCOUNT WAS DECLINED BECAUSE A HOLD'.
           05  FILLER                  PIC X(56)  VALUE
               'IS IN FORCE ON THE ACCOUNT.'.
           05  FILLER                  PIC X(02)  VALUE 'HP'.
           05  FILLER                  PIC X(20)
                   VALUE 'HOLD PLACED'.
           05  FILLER                  PIC X(56)  VALUE
               'A HOLD HAS BEEN PLACED ON YOUR ACCOUNT. NO POSTINGS'.
           05  FILLER                  PIC X(56)  VALUE
               'CAN BE MADE TO IT WHILE THE HOLD IS IN FORCE.'.
           05  FILLER                  PIC X(02)  VALUE 'DM'.
           05  FILLER                  PIC X(20)
                   VALUE 'ACCOUNT DORMANT'.
           05  FILLER                  PIC X(56)  VALUE
               'YOUR ACCOUNT HAS BEEN MADE DORMANT AFTER A PERIOD WITH'.
           05  FILLER                  PIC X(56)  VALUE
               'NO ACTIVITY. CONTACT YOUR BRANCH TO REACTIVATE IT.'.
           05  FILLER                  PIC X(02)  VALUE 'AR'.
           05  FILLER                  PIC X(20)
                   VALUE 'CHANGE NOT APPROVED'.
           05  FILLER                  PIC X(56)  VALUE
               'A CHANGE REQUESTED TO YOUR ACCOUNT HAS NOT BEEN'.
           05  FILLER                  PIC X(56)  VALUE
               'APPROVED.'.
           05  FILLER                  PIC X(02)  VALUE 'EL'.
           05  FILLER                  PIC X(20)
                   VALUE 'ESCHEAT DILIGENCE'.
           05  FILLER                  PIC X(56)  VALUE
               'YOUR ACCOUNT HAS HAD NO ACTIVITY FOR A LONG TIME. BY'.
           05  FILLER                  PIC X(56)  VALUE
               'LAW ITS BALANCE GOES TO THE STATE IF YOU DO NOT REPLY.'.
       01  WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-VALUES.
           05  WS-TYPE-ENTRY OCCURS 7 TIMES.
               10  WS-TYPE-CODE        PIC X(02).
               10  WS-TYPE-NAME        PIC X(20).
               10  WS-TYPE-BODY-1      PIC X(56).
               10  WS-TYPE-BODY-2      PIC X(56).

      * Per-type counts for the control listing, same subscript as
      * the type table above.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT-ENTRY OCCURS 7 TIMES.
               10  WS-TYPE-NOTICES     PIC 9(07) COMP.
               10  WS-TYPE-LETTERS     PIC 9(07) COMP.
               10  WS-TYPE-UNDLV       PIC 9(07) COMP.
               10  WS-TYPE-SUPPRESSED  PIC 9(07) COMP.
       01  WS-TYPE-IX                  PIC 9(01) COMP  VALUE ZERO.

      * The night's notices, one per account and notice type, in the
      * order first seen. The event count and the latest event's
      * detail ride with each. More notices than the table holds is
      * a hard failure - letters silently never sent are the problem
      * this program exists to fix.
       01  WS-NTC-COUNT                PIC 9(05) COMP  VALUE ZERO.
       01  WS-NTC-SUB                  PIC 9(05) COMP  VALUE ZERO.
       01  WS-NOTICE-TABLE.
           05  WS-NTC-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-NTC-COUNT
                   INDEXED BY NTC-IDX.
               10  WS-NTC-ACCT-NO      PIC X(10).
               10  WS-NTC-TYPE-IX      PIC 9(01) COMP.
               10  WS-NTC-CUST-NO      PIC X(10).
               10  WS-NTC-EVENTS       PIC 9(05) COMP.
               10  WS-NTC-DETAIL       PIC X(60).

      * The event in hand, from either source, on its way into the
      * notice table.
       01  WS-EVENT.
           05  WS-EVT-ACCT-NO          PIC X(10).
           05  WS-EVT-TYPE-IX          PIC 9(01) COMP.
           05  WS-EVT-CUST-NO          PIC X(10).
           05  WS-EVT-DETAIL           PIC X(60).

       01  WS-DECLINE-SCAN.
           05  WS-OVERDRAFT-TALLY      PIC 9(03) COMP  VALUE ZERO.
           05  WS-NOT-ACTIVE-TALLY     PIC 9(03) COMP  VALUE ZERO.
           05  WS-HELD-TALLY           PIC 9(03) COMP  VALUE ZERO.

      * The notice being lettered.
       01  WS-LETTER-WORK.
           05  WS-LTR-CUST-NO          PIC X(10).
           05  WS-LTR-LINE-NO          PIC 9(02)  VALUE ZERO.
           05  WS-LTR-TEXT             PIC X(80).
           05  WS-LTR-EVENTS           PIC ZZZZ9.
           05  WS-UNDLV-REASON         PIC X(40).
           05  WS-SUPPRESS-REASON      PIC X(40).

       01  WS-COUNTERS.
           05  WS-AUDIT-READ           PIC 9(07) COMP  VALUE ZERO.
           05  WS-DECLINES-TAKEN       PIC 9(07) COMP  VALUE ZERO.
           05  WS-NOTEVT-READ          PIC 9(07) COMP  VALUE ZERO.
           05  WS-NOTEVT-UNKNOWN       PIC 9(07) COMP  VALUE ZERO.
           05  WS-LETTERS-WRITTEN      PIC 9(07) COMP  VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC 9(07) COMP  VALUE ZERO.
           05  WS-UNDLV-COUNT          PIC 9(07) COMP  VALUE ZERO.
           05  WS-SUPPRESSED-COUNT     PIC 9(07) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-UNDLV-DETAIL.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UND-TYPE                PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UND-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UND-CUST-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UND-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  UND-REASON              PIC X(40).

       01  WS-SUPPRESS-DETAIL.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SUP-TYPE                PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SUP-ACCT-NO             PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SUP-REASON              PIC X(40).

       01  WS-TYPE-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-CODE                PIC X(02).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-NAME                PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-NOTICES             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-LETTERS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-UNDLV               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TYL-SUPPRESSED          PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-TEXT                PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TLN-COUNT               PIC ZZZZZZ9.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'NOTCGEN' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ONE-AUDIT-RECORD
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-TAKE-ONE-NOTICE-EVENT
               UNTIL WS-NOTEVT-EOF
           MOVE ZERO TO WS-NTC-SUB
           PERFORM 5000-LETTER-ONE-NOTICE
               UNTIL WS-NTC-SUB >= WS-NTC-COUNT
           PERFORM 8000-PRINT-CONTROL-LISTING
           PERFORM 9000-TERMINATE
           MOVE WS-AUDIT-READ TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'NOTCGEN - Started. Generating customer notices.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT RUNCTL-FILE
           PERFORM 1100-READ-ONE-TRAILER
               UNTIL WS-RUNCTL-EOF
           CLOSE RUNCTL-FILE
           DISPLAY 'NOTCGEN - Notice run date ' WS-RUN-DATE
           INITIALIZE WS-TYPE-COUNTS
           OPEN INPUT  AUDIT-FILE
           OPEN INPUT  NOTEVT-FILE
           OPEN INPUT  ACCTMAST-FILE
           OPEN INPUT  CUSTMAST-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT UNDLV-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'CUSTOMER NOTICE CONTROL LISTING - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'UNDELIVERABLE CUSTOMER NOTICES - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO UNDLV-LINE
           WRITE UNDLV-LINE
           MOVE SPACES TO UNDLV-LINE
           WRITE UNDLV-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  TY  ACCOUNT     CUSTOMER    NAME'
               '                            REASON'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO UNDLV-LINE
           WRITE UNDLV-LINE
           PERFORM 2100-READ-AUDIT
           PERFORM 3100-READ-NOTEVT.

       1100-READ-ONE-TRAILER.
           READ RUNCTL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
               NOT AT END
                   IF RC-RUN-DATE IS NUMERIC
                       MOVE RC-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.

      * Declines the customer can act on: a RULE-4 posting or either
      * side of a RULE-5 transfer turned away for an overdraft, an
      * account not active, or a hold. The other decline reasons -
      * not found, segmentation, currency, a closed loan, an
      * unmatured deposit - are keying or product errors for the
      * bank to fix, not the customer. A transfer declined on its
      * credit side names the credit account in the text; that is
      * the customer the letter goes to.
       2000-SCAN-ONE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ
           IF (AUDIT-RULE-IN = '4' OR AUDIT-RULE-IN = '5')
                   AND AUDIT-RETURN-CODE = 8
               MOVE ZERO TO WS-OVERDRAFT-TALLY
               MOVE ZERO TO WS-NOT-ACTIVE-TALLY
               MOVE ZERO TO WS-HELD-TALLY
               INSPECT AUDIT-RESP-OUT TALLYING
                   WS-OVERDRAFT-TALLY  FOR ALL ' OVERDRAFT'
                   WS-NOT-ACTIVE-TALLY FOR ALL ' NOT ACTIVE'
                   WS-HELD-TALLY       FOR ALL ' HELD - HOLD '
               MOVE ZERO TO WS-EVT-TYPE-IX
               EVALUATE TRUE
                   WHEN WS-OVERDRAFT-TALLY > ZERO
                       MOVE 1 TO WS-EVT-TYPE-IX
                   WHEN WS-NOT-ACTIVE-TALLY > ZERO
                       MOVE 2 TO WS-EVT-TYPE-IX
                   WHEN WS-HELD-TALLY > ZERO
                       MOVE 3 TO WS-EVT-TYPE-IX
               END-EVALUATE
               IF WS-EVT-TYPE-IX > ZERO
                   ADD 1 TO WS-DECLINES-TAKEN
                   IF AUDIT-RESP-OUT(1:31) =
                           'TRANSFER DECLINED - CREDIT ACCT'
                       MOVE AUDIT-RESP-OUT(33:10) TO WS-EVT-ACCT-NO
                   ELSE
                       MOVE AUDIT-ACCT-NO TO WS-EVT-ACCT-NO
                   END-IF
                   MOVE SPACES TO WS-EVT-CUST-NO
                   MOVE SPACES TO WS-EVT-DETAIL
                   PERFORM 4000-ADD-TO-NOTICE-TABLE
               END-IF
           END-IF
           PERFORM 2100-READ-AUDIT.

       2100-READ-AUDIT.
           READ AUDIT-FILE
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * Every event on the file is lettered, whatever its date - the
      * file is emptied only after a successful notice run, so a
      * night this step did not run leaves its events for the next.
       3000-TAKE-ONE-NOTICE-EVENT.
           ADD 1 TO WS-NOTEVT-READ
           MOVE ZERO TO WS-EVT-TYPE-IX
           EVALUATE TRUE
               WHEN NEV-HOLD-PLACED    MOVE 4 TO WS-EVT-TYPE-IX
               WHEN NEV-DORMANT        MOVE 5 TO WS-EVT-TYPE-IX
               WHEN NEV-APPR-REJECTED  MOVE 6 TO WS-EVT-TYPE-IX
               WHEN NEV-ESCHEAT-LETTER MOVE 7 TO WS-EVT-TYPE-IX
           END-EVALUATE
           IF WS-EVT-TYPE-IX = ZERO
               ADD 1 TO WS-NOTEVT-UNKNOWN
               DISPLAY 'NOTCGEN - Unknown notice type '
                   NEV-NOTICE-TYPE ' from ' NEV-SOURCE-PGM
                   ' for account ' NEV-ACCT-NO ' - ignored'
           ELSE
               MOVE NEV-ACCT-NO TO WS-EVT-ACCT-NO
               MOVE NEV-CUST-NO TO WS-EVT-CUST-NO
               MOVE NEV-DETAIL  TO WS-EVT-DETAIL
               PERFORM 4000-ADD-TO-NOTICE-TABLE
           END-IF
           PERFORM 3100-READ-NOTEVT.

       3100-READ-NOTEVT.
           READ NOTEVT-FILE
               AT END SET WS-NOTEVT-EOF TO TRUE
           END-READ.

      * One notice per account and type: a repeat event bumps the
      * count and refreshes the detail; a new one takes the next
      * slot.
       4000-ADD-TO-NOTICE-TABLE.
           SET NTC-IDX TO 1
           SEARCH WS-NTC-ENTRY
               AT END
                   PERFORM 4100-ADD-NEW-NOTICE
               WHEN WS-NTC-ACCT-NO(NTC-IDX) = WS-EVT-ACCT-NO
                AND WS-NTC-TYPE-IX(NTC-IDX) = WS-EVT-TYPE-IX
                   ADD 1 TO WS-NTC-EVENTS(NTC-IDX)
                   IF WS-EVT-CUST-NO NOT = SPACES
                       MOVE WS-EVT-CUST-NO TO WS-NTC-CUST-NO(NTC-IDX)
                   END-IF
                   IF WS-EVT-DETAIL NOT = SPACES
                       MOVE WS-EVT-DETAIL TO WS-NTC-DETAIL(NTC-IDX)
                   END-IF
           END-SEARCH.

       4100-ADD-NEW-NOTICE.
           IF WS-NTC-COUNT < 20000
               ADD 1 TO WS-NTC-COUNT
               MOVE WS-EVT-ACCT-NO TO WS-NTC-ACCT-NO(WS-NTC-COUNT)
               MOVE WS-EVT-TYPE-IX TO WS-NTC-TYPE-IX(WS-NTC-COUNT)
               MOVE WS-EVT-CUST-NO TO WS-NTC-CUST-NO(WS-NTC-COUNT)
               MOVE 1              TO WS-NTC-EVENTS(WS-NTC-COUNT)
               MOVE WS-EVT-DETAIL  TO WS-NTC-DETAIL(WS-NTC-COUNT)
               ADD 1 TO WS-TYPE-NOTICES(WS-EVT-TYPE-IX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

      * Address the notice and either letter it or say why not. The
      * account's own customer link wins; the customer number an
      * event carried is used only when the account is not on the
      * master (a rejected ADD never got there).
       5000-LETTER-ONE-NOTICE.
           ADD 1 TO WS-NTC-SUB
           MOVE WS-NTC-TYPE-IX(WS-NTC-SUB) TO WS-TYPE-IX
           MOVE SPACES TO WS-UNDLV-REASON
           MOVE SPACES TO WS-SUPPRESS-REASON
           PERFORM 5100-READ-ACCTMAST
           MOVE WS-NTC-CUST-NO(WS-NTC-SUB) TO WS-LTR-CUST-NO
           IF WS-ACCTMAST-FOUND AND ACCT-CUST-NO NOT = SPACES
               MOVE ACCT-CUST-NO TO WS-LTR-CUST-NO
           END-IF
           IF WS-TYPE-IX = 5
               IF NOT WS-ACCTMAST-FOUND
                   MOVE 'ACCOUNT NO LONGER ON MASTER'
                       TO WS-SUPPRESS-REASON
               ELSE
                   IF NOT ACCT-STATUS-DORMANT
                       MOVE 'FLIP NOT APPLIED - HELD OR REFUSED'
                           TO WS-SUPPRESS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-SUPPRESS-REASON NOT = SPACES
               PERFORM 5700-LIST-SUPPRESSED
           ELSE
               PERFORM 5200-READ-CUSTMAST
               EVALUATE TRUE
                   WHEN WS-LTR-CUST-NO = SPACES
                       MOVE 'NO CUSTOMER ON THE ACCOUNT'
                           TO WS-UNDLV-REASON
                   WHEN NOT WS-CUSTMAST-FOUND
                       MOVE 'CUSTOMER NOT ON CUSTMAST'
                           TO WS-UNDLV-REASON
                   WHEN CUST-STATUS-CLOSED
                       MOVE 'CUSTOMER CLOSED'
                           TO WS-UNDLV-REASON
                   WHEN CUST-ADDR-LINE-1 = SPACES
                       MOVE 'NO STREET ADDRESS'
                           TO WS-UNDLV-REASON
                   WHEN CUST-CITY = SPACES
                       MOVE 'NO CITY'
                           TO WS-UNDLV-REASON
                   WHEN CUST-POSTAL-CODE = SPACES
                       MOVE 'NO POSTAL CODE'
                           TO WS-UNDLV-REASON
               END-EVALUATE
               IF WS-UNDLV-REASON NOT = SPACES
                   PERFORM 5600-LIST-UNDELIVERABLE
               ELSE
                   PERFORM 6000-WRITE-LETTER
               END-IF
           END-IF.

       5100-READ-ACCTMAST.
           MOVE 'N' TO WS-ACCTMAST-FOUND-SW
           MOVE WS-NTC-ACCT-NO(WS-NTC-SUB) TO ACCT-NO
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCTMAST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCTMAST-FOUND-SW
           END-READ.

       5200-READ-CUSTMAST.
           MOVE 'N' TO WS-CUSTMAST-FOUND-SW
           MOVE SPACES TO CUST-NAME
           IF WS-LTR-CUST-NO NOT = SPACES
               MOVE WS-LTR-CUST-NO TO CUST-NO
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUSTMAST-FOUND-SW
                       MOVE SPACES TO CUST-NAME
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTMAST-FOUND-SW
               END-READ
           END-IF.

       5600-LIST-UNDELIVERABLE.
           ADD 1 TO WS-UNDLV-COUNT
           ADD 1 TO WS-TYPE-UNDLV(WS-TYPE-IX)
           MOVE SPACES TO WS-UNDLV-DETAIL
           MOVE WS-TYPE-CODE(WS-TYPE-IX)   TO UND-TYPE
           MOVE WS-NTC-ACCT-NO(WS-NTC-SUB) TO UND-ACCT-NO
           MOVE WS-LTR-CUST-NO             TO UND-CUST-NO
           MOVE CUST-NAME                  TO UND-CUST-NAME
           MOVE WS-UNDLV-REASON            TO UND-REASON
           MOVE WS-UNDLV-DETAIL TO UNDLV-LINE
           WRITE UNDLV-LINE.

       5700-LIST-SUPPRESSED.
           ADD 1 TO WS-SUPPRESSED-COUNT
           ADD 1 TO WS-TYPE-SUPPRESSED(WS-TYPE-IX)
           MOVE SPACES TO WS-SUPPRESS-DETAIL
           MOVE WS-TYPE-CODE(WS-TYPE-IX)   TO SUP-TYPE
           MOVE WS-NTC-ACCT-NO(WS-NTC-SUB) TO SUP-ACCT-NO
           MOVE WS-SUPPRESS-REASON         TO SUP-REASON
           MOVE WS-SUPPRESS-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      * The letter, one print line per record: address block, date
      * and account, salutation, the type's body text, a line of
      * particulars, and the sign-off.
       6000-WRITE-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN
           ADD 1 TO WS-TYPE-LETTERS(WS-TYPE-IX)
           MOVE ZERO TO WS-LTR-LINE-NO
           MOVE CUST-NAME TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE CUST-ADDR-LINE-1 TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE CUST-ADDR-LINE-2 TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-TEXT
           STRING CUST-CITY DELIMITED BY '  '
               ' ' CUST-STATE ' ' CUST-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           STRING 'DATE     ' WS-RUN-MONTH '/' WS-RUN-DAY '/'
               WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           STRING 'ACCOUNT  ' WS-NTC-ACCT-NO(WS-NTC-SUB)
               DELIMITED BY SIZE INTO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           PERFORM 6500-WRITE-LETTER-LINE
           STRING 'DEAR ' CUST-NAME
               DELIMITED BY SIZE INTO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE WS-TYPE-BODY-1(WS-TYPE-IX) TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE WS-TYPE-BODY-2(WS-TYPE-IX) TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE
           PERFORM 6100-BUILD-PARTICULARS
           PERFORM 6500-WRITE-LETTER-LINE
           PERFORM 6500-WRITE-LETTER-LINE
           MOVE 'PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS.'
               TO WS-LTR-TEXT
           PERFORM 6500-WRITE-LETTER-LINE.

      * The declines say how many postings were turned away; the
      * event notices carry their own particulars - the hold date,
      * the last activity date, the approver's reason, the date the
      * escheat letter must be answered by.
       6100-BUILD-PARTICULARS.
           EVALUATE WS-TYPE-IX
               WHEN 1 THRU 3
                   MOVE WS-NTC-EVENTS(WS-NTC-SUB) TO WS-LTR-EVENTS
                   STRING 'POSTINGS DECLINED ' WS-LTR-EVENTS
                       DELIMITED BY SIZE INTO WS-LTR-TEXT
               WHEN 6
                   STRING 'REASON   ' WS-NTC-DETAIL(WS-NTC-SUB)
                       DELIMITED BY SIZE INTO WS-LTR-TEXT
               WHEN OTHER
                   MOVE WS-NTC-DETAIL(WS-NTC-SUB) TO WS-LTR-TEXT
           END-EVALUATE.

      * Writes the line in hand and clears it for the next.
       6500-WRITE-LETTER-LINE.
           ADD 1 TO WS-LTR-LINE-NO
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO NOTICE-LETTER-RECORD
           IF WS-LTR-LINE-NO = 1
               SET NTL-NEW-PAGE TO TRUE
           END-IF
           MOVE WS-TYPE-CODE(WS-TYPE-IX)   TO NTL-NOTICE-TYPE
           MOVE WS-NTC-ACCT-NO(WS-NTC-SUB) TO NTL-ACCT-NO
           MOVE WS-LTR-CUST-NO             TO NTL-CUST-NO
           MOVE WS-LTR-LINE-NO             TO NTL-LINE-NO
           MOVE WS-LTR-TEXT                TO NTL-TEXT
           WRITE NOTICE-LETTER-RECORD
           MOVE SPACES TO WS-LTR-TEXT.

       8000-PRINT-CONTROL-LISTING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           STRING '  TY  NOTICE TYPE           NOTICES  LETTERS'
               '  UNDLVBL  SUPPRSD'
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-TYPE-IX
           PERFORM 8100-PRINT-ONE-TYPE
               UNTIL WS-TYPE-IX >= 7
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'AUDIT RECORDS READ'     TO TLN-TEXT
           MOVE WS-AUDIT-READ            TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'DECLINES NOTIFIABLE'    TO TLN-TEXT
           MOVE WS-DECLINES-TAKEN        TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'NOTICE EVENTS READ'     TO TLN-TEXT
           MOVE WS-NOTEVT-READ           TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'NOTICE EVENTS UNKNOWN'  TO TLN-TEXT
           MOVE WS-NOTEVT-UNKNOWN        TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'LETTERS WRITTEN'        TO TLN-TEXT
           MOVE WS-LETTERS-WRITTEN       TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'LETTER LINES WRITTEN'   TO TLN-TEXT
           MOVE WS-LINES-WRITTEN         TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'UNDELIVERABLE'          TO TLN-TEXT
           MOVE WS-UNDLV-COUNT           TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'SUPPRESSED'             TO TLN-TEXT
           MOVE WS-SUPPRESSED-COUNT      TO TLN-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8100-PRINT-ONE-TYPE.
           ADD 1 TO WS-TYPE-IX
           MOVE SPACES TO WS-TYPE-LINE
           MOVE WS-TYPE-CODE(WS-TYPE-IX)       TO TYL-CODE
           MOVE WS-TYPE-NAME(WS-TYPE-IX)       TO TYL-NAME
           MOVE WS-TYPE-NOTICES(WS-TYPE-IX)    TO TYL-NOTICES
           MOVE WS-TYPE-LETTERS(WS-TYPE-IX)    TO TYL-LETTERS
           MOVE WS-TYPE-UNDLV(WS-TYPE-IX)      TO TYL-UNDLV
           MOVE WS-TYPE-SUPPRESSED(WS-TYPE-IX) TO TYL-SUPPRESSED
           MOVE WS-TYPE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE AUDIT-FILE NOTEVT-FILE ACCTMAST-FILE CUSTMAST-FILE
                 LETTER-FILE REPORT-FILE UNDLV-FILE
           DISPLAY 'NOTCGEN - Audit records read  ' WS-AUDIT-READ
           DISPLAY 'NOTCGEN - Notice events read  ' WS-NOTEVT-READ
           DISPLAY 'NOTCGEN - Notices             ' WS-NTC-COUNT
           DISPLAY 'NOTCGEN - Letters written     ' WS-LETTERS-WRITTEN
           DISPLAY 'NOTCGEN - Undeliverable       ' WS-UNDLV-COUNT
           DISPLAY 'NOTCGEN - Suppressed          '
               WS-SUPPRESSED-COUNT
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY 'NOTCGEN - Ending with a non-zero '
                       'condition code - notice table full, '
                       'notices dropped'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNDLV-COUNT > ZERO
                 OR WS-NOTEVT-UNKNOWN > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'NOTCGEN - Ended'.
