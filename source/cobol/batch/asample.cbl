      * inside one night is still caught.
           SELECT STORD-FILE    ASSIGN TO STORDTRN
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The morning DSPTMNT feed of RULE-6 reversals of dispute
      * provisional credits, on its own DD with the prior-day
      * history check waived: a reversal RULE-6 declined (a hold,
      * an overdraft) is resent every morning until it posts, with
      * the same key each time. RULE-6 itself refuses to reverse a
      * posting twice, and the in-file check still applies.
           SELECT DSPT-FILE     ASSIGN TO DSPTTRAN
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The inbound clearing-house entries CLRINB converted to RULE-4
      * transactions, on their own DD so the edit step can count
      * them for the stream-wide reconciliation. Unlike the two
      * feeds above, these are new money arriving from outside, so
      * they take every duplicate check - a clearing file delivered
      * twice is caught here.
           SELECT CLEAR-FILE    ASSIGN TO CLRTRAN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANPASS-FILE ASSIGN TO TRANPASS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANREJ-FILE  ASSIGN TO TRANREJ
                         ==TRAN-EFF-DATE==   BY ==STO-EFF-DATE==
                         ==TRAN-CURRENCY-CD==
                                             BY ==STO-CURRENCY-CD==.
       FD  DSPT-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==DST-RECORD==
                         ==TRAN-RULE-CODE==  BY ==DST-RULE-CODE==
                         ==TRAN-ACCT-NO==    BY ==DST-ACCT-NO==
                         ==TRAN-COMPANY-CD== BY ==DST-COMPANY-CD==
                         ==TRAN-ACCT-TYPE==  BY ==DST-ACCT-TYPE==
                         ==TRAN-AMOUNT-NUM== BY ==DST-AMOUNT-NUM==
                         ==TRAN-AMOUNT==     BY ==DST-AMOUNT==
                         ==TRAN-DATA==       BY ==DST-DATA==
                         ==TRAN-EFF-DATE==   BY ==DST-EFF-DATE==
                         ==TRAN-CURRENCY-CD==
                                             BY ==DST-CURRENCY-CD==.
       FD  CLEAR-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==CLT-RECORD==
                         ==TRAN-RULE-CODE==  BY ==CLT-RULE-CODE==
                         ==TRAN-ACCT-NO==    BY ==CLT-ACCT-NO==
                         ==TRAN-COMPANY-CD== BY ==CLT-COMPANY-CD==
                         ==TRAN-ACCT-TYPE==  BY ==CLT-ACCT-TYPE==
                         ==TRAN-AMOUNT-NUM== BY ==CLT-AMOUNT-NUM==
                         ==TRAN-AMOUNT==     BY ==CLT-AMOUNT==
                         ==TRAN-DATA==       BY ==CLT-DATA==
                         ==TRAN-EFF-DATE==   BY ==CLT-EFF-DATE==
                         ==TRAN-CURRENCY-CD==
                                             BY ==CLT-CURRENCY-CD==.
       FD  TRANPASS-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==PASS-RECORD==
               88  WS-STORD-EOF                   VALUE 'Y'.
           05  WS-STORD-PHASE-SW       PIC X(01)  VALUE 'N'.
               88  WS-STORD-PHASE                 VALUE 'Y'.
           05  WS-DSPT-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-DSPT-EOF                    VALUE 'Y'.
           05  WS-DSPT-PHASE-SW        PIC X(01)  VALUE 'N'.
               88  WS-DSPT-PHASE                  VALUE 'Y'.
           05  WS-CLEAR-EOF-SW         PIC X(01)  VALUE 'N'.
               88  WS-CLEAR-EOF                   VALUE 'Y'.

       01  WS-RULE-CODE-CHECK.
           05  WS-RULE-CODE-VALUE      PIC X(01).
           05  WS-PASS-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-FUTURE-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-CLEAR-READ-COUNT     PIC 9(07) COMP  VALUE ZERO.

      * Effective-date edit working fields - the date must be a real
      * calendar date before anything downstream trusts it.
           05  WS-HIST-THRESHOLD       PIC 9(03) COMP  VALUE 5.
       01  WS-HIST-LOADED              PIC 9(07) COMP  VALUE ZERO.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'ASAMPLE' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-TRANSACTIONS
               UNTIL WS-TRANIN-EOF
           PERFORM 1400-START-CLEAR-PHASE
           PERFORM 2040-EDIT-CLEARING-ENTRIES
               UNTIL WS-CLEAR-EOF
           PERFORM 1500-START-RESUB-PHASE
           PERFORM 2050-EDIT-RESUBMISSIONS
               UNTIL WS-RESUB-EOF
           PERFORM 1600-START-STORD-PHASE
           PERFORM 2060-EDIT-STANDING-ORDERS
               UNTIL WS-STORD-EOF
           PERFORM 1700-START-DSPT-PHASE
           PERFORM 2070-EDIT-DISPUTE-REVERSALS
               UNTIL WS-DSPT-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-READ-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
                   PERFORM 2300-WRITE-PASS
           END-EVALUATE.

      * The clearing feed goes through the same edit-and-dispose
      * path as the main file with nothing waived; it runs ahead of
      * the two waived feeds, whose phase switches stay set once on.
       1400-START-CLEAR-PHASE.
           OPEN INPUT CLEAR-FILE
           PERFORM 2140-READ-CLEAR.

       2040-EDIT-CLEARING-ENTRIES.
           ADD 1 TO WS-CLEAR-READ-COUNT
           PERFORM 2020-EDIT-AND-DISPOSE
           PERFORM 2140-READ-CLEAR.

      * The resubmission feed goes through the same edit-and-dispose
      * path as the main file - same counters, same pass/reject/
      * future split - with only the prior-day history check waived.
           PERFORM 2020-EDIT-AND-DISPOSE
           PERFORM 2160-READ-STORD.

      * The dispute reversal feed goes through the same path, the
      * prior-day history check waived - a reversal resent after a
      * decline repeats its own key by design.
       1700-START-DSPT-PHASE.
           SET WS-DSPT-PHASE TO TRUE
           OPEN INPUT DSPT-FILE
           PERFORM 2170-READ-DSPT.

       2070-EDIT-DISPUTE-REVERSALS.
           PERFORM 2020-EDIT-AND-DISPOSE
           PERFORM 2170-READ-DSPT.

       2100-READ-TRANIN.
           READ TRANIN-FILE
               AT END SET WS-TRANIN-EOF TO TRUE
           END-READ.

       2140-READ-CLEAR.
           READ CLEAR-FILE
               AT END
                   SET WS-CLEAR-EOF TO TRUE
               NOT AT END
                   MOVE CLT-RECORD TO TRANIN-RECORD
           END-READ.

       2150-READ-RESUB.
           READ RESUB-FILE
               AT END
                   MOVE STO-RECORD TO TRANIN-RECORD
           END-READ.

       2170-READ-DSPT.
           READ DSPT-FILE
               AT END
                   SET WS-DSPT-EOF TO TRUE
               NOT AT END
                   MOVE DST-RECORD TO TRANIN-RECORD
           END-READ.

      * Edit rules, applied in order - first failure wins so the
      * reject reason reported is the most useful one to research.
       2200-EDIT-ONE-RECORD.
      * tonight, an 'H' record is a prior day's accepted key. The
      * history side is waived for the suspense resubmission feed
      * (a resubmitted entry was accepted once already, so its key
      * is always inside the window), for the standing-order feed
      * (a standing order legitimately repeats its key every
      * cycle by design) and for the dispute reversal feed (a
      * declined reversal is resent with the same key until it
      * posts); the in-file side still applies to all three.
      * These are file-level checks, not field-level
      * ones, so they are not part of the TRANFIX repair mirror - a
      * repaired record passes back through this front door anyway.
                       SET WS-RECORD-REJECTED TO TRUE
                   WHEN WS-DUP-FOUND AND NOT WS-RESUB-PHASE
                           AND NOT WS-STORD-PHASE
                           AND NOT WS-DSPT-PHASE
                       MOVE 'R008' TO WS-REASON-CODE-HOLD
                       MOVE 'DUPLICATE OF PRIOR-DAY TRANSACTION' TO
                                                WS-REASON-TEXT-HOLD
               'status ' WS-DUPFILE-STATUS ' at record '
               WS-READ-COUNT ' - run stopped'
           MOVE 16 TO RETURN-CODE
           MOVE WS-READ-COUNT TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       2400-WRITE-REJECT.

       3000-TERMINATE.
           PERFORM 3100-WRITE-EDIT-CONTROL
           CLOSE TRANIN-FILE CLEAR-FILE RESUB-FILE STORD-FILE
                 DSPT-FILE
                 TRANPASS-FILE TRANREJ-FILE TRANFUT-FILE HISTOUT-FILE
                 DUPFILE-FILE
           DISPLAY 'ASAMPLE - Read    ' WS-READ-COUNT
           DISPLAY 'ASAMPLE - Clearing' WS-CLEAR-READ-COUNT
           DISPLAY 'ASAMPLE - Future  ' WS-FUTURE-COUNT
           DISPLAY 'ASAMPLE - Passed  ' WS-PASS-COUNT
           DISPLAY 'ASAMPLE - Rejected' WS-REJECT-COUNT
           MOVE WS-PASS-COUNT    TO EC-PASS-COUNT
           MOVE WS-REJECT-COUNT  TO EC-REJECT-COUNT
           MOVE WS-FUTURE-COUNT  TO EC-FUTURE-COUNT
           MOVE WS-CLEAR-READ-COUNT TO EC-CLEARING-READ
           OPEN OUTPUT EDITCTL-FILE
           WRITE EDIT-CONTROL-RECORD
           CLOSE EDITCTL-FILE.
