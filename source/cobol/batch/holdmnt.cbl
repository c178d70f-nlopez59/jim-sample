      * Every placement and release, accepted or rejected, is
      * journaled to the same ACCTMLOG change log the maintenance
      * programs extend, so the hold history reads like any other
      * maintenance history. Every hold placed is also written to the
      * NOTEVT notice-event file, so the customer gets a letter from
      * the night's NOTCGEN run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTMLOG-FILE ASSIGN TO ACCTMLOG
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTEVT-FILE   ASSIGN TO NOTEVT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE   ASSIGN TO HOLDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY ACCTMAST.
       FD  ACCTMLOG-FILE.
           COPY ACCTMLOG.
       FD  NOTEVT-FILE.
           COPY NOTEVT.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           END-IF
           OPEN INPUT  ACCTMAST-FILE
           OPEN EXTEND ACCTMLOG-FILE
           OPEN EXTEND NOTEVT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'ACCOUNT HOLD MAINTENANCE - RUN DATE '
           MOVE SPACES TO WS-REASON-HOLD
           STRING 'HOLD ' HC-HOLD-TYPE ' PLACED - ' HC-REASON
               DELIMITED BY SIZE INTO WS-REASON-HOLD
           PERFORM 2800-WRITE-LOG-ACCEPT
           PERFORM 2270-WRITE-NOTICE-EVENT.

      * The customer is told a hold is in force, not why - the
      * placing department's reason stays on ACCTHOLD and ACCTMLOG.
       2270-WRITE-NOTICE-EVENT.
           MOVE SPACES       TO NOTICE-EVENT-RECORD
           MOVE WS-RUN-DATE  TO NEV-EVENT-DATE
           SET NEV-HOLD-PLACED TO TRUE
           MOVE HC-ACCT-NO   TO NEV-ACCT-NO
           MOVE 'HOLDMNT'    TO NEV-SOURCE-PGM
           STRING 'HOLD PLACED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO NEV-DETAIL
           WRITE NOTICE-EVENT-RECORD.

       2300-RELEASE-HOLD.
           PERFORM 2500-READ-HOLD-FOR-KEY
           MOVE HC-ACCT-NO            TO AML-ACCT-NO
           SET AML-REJECTED           TO TRUE
           MOVE WS-REASON-HOLD        TO AML-REASON
           MOVE 'HOLDMNT'             TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       2800-WRITE-LOG-ACCEPT.
           MOVE HC-ACCT-NO            TO AML-ACCT-NO
           SET AML-ACCEPTED           TO TRUE
           MOVE WS-REASON-HOLD        TO AML-REASON
           MOVE 'HOLDMNT'             TO AML-LOGGED-BY
           MOVE SPACES                TO AML-MAINT-IMAGE
           WRITE ACCT-MAINT-LOG-RECORD.

       3000-TERMINATE.
           CLOSE HOLDCRD-FILE ACCTHOLD-FILE ACCTMAST-FILE
                 ACCTMLOG-FILE NOTEVT-FILE REPORT-FILE
           DISPLAY 'HOLDMNT - Cards read ' WS-CARDS-READ
           DISPLAY 'HOLDMNT - Placed     ' WS-PLACED-COUNT
           DISPLAY 'HOLDMNT - Released   ' WS-RELEASED-COUNT
