      * existing ACCTMAINT edit, dual-control and writeback path is
      * unchanged - the only difference is that a typo dies at the
      * keyboard instead of surfacing as an MNTCTL reject tomorrow.
      *
      * The signed-on operator must hold an active OPERAUTH record
      * granting the function keyed (add, change or delete) over the
      * company concerned - the keyed company on an add or change,
      * and the master's own company on a change or delete, so an
      * account can be neither moved into nor touched in a company
      * outside the operator's authority. A refusal is written to
      * the DSEC security violation queue. The queued card carries
      * the operator's code, which ACCTMAINT writes to ACCTMLOG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * ACCTMNT layout ACCTMAINT reads off cards.
       COPY ACCTMNT.

      * The signed-on operator's authority, and the violation record
      * a refused entry is queued to DSEC in.
       COPY OPERAUTH.

       COPY SECVIOL.

       01  WS-INPUT-AREA               PIC X(160) VALUE SPACES.
       01  WS-INPUT-LEN                PIC S9(04) COMP  VALUE 160.
       01  WS-CICS-RESP                PIC S9(08) COMP  VALUE ZERO.
       01  WS-QUEUE-LEN                PIC S9(04) COMP  VALUE 80.
       01  WS-VIOLATION-LEN            PIC S9(04) COMP  VALUE 100.
       01  WS-USER-ID                  PIC X(08)  VALUE SPACES.
       01  WS-CHECK-COMPANY            PIC X(03)  VALUE SPACES.
       01  WS-COMPANY-OK-SW            PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-OK                      VALUE 'Y'.
       01  WS-CO-IDX                   PIC 9(02) COMP  VALUE ZERO.

      * The keyed request, unstrung from the input line. The money
      * and date fields land in card-width pictures so the same
               88  WS-IN-STATUS-VALID          VALUE 'A' 'C' 'D'.
           05  WS-IN-COMPANY           PIC X(03)  VALUE SPACES.
           05  WS-IN-TYPE              PIC X(01)  VALUE SPACES.
               88  WS-IN-TYPE-VALID            VALUE 'S' 'C' 'L' 'T'.
           05  WS-IN-BALANCE           PIC X(11)  VALUE SPACES.
           05  WS-IN-RATE              PIC X(07)  VALUE SPACES.
           05  WS-IN-OPEN-DATE         PIC X(08)  VALUE SPACES.
               88  WS-ENTRY-REJECTED           VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-ACCT-FOUND               VALUE 'Y'.
           05  WS-SECURITY-SW          PIC X(01)  VALUE 'N'.
               88  WS-SECURITY-REFUSED         VALUE 'Y'.

       01  WS-SCREEN-MESSAGE.
           05  WS-MSG-LINE-1           PIC X(79)  VALUE SPACES.
       0000-MAINLINE.
           PERFORM 1000-RECEIVE-REQUEST
           PERFORM 2000-EDIT-REQUEST
           IF NOT WS-ENTRY-REJECTED
               PERFORM 2500-CHECK-AUTHORITY
           END-IF
           IF NOT WS-ENTRY-REJECTED
               PERFORM 3000-CHECK-THE-MASTER
           END-IF
           GOBACK.

       1000-RECEIVE-REQUEST.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-CICS-RESP)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-CICS-RESP)
           END-EXEC
           UNSTRING WS-INPUT-AREA
               DELIMITED BY ALL SPACES
               INTO WS-IN-TRANSID
                       TO WS-MSG-LINE-1
                   SET WS-ENTRY-REJECTED TO TRUE
               WHEN NOT WS-IN-TYPE-VALID
                   MOVE 'ACCOUNT TYPE MUST BE S, C, L OR T'
                       TO WS-MSG-LINE-1
                   SET WS-ENTRY-REJECTED TO TRUE
               WHEN WS-IN-COMPANY = SPACES
                   SET WS-ENTRY-REJECTED TO TRUE
           END-EVALUATE.

      * Who may key what: an active authority record, the function
      * keyed switched on in it, and - for an add or change - the
      * keyed company one of the operator's. A delete names no
      * company; its account's company is checked once it is read.
       2500-CHECK-AUTHORITY.
           MOVE WS-USER-ID TO OA-USER-ID
           EXEC CICS READ
               FILE('OPERAUTH')
               INTO(OPERATOR-AUTHORITY-RECORD)
               RIDFLD(OA-USER-ID)
               RESP(WS-CICS-RESP)
           END-EXEC
           MOVE WS-IN-COMPANY TO WS-CHECK-COMPANY
           EVALUATE TRUE
               WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO OPERATOR AUTHORITY RECORD' TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               WHEN NOT OA-ACTIVE
                   MOVE 'OPERATOR AUTHORITY SUSPENDED' TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               WHEN WS-IN-CODE = 'A' AND NOT OA-MAY-ADD
                   MOVE 'OPERATOR MAY NOT ADD ACCOUNTS' TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               WHEN WS-IN-CODE = 'C' AND NOT OA-MAY-CHANGE
                   MOVE 'OPERATOR MAY NOT CHANGE ACCOUNTS'
                       TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               WHEN WS-IN-CODE-DELETE AND NOT OA-MAY-DELETE
                   MOVE 'OPERATOR MAY NOT DELETE ACCOUNTS'
                       TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               WHEN WS-IN-CODE-DELETE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2550-CHECK-COMPANY
                   IF NOT WS-COMPANY-OK
                       MOVE 'COMPANY NOT IN OPERATOR AUTHORITY'
                           TO SV-REASON
                       PERFORM 2600-REFUSE-ENTRY
                   END-IF
           END-EVALUATE.

      * WS-CHECK-COMPANY against the operator's company list.
       2550-CHECK-COMPANY.
           MOVE 'N' TO WS-COMPANY-OK-SW
           IF OA-ALL-COMPANIES
               SET WS-COMPANY-OK TO TRUE
           ELSE
               MOVE ZERO TO WS-CO-IDX
               PERFORM 2560-CHECK-ONE-COMPANY
                   UNTIL WS-COMPANY-OK OR WS-CO-IDX >= 8
           END-IF.

       2560-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF OA-COMPANY-CD(WS-CO-IDX) = WS-CHECK-COMPANY
               SET WS-COMPANY-OK TO TRUE
           END-IF.

      * The refusal goes on the screen and, with who and where, to
      * the DSEC violation queue. SV-REASON is set by the caller.
       2600-REFUSE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
           MOVE WS-USER-ID            TO SV-USER-ID
           MOVE EIBTRNID              TO SV-TRANSID
           MOVE EIBTRMID              TO SV-TERMID
           MOVE WS-IN-CODE            TO SV-FUNCTION
           MOVE WS-CHECK-COMPANY      TO SV-COMPANY-CD
           MOVE WS-IN-ACCT-NO         TO SV-KEY
           EXEC CICS WRITEQ TD
               QUEUE('DSEC')
               FROM(SECURITY-VIOLATION-RECORD)
               LENGTH(WS-VIOLATION-LEN)
               RESP(WS-CICS-RESP)
           END-EXEC
           STRING 'NOT AUTHORIZED - ' SV-REASON
               DELIMITED BY SIZE INTO WS-MSG-LINE-1
           SET WS-SECURITY-REFUSED TO TRUE
           SET WS-ENTRY-REJECTED   TO TRUE.

      * The existence check the card deck cannot run until 2 AM: an
      * ADD must name a new account, a CHANGE or DELETE an existing
      * one - through the same ACCTMAST FCT entry DINQ reads.
                       ' NOT ON THE MASTER - ENTRY REFUSED'
                       DELIMITED BY SIZE INTO WS-MSG-LINE-1
                   SET WS-ENTRY-REJECTED TO TRUE
           END-EVALUATE
           IF WS-ACCT-FOUND AND NOT WS-ENTRY-REJECTED
               MOVE ACCT-COMPANY-CD TO WS-CHECK-COMPANY
               PERFORM 2550-CHECK-COMPANY
               IF NOT WS-COMPANY-OK
                   MOVE 'ACCOUNT COMPANY NOT IN OPERATOR AUTHORITY'
                       TO SV-REASON
                   PERFORM 2600-REFUSE-ENTRY
               END-IF
           END-IF.

      * The accepted entry, rebuilt into the exact ACCTMNT card
      * image and queued for tonight - ACCTMAINT re-edits it with
           MOVE WS-IN-LAST-INT-DATE TO AM-ACCT-LAST-INT-DATE
           MOVE WS-IN-CUST-NO      TO AM-ACCT-CUST-NO
           MOVE WS-IN-CURRENCY     TO AM-ACCT-CURRENCY-CD
           MOVE OA-OPERATOR-CODE   TO AM-OPERATOR-CODE
           EXEC CICS WRITEQ TD
               QUEUE('DMNT')
               FROM(ACCT-MAINT-RECORD)
           END-IF.

       5000-SEND-RESPONSE.
           EVALUATE TRUE
               WHEN WS-SECURITY-REFUSED
                   MOVE 'ENTRY REFUSED - ATTEMPT LOGGED'
                       TO WS-MSG-LINE-2
               WHEN WS-ENTRY-REJECTED
                   MOVE 'ENTRY NOT ACCEPTED - CORRECT AND RE-ENTER'
                       TO WS-MSG-LINE-2
               WHEN OTHER
                   MOVE 'ENTRY ACCEPTED' TO WS-MSG-LINE-2
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-MESSAGE)
               LENGTH(WS-MESSAGE-LEN)
