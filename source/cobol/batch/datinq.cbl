      * status-by-account-type rules and the interest calculation
      * below are copies of the account-rule family's, not a second
      * opinion.
      *
      * Only an operator with an active OPERAUTH authority record
      * naming the keyed company (or all companies) gets an answer.
      * Anything else is refused on the screen and written to the
      * DSEC security violation queue for the security officer's
      * nightly report.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * as batch RULE-2 does.
       COPY AHLDREC.

      * The term deposit record, read through the TDEPOSIT FCT
      * entry - a fixed-term deposit accrues at its locked rate.
       COPY TDEPREC.

      * The signed-on operator's authority, read through the
      * OPERAUTH FCT entry by CICS user id, and the violation record
      * a refused request is queued to DSEC in.
       COPY OPERAUTH.

       COPY SECVIOL.

       01  WS-INPUT-AREA               PIC X(80)  VALUE SPACES.
       01  WS-INPUT-LEN                PIC S9(04) COMP  VALUE 80.
       01  WS-CICS-RESP                PIC S9(08) COMP  VALUE ZERO.
       01  WS-AUDIT-LEN                PIC S9(04) COMP  VALUE 129.
       01  WS-VIOLATION-LEN            PIC S9(04) COMP  VALUE 100.
       01  WS-USER-ID                  PIC X(08)  VALUE SPACES.
       01  WS-COMPANY-OK-SW            PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-OK                      VALUE 'Y'.
       01  WS-CO-IDX                   PIC 9(02) COMP  VALUE ZERO.

      * The keyed request, unstrung from the input line: transaction
      * id, rule code, account, company, account type.
       01  WS-RATE-LOOKUP.
           05  WS-RATE-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-RATE-MORE                VALUE 'Y'.
           05  WS-RATE-LOCKED-SW       PIC X(01)  VALUE 'N'.
               88  WS-RATE-LOCKED              VALUE 'Y'.
           05  WS-APPLICABLE-RATE      PIC S9(03)V9(4) COMP-3
                                        VALUE ZERO.

       0000-MAINLINE.
           PERFORM 1000-RECEIVE-REQUEST
           PERFORM 2000-EDIT-REQUEST
           IF WS-MSG-LINE-1 = SPACES
               PERFORM 2500-CHECK-AUTHORITY
           END-IF
           IF WS-MSG-LINE-1 = SPACES
               PERFORM 3000-RUN-INQUIRY
               PERFORM 6000-WRITE-AUDIT-QUEUE
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
           END-EVALUATE.

      * The operator must have an active authority record, and the
      * keyed company must be one of theirs - the segmentation check
      * below then holds the account itself to that company.
       2500-CHECK-AUTHORITY.
           MOVE WS-USER-ID TO OA-USER-ID
           EXEC CICS READ
               FILE('OPERAUTH')
               INTO(OPERATOR-AUTHORITY-RECORD)
               RIDFLD(OA-USER-ID)
               RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO OPERATOR AUTHORITY RECORD' TO SV-REASON
                   PERFORM 2600-REFUSE-REQUEST
               WHEN NOT OA-ACTIVE
                   MOVE 'OPERATOR AUTHORITY SUSPENDED' TO SV-REASON
                   PERFORM 2600-REFUSE-REQUEST
               WHEN OTHER
                   PERFORM 2550-CHECK-COMPANY
                   IF NOT WS-COMPANY-OK
                       MOVE 'COMPANY NOT IN OPERATOR AUTHORITY'
                           TO SV-REASON
                       PERFORM 2600-REFUSE-REQUEST
                   END-IF
           END-EVALUATE.

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
           IF OA-COMPANY-CD(WS-CO-IDX) = WS-IN-COMPANY
               SET WS-COMPANY-OK TO TRUE
           END-IF.

      * The refusal goes on the screen and, with who and where, to
      * the DSEC violation queue. SV-REASON is set by the caller.
       2600-REFUSE-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
           MOVE WS-USER-ID            TO SV-USER-ID
           MOVE EIBTRNID              TO SV-TRANSID
           MOVE EIBTRMID              TO SV-TERMID
           MOVE WS-IN-RULE            TO SV-FUNCTION
           MOVE WS-IN-COMPANY         TO SV-COMPANY-CD
           MOVE WS-IN-ACCT-NO         TO SV-KEY
           EXEC CICS WRITEQ TD
               QUEUE('DSEC')
               FROM(SECURITY-VIOLATION-RECORD)
               LENGTH(WS-VIOLATION-LEN)
               RESP(WS-CICS-RESP)
           END-EXEC
           STRING 'NOT AUTHORIZED - ' SV-REASON
               DELIMITED BY SIZE INTO WS-MSG-LINE-1
           MOVE 'REQUEST REFUSED - ATTEMPT LOGGED' TO WS-MSG-LINE-2.

       3000-RUN-INQUIRY.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE WS-IN-ACCT-NO TO ACCT-NO
      * from the account's company/type forward, keeping the last
      * entry dated on or before today; a failed browse or an
      * uncovered company/type leaves the account's own rate in
      * force, exactly as batch falls back. A term deposit with a
      * deposit record keeps its locked rate and skips the browse.
       5500-GET-APPLICABLE-RATE.
           MOVE ACCT-INT-RATE   TO WS-APPLICABLE-RATE
           MOVE ACCT-COMPANY-CD TO RT-COMPANY-CD
           MOVE ACCT-TYPE       TO RT-ACCT-TYPE
           MOVE ZERO            TO RT-EFF-DATE
           MOVE 'N' TO WS-RATE-MORE-SW
           MOVE 'N' TO WS-RATE-LOCKED-SW
           IF ACCT-TYPE-TERM
               PERFORM 5550-GET-LOCKED-RATE
           END-IF
           IF NOT WS-RATE-LOCKED
               EXEC CICS STARTBR
                   FILE('RATETBL')
                   RIDFLD(RT-KEY)
                   GTEQ
                   RESP(WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP = DFHRESP(NORMAL)
                   SET WS-RATE-MORE TO TRUE
                   PERFORM 5600-READ-NEXT-RATE
                       UNTIL NOT WS-RATE-MORE
                   EXEC CICS ENDBR
                       FILE('RATETBL')
                       RESP(WS-CICS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       5550-GET-LOCKED-RATE.
           MOVE ACCT-NO TO TD-ACCT-NO
           EXEC CICS READ
               FILE('TDEPOSIT')
               INTO(TERM-DEPOSIT-RECORD)
               RIDFLD(TD-ACCT-NO)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               MOVE TD-LOCKED-RATE TO WS-APPLICABLE-RATE
               SET WS-RATE-LOCKED TO TRUE
           END-IF.

       5600-READ-NEXT-RATE.
