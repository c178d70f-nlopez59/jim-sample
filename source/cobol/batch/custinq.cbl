       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
      * CICS customer relationship inquiry, alongside DINQ. DINQ
      * answers for one account; this answers for the customer.
      * Branch staff key
      *
      *     CINQ C customer      - by customer number, or
      *     CINQ A account       - by any one of the customer's
      *                            accounts
      *
      * and get the CUSTMAST name and address back with every
      * account linked to that customer through ACCT-CUST-NO: its
      * status, type, company, balance, currency, and whether an
      * ACCTHOLD hold is in force - with the relationship total in
      * each currency at the foot.
      *
      * The accounts are found through the ACCTCUST FCT entry, which
      * names the path over the ACCTMAST alternate index on
      * ACCT-CUST-NO (defined by the ACCTAIX job). The index is in
      * the cluster's upgrade set, so every batch and online change
      * to the master keeps it current; the online day never
      * browses the whole master. The customer key is not unique on
      * the index - every READNEXT but the last of a customer's
      * accounts answers DUPKEY, which is a normal answer here.
      *
      * The balance shown is the master balance, as the statement
      * shows it - no accrued interest (that is DINQ rule 3's
      * answer for one account).
      *
      * The signed-on operator must hold an active OPERAUTH record;
      * without one, or asking by an account in a company outside
      * that authority, the inquiry is refused and written to the
      * DSEC security violation queue. A customer's accounts in
      * companies outside the operator's authority are listed by
      * number only, marked NOT AUTHORIZED, and left out of the
      * totals.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The customer record, read through the CUSTMAST FCT entry.
       COPY CUSTMAST.

      * The master record - read by account through the ACCTMAST FCT
      * entry, and browsed by customer through ACCTCUST.
       COPY ACCTMAST.

      * The account hold record, read through the ACCTHOLD FCT
      * entry - a hold in force is flagged on the account's line
      * exactly as DINQ's status response reports it.
       COPY AHLDREC.

      * The signed-on operator's authority, and the violation record
      * a refused inquiry is queued to DSEC in.
       COPY OPERAUTH.

       COPY SECVIOL.

       01  WS-INPUT-AREA               PIC X(80)  VALUE SPACES.
       01  WS-INPUT-LEN                PIC S9(04) COMP  VALUE 80.
       01  WS-CICS-RESP                PIC S9(08) COMP  VALUE ZERO.
       01  WS-VIOLATION-LEN            PIC S9(04) COMP  VALUE 100.
       01  WS-USER-ID                  PIC X(08)  VALUE SPACES.
       01  WS-CO-IDX                   PIC 9(02) COMP  VALUE ZERO.

      * The keyed request, unstrung from the input line: transaction
      * id, key type, customer or account number.
       01  WS-PARSED-INPUT.
           05  WS-IN-TRANSID           PIC X(04)  VALUE SPACES.
           05  WS-IN-KEY-TYPE          PIC X(01)  VALUE SPACES.
               88  WS-IN-BY-CUSTOMER           VALUE 'C'.
               88  WS-IN-BY-ACCOUNT            VALUE 'A'.
               88  WS-IN-KEY-TYPE-VALID        VALUE 'C' 'A'.
           05  WS-IN-KEY               PIC X(10)  VALUE SPACES.

       01  WS-INQ-CUST-NO              PIC X(10)  VALUE SPACES.
       01  WS-BROWSE-KEY               PIC X(10)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CUST-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  WS-CUST-FOUND               VALUE 'Y'.
           05  WS-BROWSE-MORE-SW       PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-MORE              VALUE 'Y'.
           05  WS-HOLD-ACTIVE-SW       PIC X(01)  VALUE 'N'.
               88  WS-HOLD-ACTIVE              VALUE 'Y'.
           05  WS-CCY-OVERFLOW-SW      PIC X(01)  VALUE 'N'.
               88  WS-CCY-OVERFLOW             VALUE 'Y'.
           05  WS-COMPANY-OK-SW        PIC X(01)  VALUE 'N'.
               88  WS-COMPANY-OK               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT           PIC 9(05) COMP  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(05) COMP  VALUE ZERO.
           05  WS-MASKED-COUNT         PIC 9(05) COMP  VALUE ZERO.
           05  WS-LINE-IDX             PIC 9(03) COMP  VALUE ZERO.
           05  WS-NEXT-ACCT-LINE       PIC 9(03) COMP  VALUE ZERO.
           05  WS-TOTAL-POS            PIC 9(03) COMP  VALUE ZERO.
       01  WS-COUNT-ED                 PIC ZZZZ9.
       01  WS-SHOWN-ED                 PIC ZZZZ9.

      * Screen lines 5 through 18 hold the account lines; an account
      * past the fourteenth still counts in the totals below.
       01  WS-FIRST-ACCT-LINE          PIC 9(03) COMP  VALUE 5.
       01  WS-LAST-ACCT-LINE           PIC 9(03) COMP  VALUE 18.
       01  WS-MAX-ACCT-LINES           PIC 9(03) COMP  VALUE 14.

      * Relationship totals by currency, in the order the currencies
      * are met. Spaces on the master is the base currency. Six
      * currencies fill the two total lines; a seventh is counted as
      * overflow and said so on the message line.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 6 TIMES.
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-TOTAL        PIC S9(11)V99  COMP-3.
       01  WS-CCY-COUNT                PIC 9(03) COMP  VALUE ZERO.
       01  WS-CCY-IDX                  PIC 9(03) COMP  VALUE ZERO.
       01  WS-CCY-FOUND-IDX            PIC 9(03) COMP  VALUE ZERO.
       01  WS-MAX-CCY                  PIC 9(03) COMP  VALUE 6.

       01  WS-ACCT-LINE.
           05  AL-ACCT-NO              PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AL-STATUS               PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  AL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  AL-COMPANY              PIC X(03).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  AL-BALANCE              PIC -(9)9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AL-CURRENCY             PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AL-HOLD                 PIC X(28).

       01  WS-TOTAL-ENTRY.
           05  TE-CURRENCY             PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  TE-TOTAL                PIC -(11)9.99.
           05  FILLER                  PIC X(06)  VALUE SPACES.

       01  WS-SCREEN-MESSAGE.
           05  WS-SCREEN-LINE OCCURS 22 TIMES.
               10  WS-SCR-TEXT         PIC X(79).
               10  WS-SCR-NL           PIC X(01).
       01  WS-MESSAGE-LEN              PIC S9(04) COMP  VALUE 1760.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-RECEIVE-REQUEST
           PERFORM 2000-EDIT-REQUEST
           IF WS-SCR-TEXT(1) = SPACES
               PERFORM 2500-CHECK-AUTHORITY
           END-IF
           IF WS-SCR-TEXT(1) = SPACES
               PERFORM 3000-FIND-CUSTOMER
           END-IF
           IF WS-SCR-TEXT(1) = SPACES
               PERFORM 4000-LIST-RELATIONSHIP
           END-IF
           PERFORM 7000-SEND-RESPONSE
           GOBACK.

       1000-RECEIVE-REQUEST.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE SPACES TO WS-SCREEN-MESSAGE
           MOVE ZERO TO WS-LINE-IDX
           PERFORM 1100-SET-LINE-END
               UNTIL WS-LINE-IDX >= 22
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
                    WS-IN-KEY-TYPE
                    WS-IN-KEY
           END-UNSTRING.

       1100-SET-LINE-END.
           ADD 1 TO WS-LINE-IDX
           MOVE X'15' TO WS-SCR-NL(WS-LINE-IDX).

       2000-EDIT-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-IN-KEY-TYPE-VALID
                   MOVE 'ENTER: CINQ C CUSTOMER  OR  CINQ A ACCOUNT'
                       TO WS-SCR-TEXT(1)
               WHEN WS-IN-KEY = SPACES
                   MOVE 'CUSTOMER OR ACCOUNT NUMBER IS REQUIRED'
                       TO WS-SCR-TEXT(1)
           END-EVALUATE.

      * No answer at all without an active authority record.
       2500-CHECK-AUTHORITY.
           MOVE WS-USER-ID TO OA-USER-ID
           EXEC CICS READ
               FILE('OPERAUTH')
               INTO(OPERATOR-AUTHORITY-RECORD)
               RIDFLD(OA-USER-ID)
               RESP(WS-CICS-RESP)
           END-EXEC
           MOVE SPACES TO SV-COMPANY-CD
           EVALUATE TRUE
               WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO OPERATOR AUTHORITY RECORD' TO SV-REASON
                   PERFORM 2600-REFUSE-INQUIRY
               WHEN NOT OA-ACTIVE
                   MOVE 'OPERATOR AUTHORITY SUSPENDED' TO SV-REASON
                   PERFORM 2600-REFUSE-INQUIRY
           END-EVALUATE.

      * ACCT-COMPANY-CD of the record in hand against the operator's
      * company list.
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
           IF OA-COMPANY-CD(WS-CO-IDX) = ACCT-COMPANY-CD
               SET WS-COMPANY-OK TO TRUE
           END-IF.

      * The refusal goes on the screen and, with who and where, to
      * the DSEC violation queue. SV-REASON and SV-COMPANY-CD are
      * set by the caller.
       2600-REFUSE-INQUIRY.
           MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
           MOVE WS-USER-ID            TO SV-USER-ID
           MOVE EIBTRNID              TO SV-TRANSID
           MOVE EIBTRMID              TO SV-TERMID
           MOVE WS-IN-KEY-TYPE        TO SV-FUNCTION
           MOVE WS-IN-KEY             TO SV-KEY
           EXEC CICS WRITEQ TD
               QUEUE('DSEC')
               FROM(SECURITY-VIOLATION-RECORD)
               LENGTH(WS-VIOLATION-LEN)
               RESP(WS-CICS-RESP)
           END-EXEC
           STRING 'NOT AUTHORIZED - ' SV-REASON
               DELIMITED BY SIZE INTO WS-SCR-TEXT(1)
           MOVE 'INQUIRY REFUSED - ATTEMPT LOGGED' TO WS-SCR-TEXT(2).

      * By account, the customer is whoever that account links to;
      * an account with no link has no relationship to show.
       3000-FIND-CUSTOMER.
           IF WS-IN-BY-CUSTOMER
               MOVE WS-IN-KEY TO WS-INQ-CUST-NO
           ELSE
               MOVE WS-IN-KEY TO ACCT-NO
               EXEC CICS READ
                   FILE('ACCTMAST')
                   INTO(ACCT-MASTER-RECORD)
                   RIDFLD(ACCT-NO)
                   RESP(WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'ACCT ' WS-IN-KEY ' Not Found'
                       DELIMITED BY SIZE INTO WS-SCR-TEXT(1)
               ELSE
                   PERFORM 2550-CHECK-COMPANY
                   EVALUATE TRUE
                       WHEN NOT WS-COMPANY-OK
                           MOVE ACCT-COMPANY-CD TO SV-COMPANY-CD
                           STRING 'ACCOUNT COMPANY NOT IN '
                               'OPERATOR AUTHORITY'
                               DELIMITED BY SIZE INTO SV-REASON
                           PERFORM 2600-REFUSE-INQUIRY
                       WHEN ACCT-CUST-NO = SPACES
                           STRING 'ACCT ' WS-IN-KEY
                               ' IS NOT LINKED TO A CUSTOMER'
                               DELIMITED BY SIZE INTO WS-SCR-TEXT(1)
                       WHEN OTHER
                           MOVE ACCT-CUST-NO TO WS-INQ-CUST-NO
                   END-EVALUATE
               END-IF
           END-IF.

      * A customer missing from CUSTMAST still has its accounts
      * listed - the broken link is itself worth seeing.
       4000-LIST-RELATIONSHIP.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE WS-INQ-CUST-NO TO CUST-NO
           EXEC CICS READ
               FILE('CUSTMAST')
               INTO(CUST-MASTER-RECORD)
               RIDFLD(CUST-NO)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               SET WS-CUST-FOUND TO TRUE
               STRING 'CUSTOMER ' CUST-NO '  ' CUST-NAME
                   '  STATUS ' CUST-STATUS
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(1)
               STRING CUST-ADDR-LINE-1 ' ' CUST-ADDR-LINE-2
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(2)
               STRING CUST-CITY ' ' CUST-STATE ' ' CUST-POSTAL-CODE
                   '  PHONE ' CUST-PHONE
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(3)
           ELSE
               STRING 'CUSTOMER ' WS-INQ-CUST-NO
                   ' NOT ON THE CUSTOMER MASTER'
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(1)
           END-IF
           MOVE 'ACCOUNT    ST  TY   CO        BALANCE  CUR   HOLD'
               TO WS-SCR-TEXT(4)
           MOVE WS-FIRST-ACCT-LINE TO WS-NEXT-ACCT-LINE
           PERFORM 4100-BROWSE-ACCOUNTS
           PERFORM 4700-FORMAT-TOTALS
           PERFORM 4800-FORMAT-SUMMARY.

       4100-BROWSE-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-MORE-SW
           MOVE WS-INQ-CUST-NO TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('ACCTCUST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 4200-READ-NEXT-ACCOUNT
                   UNTIL NOT WS-BROWSE-MORE
               EXEC CICS ENDBR
                   FILE('ACCTCUST')
                   RESP(WS-CICS-RESP)
               END-EXEC
           END-IF.

       4200-READ-NEXT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTCUST')
               INTO(ACCT-MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-CICS-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'N' TO WS-BROWSE-MORE-SW
           ELSE
               IF ACCT-CUST-NO NOT = WS-INQ-CUST-NO
                   MOVE 'N' TO WS-BROWSE-MORE-SW
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 2550-CHECK-COMPANY
                   IF WS-COMPANY-OK
                       PERFORM 4300-CHECK-HOLD
                       PERFORM 4400-ADD-TO-CCY-TOTAL
                   ELSE
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   IF WS-NEXT-ACCT-LINE <= WS-LAST-ACCT-LINE
                       PERFORM 4500-FORMAT-ACCOUNT-LINE
                   END-IF
               END-IF
           END-IF.

       4300-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-ACTIVE-SW
           MOVE ACCT-NO TO AHL-ACCT-NO
           EXEC CICS READ
               FILE('ACCTHOLD')
               INTO(ACCOUNT-HOLD-RECORD)
               RIDFLD(AHL-ACCT-NO)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL) AND AHL-IN-FORCE
               SET WS-HOLD-ACTIVE TO TRUE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       4400-ADD-TO-CCY-TOTAL.
           MOVE ZERO TO WS-CCY-FOUND-IDX
           MOVE ZERO TO WS-CCY-IDX
           PERFORM 4410-CHECK-ONE-CCY
               UNTIL WS-CCY-FOUND-IDX > ZERO
                  OR WS-CCY-IDX >= WS-CCY-COUNT
           IF WS-CCY-FOUND-IDX = ZERO
               IF WS-CCY-COUNT < WS-MAX-CCY
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IDX
                   MOVE ACCT-CURRENCY-CD
                       TO WS-CCY-CODE(WS-CCY-FOUND-IDX)
                   MOVE ZERO TO WS-CCY-TOTAL(WS-CCY-FOUND-IDX)
               ELSE
                   SET WS-CCY-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-CCY-FOUND-IDX > ZERO
               ADD ACCT-BALANCE TO WS-CCY-TOTAL(WS-CCY-FOUND-IDX)
           END-IF.

       4410-CHECK-ONE-CCY.
           ADD 1 TO WS-CCY-IDX
           IF WS-CCY-CODE(WS-CCY-IDX) = ACCT-CURRENCY-CD
               MOVE WS-CCY-IDX TO WS-CCY-FOUND-IDX
           END-IF.

      * An account outside the operator's authority shows its
      * number and nothing else.
       4500-FORMAT-ACCOUNT-LINE.
           IF NOT WS-COMPANY-OK
               STRING ACCT-NO '  NOT AUTHORIZED'
                   DELIMITED BY SIZE
                   INTO WS-SCR-TEXT(WS-NEXT-ACCT-LINE)
               ADD 1 TO WS-NEXT-ACCT-LINE
           ELSE
               PERFORM 4510-FORMAT-ACCOUNT-DETAIL
           END-IF.

       4510-FORMAT-ACCOUNT-DETAIL.
           MOVE ACCT-NO         TO AL-ACCT-NO
           MOVE ACCT-STATUS     TO AL-STATUS
           MOVE ACCT-TYPE       TO AL-TYPE
           MOVE ACCT-COMPANY-CD TO AL-COMPANY
           MOVE ACCT-BALANCE    TO AL-BALANCE
           IF ACCT-CURRENCY-CD = SPACES
               MOVE 'BASE' TO AL-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY-CD TO AL-CURRENCY
           END-IF
           MOVE SPACES TO AL-HOLD
           IF WS-HOLD-ACTIVE
               STRING AHL-HOLD-TYPE ' HOLD SINCE ' AHL-PLACED-DATE
                   DELIMITED BY SIZE INTO AL-HOLD
           END-IF
           MOVE WS-ACCT-LINE TO WS-SCR-TEXT(WS-NEXT-ACCT-LINE)
           ADD 1 TO WS-NEXT-ACCT-LINE.

      * Three currency totals to a line, on lines 19 and 20.
       4700-FORMAT-TOTALS.
           MOVE ZERO TO WS-CCY-IDX
           PERFORM 4710-FORMAT-ONE-TOTAL
               UNTIL WS-CCY-IDX >= WS-CCY-COUNT.

       4710-FORMAT-ONE-TOTAL.
           ADD 1 TO WS-CCY-IDX
           IF WS-CCY-CODE(WS-CCY-IDX) = SPACES
               MOVE 'BASE' TO TE-CURRENCY
           ELSE
               MOVE WS-CCY-CODE(WS-CCY-IDX) TO TE-CURRENCY
           END-IF
           MOVE WS-CCY-TOTAL(WS-CCY-IDX) TO TE-TOTAL
           IF WS-CCY-IDX > 3
               MOVE 20 TO WS-LINE-IDX
               COMPUTE WS-TOTAL-POS = (WS-CCY-IDX - 4) * 26 + 1
           ELSE
               MOVE 19 TO WS-LINE-IDX
               COMPUTE WS-TOTAL-POS = (WS-CCY-IDX - 1) * 26 + 1
           END-IF
           MOVE WS-TOTAL-ENTRY
               TO WS-SCR-TEXT(WS-LINE-IDX)(WS-TOTAL-POS:26).

       4800-FORMAT-SUMMARY.
           MOVE WS-ACCT-COUNT TO WS-COUNT-ED
           IF WS-ACCT-COUNT = ZERO
               MOVE 'NO ACCOUNTS ARE LINKED TO THIS CUSTOMER'
                   TO WS-SCR-TEXT(21)
           ELSE
               IF WS-ACCT-COUNT > WS-MAX-ACCT-LINES
                   MOVE WS-MAX-ACCT-LINES TO WS-SHOWN-ED
                   STRING 'RELATIONSHIP TOTALS - ' WS-COUNT-ED
                       ' ACCOUNTS, FIRST ' WS-SHOWN-ED ' SHOWN'
                       DELIMITED BY SIZE INTO WS-SCR-TEXT(21)
               ELSE
                   STRING 'RELATIONSHIP TOTALS - ' WS-COUNT-ED
                       ' ACCOUNTS'
                       DELIMITED BY SIZE INTO WS-SCR-TEXT(21)
               END-IF
           END-IF
           IF WS-MASKED-COUNT > ZERO
               MOVE WS-MASKED-COUNT TO WS-SHOWN-ED
               STRING WS-SHOWN-ED ' NOT IN AUTHORITY'
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(21)(58:22)
           END-IF
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-COUNT-ED
               STRING WS-COUNT-ED ' ACCOUNT(S) WITH A HOLD IN FORCE'
                   DELIMITED BY SIZE INTO WS-SCR-TEXT(22)
           END-IF
           IF WS-CCY-OVERFLOW
               MOVE 'OVER 6 CURRENCIES - TOTALS INCOMPLETE'
                   TO WS-SCR-TEXT(22)(41:39)
           END-IF.

       7000-SEND-RESPONSE.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-MESSAGE)
               LENGTH(WS-MESSAGE-LEN)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
