       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      * Operator authority maintenance. Reads a deck of add/delete
      * operator cards from the security officer and applies the
      * accepted ones against the OPERAUTH authority file - one
      * record per CICS user id, naming the companies that operator
      * may see and which DMNT maintenance functions they may key.
      * DINQ, CINQ and DMNT read the file on every transaction, so
      * a grant, change, suspension or removal holds from the next
      * transaction the operator keys.
      * Adds for a user id already on file are applied as
      * replacements - the card is the whole authority, and
      * re-loading a corrected card must not require a delete first.
      * The operator code each entry carries onto ACCTMLOG must
      * name one operator only, so an add whose code is already held
      * by another user id is rejected. Every card, accepted or
      * rejected, is listed on the maintenance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERCRD-FILE  ASSIGN TO OPERCRDS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OA-USER-ID
                  FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT REPORT-FILE   ASSIGN TO OPERRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERCRD-FILE.
           COPY OPERCRD.
       FD  OPERAUTH-FILE.
           COPY OPERAUTH.
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * '05' and '97' are successful opens; '35' is the unloaded-
      * cluster case the one-time define-and-seed cutover exists
      * for.
       01  WS-OPERAUTH-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-OPERAUTH-OPEN-OK             VALUE '00' '05' '97'.
           88  WS-OPERAUTH-UNLOADED            VALUE '35'.

      * The all-Z user id is the cutover seed record - never a real
      * operator, never listed in the code table, never maintained.
       01  WS-SEED-USER-ID             PIC X(08)  VALUE 'ZZZZZZZZ'.

       01  WS-SWITCHES.
           05  WS-OPERCRD-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-OPERCRD-EOF              VALUE 'Y'.
           05  WS-REJECT-SW            PIC X(01)  VALUE 'N'.
               88  WS-CARD-REJECTED            VALUE 'Y'.
           05  WS-AUTH-MORE-SW         PIC X(01)  VALUE 'N'.
               88  WS-AUTH-MORE                VALUE 'Y'.
           05  WS-COMPANY-GIVEN-SW     PIC X(01)  VALUE 'N'.
               88  WS-COMPANY-GIVEN            VALUE 'Y'.

       01  WS-REASON-HOLD              PIC X(40)  VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(07) COMP  VALUE ZERO.
           05  WS-ACCEPT-COUNT         PIC 9(07) COMP  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(07) COMP  VALUE ZERO.

       01  WS-TODAY                    PIC 9(08)  VALUE ZERO.

      * Every user id on file with its operator code, loaded at
      * start and kept current as cards apply, so a duplicate code
      * is caught without a pass of the file per card. A deleted
      * operator's entry is left in place with its code blanked.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-USER-ID       PIC X(08).
               10  WS-CT-OPER-CODE     PIC X(06).
       01  WS-CODE-COUNT               PIC 9(05) COMP  VALUE ZERO.
       01  WS-MAX-CODES                PIC 9(05) COMP  VALUE 2000.
       01  WS-CT-IDX                   PIC 9(05) COMP  VALUE ZERO.
       01  WS-CT-FOUND-IDX             PIC 9(05) COMP  VALUE ZERO.
       01  WS-CO-IDX                   PIC 9(02) COMP  VALUE ZERO.

       01  WS-HEADING-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-TRAN-CODE           PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-USER-ID             PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-OPERATOR-CODE       PIC X(06).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-OPERATOR-NAME       PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-STATUS              PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-ALL-COMPANIES       PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  DTL-COMPANIES           PIC X(24).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-FUNCTIONS           PIC X(03).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  DTL-RESULT              PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-OPERCRD-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'OPERMNT - Started. Maintaining OPERAUTH.'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT  OPERCRD-FILE
           OPEN I-O    OPERAUTH-FILE
           IF NOT WS-OPERAUTH-OPEN-OK
               IF WS-OPERAUTH-UNLOADED
                   DISPLAY 'OPERMNT - OPERAUTH has never been '
                       'loaded - run the one-time define-and-seed '
                       'step in the job before the first deck'
               ELSE
                   DISPLAY 'OPERMNT - OPERAUTH open failed, '
                       'status ' WS-OPERAUTH-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-CODE-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-HEADING-LINE
           STRING 'OPERATOR AUTHORITY MAINTENANCE - RUN DATE '
               WS-TODAY
               DELIMITED BY SIZE INTO WS-HEADING-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-OPERCRD.

       1100-LOAD-CODE-TABLE.
           MOVE 'N' TO WS-AUTH-MORE-SW
           MOVE LOW-VALUES TO OA-USER-ID
           START OPERAUTH-FILE KEY >= OA-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AUTH-MORE TO TRUE
           END-START
           PERFORM 1110-LOAD-ONE-CODE
               UNTIL NOT WS-AUTH-MORE.

       1110-LOAD-ONE-CODE.
           READ OPERAUTH-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-AUTH-MORE-SW
               NOT AT END
                   IF OA-USER-ID NOT = WS-SEED-USER-ID
                       PERFORM 1120-ADD-CODE-ENTRY
                   END-IF
           END-READ.

       1120-ADD-CODE-ENTRY.
           IF WS-CODE-COUNT >= WS-MAX-CODES
               DISPLAY 'OPERMNT - Over ' WS-MAX-CODES
                   ' operators on OPERAUTH - code table full, '
                   'run stopped; rerun the deck once it is enlarged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CODE-COUNT
           MOVE OA-USER-ID       TO WS-CT-USER-ID(WS-CODE-COUNT)
           MOVE OA-OPERATOR-CODE TO WS-CT-OPER-CODE(WS-CODE-COUNT).

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-EDIT-CARD
           IF WS-CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2600-LIST-CARD
           ELSE
               IF OPC-ADD
                   PERFORM 2300-APPLY-ADD
               ELSE
                   PERFORM 2400-APPLY-DELETE
               END-IF
           END-IF
           PERFORM 2100-READ-OPERCRD.

       2100-READ-OPERCRD.
           READ OPERCRD-FILE
               AT END SET WS-OPERCRD-EOF TO TRUE
           END-READ.

      * Edit rules, checked in order - first failure wins, the same
      * discipline the other card-driven maintenance programs apply.
       2200-EDIT-CARD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON-HOLD
           IF NOT WS-CARD-REJECTED
                   AND OPC-TRAN-CODE NOT = 'A' AND NOT = 'D'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND OPC-USER-ID = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING USER ID' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND OPC-USER-ID = WS-SEED-USER-ID
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'RESERVED USER ID' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND OPC-ADD
               PERFORM 2250-EDIT-ADD-CARD
           END-IF.

       2250-EDIT-ADD-CARD.
           IF NOT WS-CARD-REJECTED AND OPC-OPERATOR-CODE = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING OPERATOR CODE' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED AND OPC-OPERATOR-NAME = SPACES
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'MISSING OPERATOR NAME' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED
                   AND OPC-STATUS NOT = 'A' AND NOT = 'S'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'STATUS MUST BE A OR S' TO WS-REASON-HOLD
           END-IF
           IF NOT WS-CARD-REJECTED
                   AND (OPC-ALL-COMPANIES-SW NOT = 'Y' AND NOT = SPACE
                     OR OPC-MNT-ADD-SW       NOT = 'Y' AND NOT = SPACE
                     OR OPC-MNT-CHANGE-SW    NOT = 'Y' AND NOT = SPACE
                     OR OPC-MNT-DELETE-SW    NOT = 'Y' AND NOT = SPACE)
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'SWITCHES MUST BE Y OR BLANK' TO WS-REASON-HOLD
           END-IF
      * An operator with no company can see nothing - a delete or a
      * suspension says that more plainly.
           IF NOT WS-CARD-REJECTED AND OPC-ALL-COMPANIES-SW = SPACE
               MOVE 'N' TO WS-COMPANY-GIVEN-SW
               MOVE ZERO TO WS-CO-IDX
               PERFORM 2260-CHECK-ONE-COMPANY
                   UNTIL WS-COMPANY-GIVEN OR WS-CO-IDX >= 8
               IF NOT WS-COMPANY-GIVEN
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'NO COMPANY AUTHORIZED' TO WS-REASON-HOLD
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 2270-CHECK-CODE-UNIQUE
           END-IF.

       2260-CHECK-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           IF OPC-COMPANY-CD(WS-CO-IDX) NOT = SPACES
               SET WS-COMPANY-GIVEN TO TRUE
           END-IF.

      * The code may be re-carded for its own user id (a replace),
      * never for another.
       2270-CHECK-CODE-UNIQUE.
           MOVE ZERO TO WS-CT-IDX
           PERFORM 2280-CHECK-ONE-CODE
               UNTIL WS-CARD-REJECTED OR WS-CT-IDX >= WS-CODE-COUNT.

       2280-CHECK-ONE-CODE.
           ADD 1 TO WS-CT-IDX
           IF WS-CT-OPER-CODE(WS-CT-IDX) = OPC-OPERATOR-CODE
                   AND WS-CT-USER-ID(WS-CT-IDX) NOT = OPC-USER-ID
               MOVE 'Y' TO WS-REJECT-SW
               STRING 'CODE ALREADY HELD BY '
                   WS-CT-USER-ID(WS-CT-IDX)
                   DELIMITED BY SIZE INTO WS-REASON-HOLD
           END-IF.

      * An add for a user id already on file replaces the entry -
      * the WRITE's duplicate-key exit retries as a REWRITE.
       2300-APPLY-ADD.
           MOVE SPACES                TO OPERATOR-AUTHORITY-RECORD
           MOVE OPC-USER-ID           TO OA-USER-ID
           MOVE OPC-OPERATOR-CODE     TO OA-OPERATOR-CODE
           MOVE OPC-OPERATOR-NAME     TO OA-OPERATOR-NAME
           MOVE OPC-STATUS            TO OA-STATUS
           MOVE OPC-ALL-COMPANIES-SW  TO OA-ALL-COMPANIES-SW
           MOVE ZERO TO WS-CO-IDX
           PERFORM 2310-MOVE-ONE-COMPANY
               UNTIL WS-CO-IDX >= 8
           MOVE OPC-MNT-ADD-SW        TO OA-MNT-ADD-SW
           MOVE OPC-MNT-CHANGE-SW     TO OA-MNT-CHANGE-SW
           MOVE OPC-MNT-DELETE-SW     TO OA-MNT-DELETE-SW
           MOVE OPC-KEYED-BY          TO OA-KEYED-BY
           MOVE WS-TODAY              TO OA-MAINT-DATE
           WRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   PERFORM 2350-APPLY-REPLACE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   PERFORM 2320-SET-CODE-ENTRY
                   MOVE 'ADDED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-WRITE.

       2310-MOVE-ONE-COMPANY.
           ADD 1 TO WS-CO-IDX
           MOVE OPC-COMPANY-CD(WS-CO-IDX)
               TO OA-COMPANY-CD(WS-CO-IDX).

      * The user id's table entry takes the new code - found and
      * overwritten on a replace, appended on a new operator.
       2320-SET-CODE-ENTRY.
           PERFORM 2330-FIND-USER-ENTRY
           IF WS-CT-FOUND-IDX = ZERO
               PERFORM 1120-ADD-CODE-ENTRY
           ELSE
               MOVE OPC-OPERATOR-CODE
                   TO WS-CT-OPER-CODE(WS-CT-FOUND-IDX)
           END-IF.

       2330-FIND-USER-ENTRY.
           MOVE ZERO TO WS-CT-FOUND-IDX
           MOVE ZERO TO WS-CT-IDX
           PERFORM 2340-CHECK-ONE-USER
               UNTIL WS-CT-FOUND-IDX > ZERO
                  OR WS-CT-IDX >= WS-CODE-COUNT.

       2340-CHECK-ONE-USER.
           ADD 1 TO WS-CT-IDX
           IF WS-CT-USER-ID(WS-CT-IDX) = OPC-USER-ID
               MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
           END-IF.

       2350-APPLY-REPLACE.
           REWRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD FAILED - REWRITE ERROR'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   PERFORM 2320-SET-CODE-ENTRY
                   MOVE 'REPLACED EXISTING AUTHORITY'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-REWRITE.

       2400-APPLY-DELETE.
           MOVE OPC-USER-ID TO OA-USER-ID
           DELETE OPERAUTH-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE FAILED - USER ID NOT FOUND'
                       TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-COUNT
                   PERFORM 2330-FIND-USER-ENTRY
                   IF WS-CT-FOUND-IDX > ZERO
                       MOVE SPACES TO WS-CT-OPER-CODE(WS-CT-FOUND-IDX)
                   END-IF
                   MOVE 'DELETED' TO WS-REASON-HOLD
                   PERFORM 2600-LIST-CARD
           END-DELETE.

       2600-LIST-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE OPC-TRAN-CODE        TO DTL-TRAN-CODE
           MOVE OPC-USER-ID          TO DTL-USER-ID
           MOVE OPC-OPERATOR-CODE    TO DTL-OPERATOR-CODE
           MOVE OPC-OPERATOR-NAME    TO DTL-OPERATOR-NAME
           MOVE OPC-STATUS           TO DTL-STATUS
           MOVE OPC-ALL-COMPANIES-SW TO DTL-ALL-COMPANIES
           MOVE OPERATOR-CARD(38:24) TO DTL-COMPANIES
           MOVE OPERATOR-CARD(62:3)  TO DTL-FUNCTIONS
           MOVE WS-REASON-HOLD       TO DTL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-TERMINATE.
           CLOSE OPERCRD-FILE OPERAUTH-FILE REPORT-FILE
           DISPLAY 'OPERMNT - Cards read ' WS-READ-COUNT
           DISPLAY 'OPERMNT - Accepted   ' WS-ACCEPT-COUNT
           DISPLAY 'OPERMNT - Rejected   ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           DISPLAY 'OPERMNT - Ended'.
