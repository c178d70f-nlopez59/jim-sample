      * MGMTEXT - month-end management extract written by MGMTRPT
      * for the finance team's workbook: the figures of the printed
      * management report, one comma-delimited row per company and
      * account type, plus a company-total row (MX-TYPE '*') that
      * alone carries the net interest margin columns. Every amount
      * is in the base currency at the month-end rate. The file
      * opens with one MGMT-EXTRACT-HEADER row naming the columns,
      * in the same order, so the workbook can import it by name.
       01  MGMT-EXTRACT-RECORD.
      * CCYYMM - the month the current month-end snapshot closes.
           05  MX-MONTH                PIC X(06).
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-COMPANY-CD           PIC X(03).
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-TYPE                 PIC X(01).
               88  MX-COMPANY-TOTAL            VALUE '*'.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-ACCTS-PRIOR          PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-ACCTS-CURRENT        PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-ACCTS-CHANGE         PIC -(07)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-BAL-PRIOR            PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-BAL-CURRENT          PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-BAL-CHANGE           PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-AVG-BALANCE          PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-INT-COUNT            PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-INT-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-FEE-COUNT            PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-FEE-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-RULE4-COUNT          PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-RULE4-AMOUNT         PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-RULE5-COUNT          PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-RULE5-AMOUNT         PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-OTHER-COUNT          PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-OTHER-AMOUNT         PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
      * Balance change the postings do not account for - openings,
      * maintenance balance changes, moves between types.
           05  MX-UNPOSTED-CHANGE      PIC -(13)9.99.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-OPENED               PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-CLOSED               PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-DORMANT              PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-NEW-DORMANT          PIC Z(06)9.
           05  FILLER                  PIC X(01)  VALUE ','.
      * Annualized percentages - company-total rows only; blank on
      * the type rows.
           05  MX-LOAN-YIELD           PIC -(03)9.9999.
           05  MX-LOAN-YIELD-X REDEFINES MX-LOAN-YIELD
                                       PIC X(09).
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-DEPOSIT-COST         PIC -(03)9.9999.
           05  MX-DEPOSIT-COST-X REDEFINES MX-DEPOSIT-COST
                                       PIC X(09).
           05  FILLER                  PIC X(01)  VALUE ','.
           05  MX-NET-INT-MARGIN       PIC -(03)9.9999.
           05  MX-NET-INT-MARGIN-X REDEFINES MX-NET-INT-MARGIN
                                       PIC X(09).

       01  MGMT-EXTRACT-HEADER.
           05  FILLER                  PIC X(48)  VALUE
               'MONTH,COMPANY,TYPE,ACCTS_PRIOR,ACCTS_CURRENT,ACC'.
           05  FILLER                  PIC X(48)  VALUE
               'TS_CHANGE,BAL_PRIOR,BAL_CURRENT,BAL_CHANGE,AVG_B'.
           05  FILLER                  PIC X(48)  VALUE
               'ALANCE,INT_COUNT,INT_AMOUNT,FEE_COUNT,FEES_EARNE'.
           05  FILLER                  PIC X(48)  VALUE
               'D,RULE4_COUNT,RULE4_AMOUNT,RULE5_COUNT,RULE5_AMO'.
           05  FILLER                  PIC X(48)  VALUE
               'UNT,OTHER_COUNT,OTHER_AMOUNT,UNPOSTED_CHANGE,OPE'.
           05  FILLER                  PIC X(48)  VALUE
               'NED,CLOSED,DORMANT,NEW_DORMANT,LOAN_YIELD,DEPOSI'.
           05  FILLER                  PIC X(31)  VALUE
               'T_COST,NET_INT_MARGIN'.
