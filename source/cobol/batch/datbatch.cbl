                         ==CHKPT-COMP-DECLINED==
                                        BY ==PCHK-COMP-DECLINED==
                         ==CHKPT-RUN-DATE==
                                        BY ==PCHK-RUN-DATE==
                         ==CHKPT-CALLS-LIMIT-DECL==
                                        BY ==PCHK-CALLS-LIMIT-DECL==.
       FD  AUDITIN-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD==    BY ==AUDIT-TAIL-RECORD==
      * business day) and 8 (RULE-2, segmentation mismatch) are
      * legitimate rule-declined outcomes, not errors, and only add to
      * WS-CALLS-DECLINED. Only WS-CALLS-FAILED drives a non-zero job
      * step condition code. A decline whose response names a debit
      * limit is also counted in WS-CALLS-LIMIT-DECL, so the trailer
      * tells a limit decline from an overdraft decline.
       01  WS-CALL-COUNTERS.
           05  WS-CALLS-MADE            PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALLS-SUCCESS         PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALLS-FAILED          PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALLS-UNSUPPORTED     PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALLS-DECLINED        PIC 9(07) COMP  VALUE ZERO.
           05  WS-CALLS-LIMIT-DECL      PIC 9(07) COMP  VALUE ZERO.

      * The response of the call being counted - the live call's, or
      * the audit record's on the restart replay - searched for the
      * debit-limit decline marker.
       01  WS-COUNT-RESP-OUT           PIC X(80)  VALUE SPACES.
       01  WS-LIMIT-TALLY              PIC 9(03) COMP  VALUE ZERO.

      * Expected record count off the CTLCARD control card, used at
      * end of job to confirm the run balanced.
           05  WS-PCHK-CALLS-FAILED    PIC 9(07)  VALUE ZERO.
           05  WS-PCHK-CALLS-UNSUPP    PIC 9(07)  VALUE ZERO.
           05  WS-PCHK-CALLS-DECLINED  PIC 9(07)  VALUE ZERO.
           05  WS-PCHK-CALLS-LIMIT     PIC 9(07)  VALUE ZERO.
           05  WS-PCHK-COMP-HOLD OCCURS 10 TIMES.
               10  WS-PCHK-COMP-CD     PIC X(03).
               10  WS-PCHK-COMP-READ   PIC 9(07).
           05  WS-COMPMAST-EOF-SW      PIC X(01)  VALUE 'N'.
               88  WS-COMPMAST-EOF             VALUE 'Y'.

      * Step timing for the batch-window report - see STEPLOG.
       01  WS-STEPLOG-PGM              PIC X(08)  VALUE 'STEPLOG'.
           COPY STEPTIME.

      * EDT recordings capture the linkage section of APIS. This
      * includes Batch PARM areas used in JCL. EDT's Validation Type
      * "PROGRAM" records this area to create a default assertion.
      * number, and the account-rule family may fetch and rewrite
      * each account once per group instead of once per call:
      *   PARM='           S' - sorted mode, every company
      * Parm positions 13-20, when present, are a run date
      * (YYYYMMDD) overriding the clock. Only the PARLRUN parallel
      * run uses it: it replays a past night's pass file, and the
      * rules must decide as of that night:
      *   PARM='            20261014' - replay the night of 14 Oct
           05 LK-PARM-TEXT PIC X(8)  VALUE SPACES.
           05 LK-PARM-COMPANY PIC X(3) VALUE SPACES.
           05 LK-PARM-SORTED PIC X(1) VALUE SPACES.
           05 LK-PARM-RUN-DATE PIC X(8) VALUE SPACES.
           05 LK-PARM-RUN-DATE-N REDEFINES LK-PARM-RUN-DATE.
              10 LK-PARM-RUN-YYYY PIC 9(4).
              10 LK-PARM-RUN-MM   PIC 9(2).
              10 LK-PARM-RUN-DD   PIC 9(2).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           MOVE 'DATBATCH' TO STC-PROGRAM
           SET STC-STEP-START TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRANPASS-EOF
           PERFORM 3000-TERMINATE
           MOVE WS-RECORD-NUMBER TO STC-RECORDS
           MOVE RETURN-CODE TO STC-COND-CODE
           SET STC-STEP-END TO TRUE
           CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
           STOP RUN.

       1000-INITIALIZE.
           IF LK-PARM-LEN >= 12
               MOVE LK-PARM-SORTED TO WS-SORTED-MODE-SW
           END-IF
           IF LK-PARM-LEN >= 20 AND LK-PARM-RUN-DATE NOT = SPACES
               PERFORM 1120-TAKE-RUN-DATE-OVERRIDE
           END-IF
           IF WS-SORTED-MODE
               Display 'DATBATCH - Sorted high-volume mode - the '
                   'pass file must be in account-number order'
                   'with the sorted high-volume mode - restore '
                   'the master and rerun from the top'
               MOVE 16 TO RETURN-CODE
               MOVE WS-RECORD-NUMBER TO STC-RECORDS
               MOVE RETURN-CODE TO STC-COND-CODE
               SET STC-STEP-END TO TRUE
               CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
               STOP RUN
           END-IF
           EVALUATE TRUE
                   WS-COMPANY-FILTER ' only'
           END-IF.

      * A replay on a date that is not a date would decide every
      * transaction against the wrong night, so a bad override stops
      * the step before anything is called.
       1120-TAKE-RUN-DATE-OVERRIDE.
           IF LK-PARM-RUN-DATE IS NUMERIC
                   AND LK-PARM-RUN-MM >= 1 AND LK-PARM-RUN-MM <= 12
                   AND LK-PARM-RUN-DD >= 1 AND LK-PARM-RUN-DD <= 31
               MOVE LK-PARM-RUN-DATE TO WS-RUN-DATE-8
               Display 'DATBATCH - Run date ' WS-RUN-DATE-8
                   ' taken from the parm, not the clock'
           ELSE
               Display 'DATBATCH - Parm run date >' LK-PARM-RUN-DATE
                   '< is not a YYYYMMDD date'
               MOVE 16 TO RETURN-CODE
               MOVE WS-RECORD-NUMBER TO STC-RECORDS
               MOVE RETURN-CODE TO STC-COND-CODE
               SET STC-STEP-END TO TRUE
               CALL WS-STEPLOG-PGM USING STEP-TIMING-AREA
               STOP RUN
           END-IF.

      * RESTART parm: read the prior run's checkpoint file through to
      * its last record - the furthest point that run got to - then
      * resume at the record after it, with the call counters restored
               MOVE WS-PCHK-CALLS-FAILED   TO WS-CALLS-FAILED
               MOVE WS-PCHK-CALLS-UNSUPP   TO WS-CALLS-UNSUPPORTED
               MOVE WS-PCHK-CALLS-DECLINED TO WS-CALLS-DECLINED
               MOVE WS-PCHK-CALLS-LIMIT    TO WS-CALLS-LIMIT-DECL
               PERFORM 1170-RESTORE-COMPANY-COUNTERS
               Display 'DATBATCH - Prior checkpoint at record '
                   WS-PCHK-LAST-RECORD-NO ' - counters restored'
                   MOVE PCHK-CALLS-UNSUPP   TO WS-PCHK-CALLS-UNSUPP
                   MOVE PCHK-CALLS-DECLINED
                       TO WS-PCHK-CALLS-DECLINED
      * A checkpoint written before the limit count existed has
      * spaces there.
                   IF PCHK-CALLS-LIMIT-DECL IS NUMERIC
                       MOVE PCHK-CALLS-LIMIT-DECL
                           TO WS-PCHK-CALLS-LIMIT
                   ELSE
                       MOVE ZERO TO WS-PCHK-CALLS-LIMIT
                   END-IF
                   MOVE ZERO TO WS-COMP-IDX
                   PERFORM 1165-HOLD-ONE-COMPANY
                       UNTIL WS-COMP-IDX >= 10
                           TRAN-ACCT-NO '<'
                   END-IF
                   MOVE AIN-RETURN-CODE TO RETURN-CODE
                   MOVE AIN-RESP-OUT    TO WS-COUNT-RESP-OUT
                   PERFORM 2250-COUNT-CALL-RESULT
           END-READ.


           Display ' '.

           MOVE WS-API-RESP-OUT TO WS-COUNT-RESP-OUT
           PERFORM 2250-COUNT-CALL-RESULT.

      * Outcome counting, shared by live calls and the restart
                       ' - not a business day'
               WHEN 8
                   ADD 1 TO WS-CALLS-DECLINED
                   MOVE ZERO TO WS-LIMIT-TALLY
                   INSPECT WS-COUNT-RESP-OUT TALLYING WS-LIMIT-TALLY
                       FOR ALL ' DEBIT LIMIT '
                   IF WS-LIMIT-TALLY > ZERO
                       ADD 1 TO WS-CALLS-LIMIT-DECL
                       Display 'DATBATCH - Record ' WS-RECORD-NUMBER
                           ' declined with RETURN-CODE ' RETURN-CODE
                           ' - debit limit'
                   ELSE
                       Display 'DATBATCH - Record ' WS-RECORD-NUMBER
                           ' declined with RETURN-CODE ' RETURN-CODE
                           ' - segmentation mismatch or status hold'
                   END-IF
               WHEN 12
                   ADD 1 TO WS-CALLS-FAILED
                   ADD 1 TO WS-CALLS-UNSUPPORTED
           PERFORM 2650-CHECKPOINT-ONE-COMPANY
               UNTIL WS-COMP-IDX >= 10
           MOVE WS-RUN-DATE-8        TO CHKPT-RUN-DATE
           MOVE WS-CALLS-LIMIT-DECL  TO CHKPT-CALLS-LIMIT-DECL
           WRITE CHECKPOINT-RECORD
           Display 'DATBATCH - Checkpoint written at record '
               WS-RECORD-NUMBER.
           Display 'DATBATCH - Calls made    ' WS-CALLS-MADE
           Display 'DATBATCH - Calls success ' WS-CALLS-SUCCESS
           Display 'DATBATCH - Calls declined' WS-CALLS-DECLINED
           Display 'DATBATCH - Limit declined' WS-CALLS-LIMIT-DECL
           Display 'DATBATCH - Calls failed  ' WS-CALLS-FAILED
           IF WS-CALLS-FAILED > ZERO OR WS-ENDRUN-RC >= 12
               Display 'DATBATCH - Ending with a non-zero condition '
           MOVE WS-CALLS-FAILED             TO RC-CALLS-FAILED
           MOVE WS-CALLS-UNSUPPORTED        TO RC-CALLS-UNSUPPORTED
           MOVE WS-CALLS-DECLINED           TO RC-CALLS-DECLINED
           MOVE WS-CALLS-LIMIT-DECL         TO RC-CALLS-LIMIT-DECL
           MOVE WS-EXPECTED-COUNT           TO RC-EXPECTED-COUNT
           IF WS-RECORD-NUMBER = WS-EXPECTED-COUNT
               SET RC-BALANCED TO TRUE
