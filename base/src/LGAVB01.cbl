      *                                                                *
      *   SYSIN card 1-2 is the age in years a closed policy must      *
      *  reach before it archives - blank defaults to three.           *
      *  SIMULATE anywhere after it makes the same selection and the   *
      *  same report, and archives and deletes nothing.                *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-03-30  DM  Initial version.                            *
      *    2026-10-15  DM  A policy under legal hold (LGLHOLD) - on    *
      *                    itself, one of its claims or its customer - *
      *                    stays live; each is listed with its hold    *
      *                    and the skips totalled by reason.           *
      *    2026-10-15  DM  SIMULATE on the SYSIN card lists every      *
      *                    policy a live run would archive and moves   *
      *                    nothing; registered on the                  *
      *                    BATCH_RUN_CONTROL ledger, a simulation as   *
      *                    run type 'S'.                               *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGAVB01.
       77  WS-ARCHIVED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-FAILED-COUNT             PIC S9(7) COMP VALUE 0.

      * Legal hold check - a held policy is never archived
           COPY LGLHOLD.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(19)
                      VALUE 'POLICY ARCHIVE -   '.
      * in-force term live whatever its status byte says, and a
      * policy with a claim still open stays live with it - the
      * handler working that claim must not find it in the vault.
      * A policy under legal hold is fetched and passed over in
      * 2000-, so the skip can be listed with the hold behind it.
      * WITH HOLD keeps the position across
      * the per-policy COMMITs; a ROLLBACK closes even a hold cursor,
      * so the failure path re-opens it past the failed policy using
      * end the whole run at the next FETCH
           EXEC SQL
               DECLARE AVCURSOR CURSOR WITH HOLD FOR
                   SELECT POLICYNUMBER, POLICYTYPE, CUSTOMERNUMBER
                     FROM POLICY
                    WHERE POLICYSTATUS IN ('A', 'C', 'L', 'M', 'D')
                      AND EXPIRYDATE < :WS-CUTOFF-DATE
       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-CUSTOMERNUMBER        PIC 9(10).

       01  WS-RESUME-POLICY            PIC 9(10) VALUE 0.

               AND WS-PARM-YEARS NOT EQUAL '00'
             MOVE WS-PARM-YEARS TO WS-AGE-YEARS
           END-IF
           INSPECT WS-PARM-CARD TALLYING RC-SIMULATE-COUNT
               FOR ALL 'SIMULATE'
           IF RC-SIMULATE-COUNT GREATER THAN ZERO
             MOVE 'S' TO RC-RUN-TYPE
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE 'LGAVB01 '         TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN AVCURSOR
      ******************************************************************
      * 2000-PROCESS-ROWS - move one policy and everything hanging     *
      * off it, then COMMIT; a failure anywhere ROLLs the one policy   *
      * BACK and moves on, so nothing is ever half-archived.  A        *
      * simulation lists the policy and moves none of it.              *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH AVCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-POLICYTYPE,
                      :WC-CUSTOMERNUMBER
           END-EXEC

           IF SQLCODE EQUAL 100
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           MOVE WC-CUSTOMERNUMBER TO LH-CUSTOMERNUMBER
           MOVE WC-POLICYNUMBER   TO LH-POLICYNUMBER
           PERFORM 7000-CHECK-LEGAL-HOLD
               THRU 7000-CHECK-LEGAL-HOLD-EXIT
           IF LH-HELD
             MOVE 'POLICY  '      TO LH-RS-WHAT
             MOVE WC-POLICYNUMBER TO LH-RS-NUMBER
             PERFORM 7100-REPORT-HOLD-SKIP
                 THRU 7100-REPORT-HOLD-SKIP-EXIT
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           MOVE 'N' TO WS-MOVE-FAILED-SW
           IF RC-SIMULATION-RUN
             ADD 1 TO WS-ARCHIVED-COUNT
             MOVE WC-POLICYNUMBER TO RD-POLICYNUM
             MOVE WC-POLICYTYPE   TO RD-POLICYTYPE
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 3000-COPY-TO-ARCHIVE
               THRU 3000-COPY-TO-ARCHIVE-EXIT
           IF NOT WS-MOVE-FAILED
       4000-DELETE-LIVE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CHECK-LEGAL-HOLD - is the policy held, by a hold on it or *
      * one of its claims, or on its customer?  A check that fails     *
      * keeps the policy live - it archives next month instead.        *
      ******************************************************************
       7000-CHECK-LEGAL-HOLD.
           MOVE 'N' TO LH-HELD-SW
           EXEC SQL
               SELECT HOLDID, HOLDTYPE, HOLDKEY, REASONCODE
                 INTO :LH-HOLDID, :LH-HOLDTYPE,
                      :LH-HOLDKEY, :LH-REASONCODE
                 FROM LEGAL_HOLD
                WHERE HOLDSTATUS = 'A'
                  AND ( POLICYNUMBER = :LH-POLICYNUMBER
                     OR ( HOLDTYPE       = 'C'
                      AND CUSTOMERNUMBER = :LH-CUSTOMERNUMBER ) )
                ORDER BY HOLDID
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO LH-HELD-SW
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'LEGAL HOLD CHECK FAILED - RECORD KEPT' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y'    TO LH-HELD-SW
               MOVE ZERO   TO LH-HOLDID
               MOVE SPACE  TO LH-HOLDTYPE
               MOVE ZERO   TO LH-HOLDKEY
               MOVE 'ERR ' TO LH-REASONCODE
           END-EVALUATE.
       7000-CHECK-LEGAL-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 7100-REPORT-HOLD-SKIP - count the skip by reason and list it   *
      * with the hold that caused it; LH-RS-WHAT/-NUMBER are set by    *
      * the caller                                                     *
      ******************************************************************
       7100-REPORT-HOLD-SKIP.
           ADD 1 TO LH-SKIP-TOTAL
           EVALUATE LH-REASONCODE
             WHEN 'LITG'
               ADD 1 TO LH-SKIP-LITG
             WHEN 'REGU'
               ADD 1 TO LH-SKIP-REGU
             WHEN 'ERR '
               CONTINUE
             WHEN OTHER
               ADD 1 TO LH-SKIP-OTHR
           END-EVALUATE

           EVALUATE LH-HOLDTYPE
             WHEN 'C'
               MOVE 'CUSTOMER' TO LH-RS-HOLDTYPE
             WHEN 'P'
               MOVE 'POLICY  ' TO LH-RS-HOLDTYPE
             WHEN 'L'
               MOVE 'CLAIM   ' TO LH-RS-HOLDTYPE
             WHEN OTHER
               MOVE 'UNKNOWN ' TO LH-RS-HOLDTYPE
           END-EVALUATE
           MOVE LH-HOLDID     TO LH-RS-HOLDID
           MOVE LH-HOLDKEY    TO LH-RS-HOLDKEY
           MOVE LH-REASONCODE TO LH-RS-REASON
           MOVE LH-RPT-SKIP   TO RPT-LINE
           WRITE RPT-LINE.
       7100-REPORT-HOLD-SKIP-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           MOVE LH-SKIP-TOTAL     TO LH-RT-TOTAL
           MOVE LH-SKIP-LITG      TO LH-RT-LITG
           MOVE LH-SKIP-REGU      TO LH-RT-REGU
           MOVE LH-SKIP-OTHR      TO LH-RT-OTHR
           MOVE LH-RPT-SKIP-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE WS-ARCHIVED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE AVB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row under its run type; a registration failure is reported     *
      * but does not stop the run                                      *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT,
                           RUNTYPE )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0,
                           :RC-RUN-TYPE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8800-REGISTER-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * record count                                                   *
      ******************************************************************
       8900-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
                  SET RUNSTATUS   = 'C',
                      RUNEND      = CURRENT TIMESTAMP,
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNTYPE   = :RC-RUN-TYPE
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
