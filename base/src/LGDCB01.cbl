      *  instead - next year's candidates, visible this year.          *
      *  Run quarterly.                                                *
      *                                                                *
      *   SYSIN: SIMULATE anywhere on the card makes the same          *
      *  selection and the same report, and deactivates nobody.        *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-01-27  DM  Initial version.                            *
      *    2026-10-15  DM  A dormant customer under legal hold         *
      *                    (LGLHOLD) stays active; each is listed with *
      *                    its hold and the skips totalled by reason.  *
      *    2026-10-15  DM  SIMULATE on the SYSIN card reports every    *
      *                    customer a live run would deactivate and    *
      *                    updates none; registered on the             *
      *                    BATCH_RUN_CONTROL ledger, a simulation as   *
      *                    run type 'S'.                               *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGDCB01.
       77  WS-DORMANT-CUTOFF           PIC X(08) VALUE SPACES.
       77  WS-NEARMISS-CUTOFF-NUM      PIC 9(08) VALUE 0.
       77  WS-NEARMISS-CUTOFF          PIC X(08) VALUE SPACES.
      * Run card, read off SYSIN - SIMULATE anywhere on it
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 RT-NEARMISS-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(38) VALUE SPACES.

      * Legal hold check - a held customer is never deactivated
           COPY LGLHOLD.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Candidates: active customers with nothing in force and no
       1000-INITIALIZE.
           OPEN OUTPUT DCB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           INSPECT WS-PARM-CARD TALLYING RC-SIMULATE-COUNT
               FOR ALL 'SIMULATE'
           IF RC-SIMULATE-COUNT GREATER THAN ZERO
             MOVE 'S' TO RC-RUN-TYPE
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE


           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE 'LGDCB01 '         TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN DCCURSOR
      * deactivated unseen
           IF WC-LAST-ACTIVITY LESS THAN WS-DORMANT-CUTOFF
               AND WC-LAST-ACTIVITY NOT EQUAL '00000000'
             MOVE WC-CUSTOMERNUMBER TO LH-CUSTOMERNUMBER
             PERFORM 7000-CHECK-LEGAL-HOLD
                 THRU 7000-CHECK-LEGAL-HOLD-EXIT
             IF LH-HELD
               MOVE 'CUSTOMER'        TO LH-RS-WHAT
               MOVE WC-CUSTOMERNUMBER TO LH-RS-NUMBER
               PERFORM 7100-REPORT-HOLD-SKIP
                   THRU 7100-REPORT-HOLD-SKIP-EXIT
             ELSE
               PERFORM 3000-DEACTIVATE-CUSTOMER
                   THRU 3000-DEACTIVATE-CUSTOMER-EXIT
             END-IF
           ELSE
             ADD 1 TO WS-NEARMISS-COUNT
             MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM

      ******************************************************************
      * 3000-DEACTIVATE-CUSTOMER - the same soft delete LGCDA01        *
      * performs, at scale.  A simulation lists the customer as the    *
      * update would and leaves the row alone.                         *
      ******************************************************************
       3000-DEACTIVATE-CUSTOMER.
           IF RC-SIMULATION-RUN
             ADD 1 TO WS-DEACTIVATED-COUNT
             MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM
             MOVE 'DEACTIVATED - DORMANT' TO RD-ACTION
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-DEACTIVATE-CUSTOMER-EXIT
           END-IF

           EXEC SQL
               UPDATE CUSTOMER
                  SET CUSTOMERSTATUS = 'I'
       3000-DEACTIVATE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CHECK-LEGAL-HOLD - is the customer held, by a hold on it  *
      * or on any of its policies or claims?  A check that fails       *
      * leaves the customer active for the next run.                   *
      ******************************************************************
       7000-CHECK-LEGAL-HOLD.
           MOVE 'N' TO LH-HELD-SW
           EXEC SQL
               SELECT HOLDID, HOLDTYPE, HOLDKEY, REASONCODE
                 INTO :LH-HOLDID, :LH-HOLDTYPE,
                      :LH-HOLDKEY, :LH-REASONCODE
                 FROM LEGAL_HOLD
                WHERE HOLDSTATUS     = 'A'
                  AND CUSTOMERNUMBER = :LH-CUSTOMERNUMBER
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

           MOVE WS-DEACTIVATED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE DCB-RPT.
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
