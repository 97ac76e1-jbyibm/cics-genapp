      *  trail.  Run on whatever schedule ops chooses - monthly is     *
      *  plenty, the cutoff only moves a day at a time.                *
      *                                                                *
      *   SYSIN: SIMULATE anywhere on the card counts the rows a live  *
      *  run would purge, reports them the same way, and deletes none. *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-07-02  DM  Initial version.                            *
      *    2024-12-16  DM  Registered on the BATCH_RUN_CONTROL         *
      *                    ledger for the morning checklist.           *
      *    2026-10-15  DM  CUSTOMER_AUDIT rows of a customer under     *
      *                    legal hold (LGLHOLD) are kept; each held    *
      *                    customer is listed with its hold.           *
      *    2026-10-15  DM  SIMULATE on the SYSIN card counts what a    *
      *                    live run would purge and deletes nothing;   *
      *                    the run registers as run type 'S'.          *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPUB01.
       77  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
       77  WS-AUDIT-PURGED-COUNT       PIC S9(9) COMP VALUE 0.
       77  WS-ERRORLOG-PURGED-COUNT    PIC S9(9) COMP VALUE 0.
       77  WS-AUDIT-HELD-COUNT         PIC S9(9) COMP VALUE 0.

      * Run card, read off SYSIN - SIMULATE anywhere on it
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-HP-EOF-SW             PIC X      VALUE 'N'.
               88 WS-HP-EOF                  VALUE 'Y'.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(17)
           05 RT-ERRORLOG-COUNT        PIC Z(08)9.
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-RPT-HELD-TOTAL.
           05 FILLER                   PIC X(23)
                                        VALUE 'CUSTOMER_AUDIT KEPT  = '.
           05 RT-AUDIT-HELD-COUNT      PIC Z(08)9.
           05 FILLER                   PIC X(48) VALUE SPACES.

      * Legal hold check - a held customer's audit trail is never
      * purged.  ERRORLOG rows carry no customer key and purge as
      * before.
           COPY LGLHOLD.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Customers with aged audit rows that a legal hold keeps - the
      * DELETE in 2000- passes them over itself, this only lists them
           EXEC SQL
               DECLARE HPCURSOR CURSOR FOR
                   SELECT A.CUSTOMERNUMBER, COUNT(*)
                     FROM CUSTOMER_AUDIT A
                    WHERE SUBSTR(A.AUDITDATE, 5, 4) ||
                          SUBSTR(A.AUDITDATE, 1, 2) ||
                          SUBSTR(A.AUDITDATE, 3, 2) < :WS-CUTOFF-DATE
                      AND EXISTS
                          ( SELECT 1
                              FROM LEGAL_HOLD H
                             WHERE H.HOLDSTATUS     = 'A'
                               AND H.CUSTOMERNUMBER =
                                   A.CUSTOMERNUMBER )
                    GROUP BY A.CUSTOMERNUMBER
                    ORDER BY A.CUSTOMERNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-AUDIT-ROWS            PIC S9(9) COMP.

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-LIST-HELD-AUDIT
               THRU 1500-LIST-HELD-AUDIT-EXIT.
           PERFORM 2000-PURGE-CUSTOMER-AUDIT
               THRU 2000-PURGE-CUSTOMER-AUDIT-EXIT.
           PERFORM 3000-PURGE-ERRORLOG
       1000-INITIALIZE.
           OPEN OUTPUT PUB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           INSPECT WS-PARM-CARD TALLYING RC-SIMULATE-COUNT
               FOR ALL 'SIMULATE'
           IF RC-SIMULATE-COUNT GREATER THAN ZERO
             MOVE 'S' TO RC-RUN-TYPE
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

      * Plain digit arithmetic on the year is all that's needed here -
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE.
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           MOVE 'LGPUB01 ' TO RC-JOBNAME
           MOVE WS-CUTOFF-DATE TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
      * a simulation commits nothing but its own ledger row
           IF RC-SIMULATION-RUN
             EXEC SQL COMMIT END-EXEC
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LIST-HELD-AUDIT - list each customer whose aged audit     *
      * rows a legal hold keeps, with the hold and the rows kept       *
      ******************************************************************
       1500-LIST-HELD-AUDIT.
           EXEC SQL OPEN HPCURSOR END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'LEGAL HOLD LISTING FAILED' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 1500-LIST-HELD-AUDIT-EXIT
           END-IF

           PERFORM 1600-LIST-HELD-CUSTOMER
               THRU 1600-LIST-HELD-CUSTOMER-EXIT
               UNTIL WS-HP-EOF

           EXEC SQL CLOSE HPCURSOR END-EXEC.
       1500-LIST-HELD-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LIST-HELD-CUSTOMER - one held customer                    *
      ******************************************************************
       1600-LIST-HELD-CUSTOMER.
           EXEC SQL
               FETCH HPCURSOR
                INTO :WC-CUSTOMERNUMBER, :WC-AUDIT-ROWS
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-HP-EOF-SW
             GO TO 1600-LIST-HELD-CUSTOMER-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'LEGAL HOLD LISTING FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-HP-EOF-SW
             GO TO 1600-LIST-HELD-CUSTOMER-EXIT
           END-IF

           MOVE WC-CUSTOMERNUMBER TO LH-CUSTOMERNUMBER
           PERFORM 7000-CHECK-LEGAL-HOLD
               THRU 7000-CHECK-LEGAL-HOLD-EXIT
           IF LH-HELD
             ADD WC-AUDIT-ROWS TO WS-AUDIT-HELD-COUNT
             MOVE 'CUSTOMER'        TO LH-RS-WHAT
             MOVE WC-CUSTOMERNUMBER TO LH-RS-NUMBER
             PERFORM 7100-REPORT-HOLD-SKIP
                 THRU 7100-REPORT-HOLD-SKIP-EXIT
           END-IF.
       1600-LIST-HELD-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PURGE-CUSTOMER-AUDIT - drop audit-trail rows older than   *
      * the cutoff, AUDITDATE rearranged MMDDYYYY -> YYYYMMDD so the   *
      * text comparison sorts the way the digits actually mean.  A     *
      * customer under an active legal hold keeps every row.           *
      * A simulation counts the same rows instead.                     *
      ******************************************************************
       2000-PURGE-CUSTOMER-AUDIT.
           IF RC-SIMULATION-RUN
             PERFORM 2500-COUNT-CUSTOMER-AUDIT
                 THRU 2500-COUNT-CUSTOMER-AUDIT-EXIT
             GO TO 2000-PURGE-CUSTOMER-AUDIT-EXIT
           END-IF

           EXEC SQL
               DELETE FROM CUSTOMER_AUDIT
                     WHERE SUBSTR(AUDITDATE, 5, 4) ||
                           SUBSTR(AUDITDATE, 1, 2) ||
                           SUBSTR(AUDITDATE, 3, 2) < :WS-CUTOFF-DATE
                       AND NOT EXISTS
                           ( SELECT 1
                               FROM LEGAL_HOLD H
                              WHERE H.HOLDSTATUS     = 'A'
                                AND H.CUSTOMERNUMBER =
                                    CUSTOMER_AUDIT.CUSTOMERNUMBER )
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
       2000-PURGE-CUSTOMER-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-COUNT-CUSTOMER-AUDIT - the rows 2000- would delete, on    *
      * exactly its predicate                                          *
      ******************************************************************
       2500-COUNT-CUSTOMER-AUDIT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-AUDIT-PURGED-COUNT
                 FROM CUSTOMER_AUDIT
                WHERE SUBSTR(AUDITDATE, 5, 4) ||
                      SUBSTR(AUDITDATE, 1, 2) ||
                      SUBSTR(AUDITDATE, 3, 2) < :WS-CUTOFF-DATE
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM LEGAL_HOLD H
                         WHERE H.HOLDSTATUS     = 'A'
                           AND H.CUSTOMERNUMBER =
                               CUSTOMER_AUDIT.CUSTOMERNUMBER )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-AUDIT-PURGED-COUNT
             MOVE 'CUSTOMER_AUDIT COUNT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2500-COUNT-CUSTOMER-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PURGE-ERRORLOG - same rearrangement, ERRORDATE is the     *
      * same MMDDYYYY shape EM-DATE has always been written in.        *
      * A simulation counts the same rows instead.                     *
      ******************************************************************
       3000-PURGE-ERRORLOG.
           IF RC-SIMULATION-RUN
             PERFORM 3500-COUNT-ERRORLOG THRU 3500-COUNT-ERRORLOG-EXIT
             GO TO 3000-PURGE-ERRORLOG-EXIT
           END-IF

           EXEC SQL
               DELETE FROM ERRORLOG
                     WHERE SUBSTR(ERRORDATE, 5, 4) ||
       3000-PURGE-ERRORLOG-EXIT.
           EXIT.

      ******************************************************************
      * 3500-COUNT-ERRORLOG - the rows 3000- would delete              *
      ******************************************************************
       3500-COUNT-ERRORLOG.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ERRORLOG-PURGED-COUNT
                 FROM ERRORLOG
                WHERE SUBSTR(ERRORDATE, 5, 4) ||
                      SUBSTR(ERRORDATE, 1, 2) ||
                      SUBSTR(ERRORDATE, 3, 2) < :WS-CUTOFF-DATE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-ERRORLOG-PURGED-COUNT
             MOVE 'ERRORLOG COUNT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3500-COUNT-ERRORLOG-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CHECK-LEGAL-HOLD - the hold keeping a customer's audit    *
      * trail - on it, or on any of its policies or claims             *
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
      * 9000-TERMINATE - totals line, close down                      *
      ******************************************************************
           MOVE WS-ERRORLOG-PURGED-COUNT TO RT-ERRORLOG-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AUDIT-HELD-COUNT TO RT-AUDIT-HELD-COUNT
           MOVE WS-RPT-HELD-TOTAL TO RPT-LINE
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

           COMPUTE RC-RECORD-COUNT = WS-AUDIT-PURGED-COUNT
               + WS-ERRORLOG-PURGED-COUNT
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
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNTYPE   = :RC-RUN-TYPE
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
