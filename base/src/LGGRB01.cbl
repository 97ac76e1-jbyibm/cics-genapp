       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGGRB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Month-end general ledger to sub-ledger reconciliation.       *
      *  LGGLB01's journal balances against itself; this job proves    *
      *  it against the tables the money lives on.  Each reconciled    *
      *  event is totalled again from its own sub-ledger and set       *
      *  against the journal file's figure for the same accounting     *
      *  period:                                                       *
      *                                                                *
      *     PREMIUM   each type table on its own, commercial           *
      *               converted at the period-end rate                 *
      *     CLAIMS    settled claims - the stages CLAIM_PAYMENT has    *
      *               paid and the balance the settlement pays         *
      *     REFUNDS   the gross return premiums credited on            *
      *               POLICY_LEDGER (RETP), less the fees netted       *
      *               from them on FEE_CHARGE                          *
      *     RECOVERY  money received on CLAIM_RECOVERY                 *
      *     IPT       each general-business type table on its own      *
      *     EARNED    the EARNED_PREMIUM movement                      *
      *                                                                *
      *  Collections cleared on PREMIUM_INSTALLMENT are cash, not a    *
      *  journal event - they are printed as a memo for finance and    *
      *  never count as a variance.  Journal events with no sub-       *
      *  ledger check here are listed at their journal figure.         *
      *                                                                *
      *   Every reconciled event gets its GL_RECONCILIATION row for    *
      *  the period - agreed ('A'), variance ('V') or explained ('E'). *
      *  A variance inside the SYSTEM_PARAMETER 'GLRECON '/'TOLERANC'  *
      *  tolerance (none when not set) agrees.  A variance is          *
      *  explained through LGPCL01, and an explanation stands across   *
      *  re-runs while the variance is the same amount.  LGPCL01 will  *
      *  not close a period with no rows, or with a 'V' row on it; an  *
      *  unexplained variance also raises an ERROR_ALERT row and ends  *
      *  the step RC 8.  A journal that is missing, short or out of    *
      *  pairs ends RC 16 with nothing recorded.  A period already     *
      *  closed is reported but its rows are left as they were.        *
      *                                                                *
      *   SYSIN card 1-6 is the accounting period (CCYYMM) - blank     *
      *  takes the current calendar month, the same card LGGLB01       *
      *  takes.  Run after LGGLB01, before the period is closed.       *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGGRB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJ-FILE  ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRB-RPT   ASSIGN TO GRBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJ-FILE
           RECORDING MODE IS F.
           COPY LGGLJRNL.

       FD  GRB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       77  WS-RUN-PERIOD               PIC X(06) VALUE SPACES.

      * Period card, read off SYSIN - same shape as LGGLB01's
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * A variance no bigger than this either way agrees - overridden
      * at entry from SYSTEM_PARAMETER ('GLRECON '/'TOLERANC',
      * maintained through LGPAR01)
       01  WS-TOLERANCE                PIC S9(09)V9(02) VALUE 0.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

      * prior period for the earned-premium movement
       01  WS-PRIOR-PERIOD-WORK.
           05 WS-PRIOR-PERIOD          PIC X(06).
           05 WS-PRIOR-YYYY            PIC 9(04).
           05 WS-PRIOR-MM              PIC 9(02).

      * the ACCOUNTING_PERIOD state - a closed period is report only
       01  WS-PERIOD-STATUS            PIC X(01) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X      VALUE 'N'.
               88 WS-EOF                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-REPORT-ONLY-SW        PIC X      VALUE 'N'.
               88 WS-REPORT-ONLY             VALUE 'Y'.
           05 WS-TRAILER-SW            PIC X      VALUE 'N'.
               88 WS-TRAILER-FOUND           VALUE 'Y'.
           05 WS-COMM-EOF-SW           PIC X      VALUE 'N'.
               88 WS-COMM-EOF                VALUE 'Y'.

       77  WS-PERIOD-RECORD-COUNT      PIC S9(7) COMP VALUE 0.
       77  WS-OTHER-RECORD-COUNT       PIC S9(7) COMP VALUE 0.
       77  WS-CATEGORY-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-AGREED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-EXPLAINED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-VARIANCE-COUNT           PIC S9(7) COMP VALUE 0.

      * The journal for the period, one entry per event, signed from
      * the debit side - a reversed pair (credit written first)
      * counts negative, as LGGLB01 posted it
       01  WS-JRNL-TABLE.
           05 WS-JRNL-COUNT            PIC S9(4) COMP VALUE 0.
           05 WS-JRNL-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WS-JRNL-IDX.
               10 WS-JRNL-EVENT        PIC X(08).
               10 WS-JRNL-AMOUNT       PIC S9(11)V9(02).
               10 WS-JRNL-USED-SW      PIC X(01).
                   88 WS-JRNL-USED           VALUE 'Y'.

      * Each journal event is a debit and a matching credit - the
      * first record of a pair is held until its partner is read
       01  WS-PAIR-WORK.
           05 WS-PAIR-SW               PIC X(01)  VALUE 'N'.
               88 WS-PAIR-OPEN               VALUE 'Y'.
           05 WS-PAIR-EVENT            PIC X(08).
           05 WS-PAIR-TYPE             PIC X(01).
           05 WS-PAIR-AMOUNT           PIC 9(11)V9(02).
       01  WS-JRNL-DEBIT-TOTAL         PIC 9(11)V9(02) VALUE 0.
       01  WS-JRNL-CREDIT-TOTAL        PIC 9(11)V9(02) VALUE 0.

      * Sub-ledger totals
       01  WS-LEDGER-FIELDS.
           05 WS-LINE-PREMIUM          PIC S9(11)V9(02).
           05 WS-LINE-IPT              PIC S9(11)V9(02).
           05 WS-LEDGER-PREMIUM        PIC S9(11)V9(02).
           05 WS-LEDGER-IPT            PIC S9(11)V9(02).
           05 WS-CLAIMS-APPROVED       PIC S9(11)V9(02).
           05 WS-CLAIMS-STAGED         PIC S9(11)V9(02).
           05 WS-REFUND-GROSS          PIC S9(11)V9(02).
           05 WS-REFUND-FEES           PIC S9(11)V9(02).
           05 WS-EARNED-THIS           PIC S9(11)V9(02).
           05 WS-EARNED-PRIOR          PIC S9(11)V9(02).
           05 WS-COLLECTED             PIC S9(11)V9(02).

      * Commercial premium by currency through the EXCHANGE_RATE in
      * force at the period end, exactly as LGGLB01 converts it
       77  WS-RATE-DATE-ISO            PIC X(10) VALUE SPACES.
       01  WS-RATE-DATE-WORK.
           05 WS-RATE-YYYY             PIC 9(04).
           05 WS-RATE-MM               PIC 9(02).
       01  WS-CONVERSION-FIELDS.
           05 WS-CONV-CURRENCY         PIC X(03).
           05 WS-CONV-RATE             PIC 9(03)V9(06).
           05 WS-CONV-AMOUNT           PIC S9(11)V9(02).

      * The event being reconciled, and its GL_RECONCILIATION row
       01  WS-RECON-ROW.
           05 WS-GR-EVENT              PIC X(08).
           05 WS-GR-LEDGER             PIC S9(11)V9(02).
           05 WS-GR-JOURNAL            PIC S9(11)V9(02).
           05 WS-GR-VARIANCE           PIC S9(11)V9(02).
           05 WS-GR-STATUS             PIC X(01).
               88 WS-GR-AGREED               VALUE 'A'.
               88 WS-GR-UNEXPLAINED          VALUE 'V'.
               88 WS-GR-EXPLAINED            VALUE 'E'.
           05 WS-GR-OLD-STATUS         PIC X(01).
           05 WS-GR-OLD-VARIANCE       PIC S9(11)V9(02).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(34)
                      VALUE 'GL TO SUB-LEDGER RECONCILIATION - '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(05) VALUE ' RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE 'EVENT         SUB-LEDGER         JOURNAL'.
           05 FILLER                   PIC X(40)
                      VALUE '        VARIANCE STATUS'.

       01  WS-RPT-RECON.
           05 RR-EVENT                 PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-LEDGER                PIC Z(10)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-JOURNAL               PIC Z(10)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-VARIANCE              PIC Z(10)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-STATUS                PIC X(10).
           05 FILLER                   PIC X(13) VALUE SPACES.

      * one sub-ledger component under its event's line
       01  WS-RPT-SOURCE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RS-DESCRIPTION           PIC X(30).
           05 RS-AMOUNT                PIC Z(10)9.99-.
           05 FILLER                   PIC X(32) VALUE SPACES.

      * a journal event with no sub-ledger check here
       01  WS-RPT-OTHER.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RO-EVENT                 PIC X(08).
           05 FILLER                   PIC X(10) VALUE ' JOURNAL ='.
           05 RO-AMOUNT                PIC Z(10)9.99-.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'EVENTS   ='.
           05 RT-CATEGORY-COUNT        PIC Z(03)9.
           05 FILLER                   PIC X(09) VALUE ' AGREED ='.
           05 RT-AGREED-COUNT          PIC Z(03)9.
           05 FILLER                   PIC X(12) VALUE ' EXPLAINED ='.
           05 RT-EXPLAINED-COUNT       PIC Z(03)9.
           05 FILLER                   PIC X(15)
                                        VALUE ' UNEXPLAINED ='.
           05 RT-VARIANCE-COUNT        PIC Z(03)9.
           05 FILLER                   PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               DECLARE GRCCURS CURSOR FOR
                   SELECT C.CURRENCYCODE,
                          COALESCE(SUM(C.PREMIUM), 0)
                     FROM POLICY P, COMMERCIAL C
                    WHERE P.POLICYNUMBER = C.POLICYNUMBER
                      AND SUBSTR(P.ISSUEDATE, 1, 4) ||
                          SUBSTR(P.ISSUEDATE, 6, 2) = :WS-RUN-PERIOD
                    GROUP BY C.CURRENCYCODE
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             PERFORM 2000-LOAD-JOURNAL THRU 2000-LOAD-JOURNAL-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3000-RECONCILE-PREMIUM
                 THRU 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 4000-RECONCILE-CLAIMS
                 THRU 4000-RECONCILE-CLAIMS-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 5000-RECONCILE-REFUNDS
                 THRU 5000-RECONCILE-REFUNDS-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 6000-RECONCILE-RECOVERIES
                 THRU 6000-RECONCILE-RECOVERIES-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 6500-RECONCILE-EARNED
                 THRU 6500-RECONCILE-EARNED-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 6700-LIST-OTHER-EVENTS
                 THRU 6700-LIST-OTHER-EVENTS-EXIT
             PERFORM 6800-LIST-COLLECTIONS
                 THRU 6800-LIST-COLLECTIONS-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the period, its state, the tolerance,        *
      * register the run                                               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  GLJ-FILE
           OPEN OUTPUT GRB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-RUN-PERIOD
           ELSE
             MOVE WS-PARM-PERIOD TO WS-RUN-PERIOD
           END-IF

           MOVE WS-RUN-PERIOD  TO RH-RUN-PERIOD
           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-RUN-PERIOD IS NOT NUMERIC
             MOVE 'INVALID PERIOD ON SYSIN - EXPECTED CCYYMM'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

      * a closed period has shipped - it is proved again on request,
      * but what LGPCL01 closed on is not rewritten afterwards
           MOVE SPACES TO WS-PERIOD-STATUS
           EXEC SQL
               SELECT PERIODSTATUS
                 INTO :WS-PERIOD-STATUS
                 FROM ACCOUNTING_PERIOD
                WHERE ACCPERIOD = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'UNABLE TO READ ACCOUNTING_PERIOD' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF WS-PERIOD-STATUS EQUAL 'C'
             MOVE 'Y' TO WS-REPORT-ONLY-SW
             MOVE 'PERIOD CLOSED - REPORT ONLY, NOTHING RECORDED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE 'LGGRB01 '         TO RC-JOBNAME
           MOVE WS-RUN-PERIOD      TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-TOLERANCE          *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'GLRECON '
                  AND PARAMKEY   = 'TOLERANC'
           END-EXEC
           IF SQLCODE EQUAL 0
               AND WS-PRM-NUM NOT LESS THAN ZERO
             MOVE WS-PRM-NUM TO WS-TOLERANCE
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-JOURNAL - the period's journal, event by event, off  *
      * the latest LGGLB01 generation.  No records for the period, a   *
      * broken pair, or a trailer that disagrees with the records      *
      * means the file is not the one LGGLB01 released - nothing is    *
      * reconciled against it.                                         *
      ******************************************************************
       2000-LOAD-JOURNAL.
           PERFORM 2100-READ-JOURNAL-RECORD
               THRU 2100-READ-JOURNAL-RECORD-EXIT
               UNTIL WS-EOF OR WS-ABORTED
           IF WS-ABORTED
             GO TO 2000-LOAD-JOURNAL-EXIT
           END-IF

           IF WS-PERIOD-RECORD-COUNT EQUAL ZERO
               AND NOT WS-TRAILER-FOUND
             MOVE 'NO JOURNAL FOR THE PERIOD - RUN LGGLB01 FIRST'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LOAD-JOURNAL-EXIT
           END-IF

           IF WS-PAIR-OPEN
             MOVE 'JOURNAL ENDS PART-WAY THROUGH A PAIR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LOAD-JOURNAL-EXIT
           END-IF

           IF NOT WS-TRAILER-FOUND
             MOVE 'JOURNAL HAS NO TRAILER - FILE INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LOAD-JOURNAL-EXIT
           END-IF

           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE.
       2000-LOAD-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * 2100-READ-JOURNAL-RECORD - one record; the first of a pair     *
      * carries the event's sign, the second must be its mirror        *
      ******************************************************************
       2100-READ-JOURNAL-RECORD.
           READ GLJ-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO 2100-READ-JOURNAL-RECORD-EXIT
           END-READ

           IF GL-PERIOD NOT EQUAL WS-RUN-PERIOD
             ADD 1 TO WS-OTHER-RECORD-COUNT
             GO TO 2100-READ-JOURNAL-RECORD-EXIT
           END-IF

           IF GL-TRAILER-RECORD
             MOVE 'Y' TO WS-TRAILER-SW
             IF GL-AMOUNT NOT EQUAL WS-JRNL-DEBIT-TOTAL
                 OR GL-CREDIT-TOTAL NOT EQUAL WS-JRNL-CREDIT-TOTAL
                 OR GL-AMOUNT NOT EQUAL GL-CREDIT-TOTAL
               MOVE 'JOURNAL TRAILER DOES NOT AGREE WITH ITS RECORDS'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
             END-IF
             GO TO 2100-READ-JOURNAL-RECORD-EXIT
           END-IF

           ADD 1 TO WS-PERIOD-RECORD-COUNT
           IF GL-DEBIT-RECORD
             ADD GL-AMOUNT TO WS-JRNL-DEBIT-TOTAL
           ELSE
             ADD GL-AMOUNT TO WS-JRNL-CREDIT-TOTAL
           END-IF

           IF NOT WS-PAIR-OPEN
             MOVE 'Y'            TO WS-PAIR-SW
             MOVE GL-EVENT-TYPE  TO WS-PAIR-EVENT
             MOVE GL-RECORD-TYPE TO WS-PAIR-TYPE
             MOVE GL-AMOUNT      TO WS-PAIR-AMOUNT
             GO TO 2100-READ-JOURNAL-RECORD-EXIT
           END-IF

           MOVE 'N' TO WS-PAIR-SW
           IF GL-EVENT-TYPE NOT EQUAL WS-PAIR-EVENT
               OR GL-AMOUNT NOT EQUAL WS-PAIR-AMOUNT
               OR GL-RECORD-TYPE EQUAL WS-PAIR-TYPE
             MOVE 'JOURNAL PAIR BROKEN AT EVENT' TO RPT-LINE
             MOVE WS-PAIR-EVENT TO RPT-LINE(30:8)
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-READ-JOURNAL-RECORD-EXIT
           END-IF

           SET WS-JRNL-IDX TO 1
           SEARCH WS-JRNL-ENTRY
               AT END
                 MOVE 'MORE THAN 20 JOURNAL EVENTS' TO RPT-LINE
                 WRITE RPT-LINE
                 MOVE 'Y' TO WS-ABORT-SW
                 GO TO 2100-READ-JOURNAL-RECORD-EXIT
               WHEN WS-JRNL-IDX GREATER THAN WS-JRNL-COUNT
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE WS-PAIR-EVENT TO WS-JRNL-EVENT(WS-JRNL-IDX)
                 MOVE ZERO TO WS-JRNL-AMOUNT(WS-JRNL-IDX)
                 MOVE 'N'  TO WS-JRNL-USED-SW(WS-JRNL-IDX)
               WHEN WS-JRNL-EVENT(WS-JRNL-IDX) EQUAL WS-PAIR-EVENT
                 CONTINUE
           END-SEARCH

           IF WS-PAIR-TYPE EQUAL 'D'
             ADD WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-IDX)
           ELSE
             SUBTRACT WS-PAIR-AMOUNT FROM WS-JRNL-AMOUNT(WS-JRNL-IDX)
           END-IF.
       2100-READ-JOURNAL-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RECONCILE-PREMIUM - premium and IPT written in the        *
      * period, each type table totalled on its own                    *
      ******************************************************************
       3000-RECONCILE-PREMIUM.
           MOVE 0 TO WS-LEDGER-PREMIUM WS-LEDGER-IPT

           MOVE 0 TO WS-LINE-PREMIUM WS-LINE-IPT
           EXEC SQL
             SELECT COALESCE(SUM(H.PREMIUM), 0),
                    COALESCE(SUM(H.IPTAMOUNT), 0)
               INTO :WS-LINE-PREMIUM, :WS-LINE-IPT
               FROM POLICY P, HOUSE H
              WHERE P.POLICYNUMBER = H.POLICYNUMBER
                AND SUBSTR(P.ISSUEDATE, 1, 4) ||
                    SUBSTR(P.ISSUEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           MOVE 'HOUSE PREMIUM' TO RS-DESCRIPTION
           PERFORM 3100-ADD-PRODUCT-LINE THRU 3100-ADD-PRODUCT-LINE-EXIT

           MOVE 0 TO WS-LINE-PREMIUM WS-LINE-IPT
           EXEC SQL
             SELECT COALESCE(SUM(M.PREMIUM), 0),
                    COALESCE(SUM(M.IPTAMOUNT), 0)
               INTO :WS-LINE-PREMIUM, :WS-LINE-IPT
               FROM POLICY P, MOTOR M
              WHERE P.POLICYNUMBER = M.POLICYNUMBER
                AND SUBSTR(P.ISSUEDATE, 1, 4) ||
                    SUBSTR(P.ISSUEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           MOVE 'MOTOR PREMIUM' TO RS-DESCRIPTION
           PERFORM 3100-ADD-PRODUCT-LINE THRU 3100-ADD-PRODUCT-LINE-EXIT

      * life business carries no premium tax
           MOVE 0 TO WS-LINE-PREMIUM WS-LINE-IPT
           EXEC SQL
             SELECT COALESCE(SUM(E.PREMIUM), 0)
               INTO :WS-LINE-PREMIUM
               FROM POLICY P, ENDOWMENT E
              WHERE P.POLICYNUMBER = E.POLICYNUMBER
                AND SUBSTR(P.ISSUEDATE, 1, 4) ||
                    SUBSTR(P.ISSUEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           MOVE 'ENDOWMENT PREMIUM' TO RS-DESCRIPTION
           PERFORM 3100-ADD-PRODUCT-LINE THRU 3100-ADD-PRODUCT-LINE-EXIT

      * commercial tax is held in base already; the premium is not
           MOVE 0 TO WS-LINE-PREMIUM WS-LINE-IPT
           EXEC SQL
             SELECT COALESCE(SUM(C.IPTAMOUNT), 0)
               INTO :WS-LINE-IPT
               FROM POLICY P, COMMERCIAL C
              WHERE P.POLICYNUMBER = C.POLICYNUMBER
                AND SUBSTR(P.ISSUEDATE, 1, 4) ||
                    SUBSTR(P.ISSUEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           PERFORM 3200-ADD-COMMERCIAL-PREMIUM
               THRU 3200-ADD-COMMERCIAL-PREMIUM-EXIT
           IF WS-ABORTED
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF
           MOVE 'COMMERCIAL PREMIUM (BASE)' TO RS-DESCRIPTION
           PERFORM 3100-ADD-PRODUCT-LINE THRU 3100-ADD-PRODUCT-LINE-EXIT

           MOVE 'PREMIUM'         TO WS-GR-EVENT
           MOVE WS-LEDGER-PREMIUM TO WS-GR-LEDGER
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT
           IF WS-ABORTED
             GO TO 3000-RECONCILE-PREMIUM-EXIT
           END-IF

           MOVE 'IPT'             TO WS-GR-EVENT
           MOVE WS-LEDGER-IPT     TO WS-GR-LEDGER
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT.
       3000-RECONCILE-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ADD-PRODUCT-LINE - one type table's premium into the      *
      * totals, with its line on the report; its tax joins the IPT     *
      * total                                                          *
      ******************************************************************
       3100-ADD-PRODUCT-LINE.
           ADD WS-LINE-PREMIUM TO WS-LEDGER-PREMIUM
           ADD WS-LINE-IPT     TO WS-LEDGER-IPT
           MOVE WS-LINE-PREMIUM TO RS-AMOUNT
           MOVE WS-RPT-SOURCE   TO RPT-LINE
           WRITE RPT-LINE.
       3100-ADD-PRODUCT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ADD-COMMERCIAL-PREMIUM - commercial premium written in    *
      * the period, one currency at a time, into WS-LINE-PREMIUM       *
      ******************************************************************
       3200-ADD-COMMERCIAL-PREMIUM.
      * the rate in force at the period end is the last one effective
      * strictly before the first day of the following month
           MOVE WS-RUN-PERIOD(1:4) TO WS-RATE-YYYY
           MOVE WS-RUN-PERIOD(5:2) TO WS-RATE-MM
           ADD 1 TO WS-RATE-MM
           IF WS-RATE-MM GREATER THAN 12
             MOVE 1 TO WS-RATE-MM
             ADD 1 TO WS-RATE-YYYY
           END-IF
           MOVE WS-RATE-YYYY       TO WS-RATE-DATE-ISO(1:4)
           MOVE '-'                TO WS-RATE-DATE-ISO(5:1)
           MOVE WS-RATE-MM         TO WS-RATE-DATE-ISO(6:2)
           MOVE '-01'              TO WS-RATE-DATE-ISO(8:3)

           MOVE 'N' TO WS-COMM-EOF-SW
           EXEC SQL
               OPEN GRCCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3200-ADD-COMMERCIAL-PREMIUM-EXIT
           END-IF

           PERFORM 3300-CONVERT-CURRENCY-CELL
               THRU 3300-CONVERT-CURRENCY-CELL-EXIT
               UNTIL WS-COMM-EOF

           EXEC SQL
               CLOSE GRCCURS
           END-EXEC.
       3200-ADD-COMMERCIAL-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONVERT-CURRENCY-CELL - one currency's premium through    *
      * the period-end EXCHANGE_RATE; no rate on file leaves it at     *
      * face value, flagged, as the journal does                       *
      ******************************************************************
       3300-CONVERT-CURRENCY-CELL.
           EXEC SQL
               FETCH GRCCURS
                 INTO :WS-CONV-CURRENCY,
                      :WS-CONV-AMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-COMM-EOF-SW
             GO TO 3300-CONVERT-CURRENCY-CELL-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             MOVE 'Y' TO WS-COMM-EOF-SW
             GO TO 3300-CONVERT-CURRENCY-CELL-EXIT
           END-IF

           IF WS-CONV-CURRENCY NOT EQUAL 'GBP'
               AND WS-CONV-CURRENCY NOT EQUAL SPACES
             EXEC SQL
                 SELECT RATETOBASE
                   INTO :WS-CONV-RATE
                   FROM EXCHANGE_RATE
                  WHERE CURRENCYCODE   = :WS-CONV-CURRENCY
                    AND EFFECTIVEDATE  < :WS-RATE-DATE-ISO
                  ORDER BY EFFECTIVEDATE DESC
                  FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE EQUAL 0
               COMPUTE WS-CONV-AMOUNT ROUNDED =
                   WS-CONV-AMOUNT * WS-CONV-RATE
             ELSE
               MOVE 'NO EXCHANGE RATE - FACE VALUE USED' TO RPT-LINE
               WRITE RPT-LINE
             END-IF
           END-IF

           ADD WS-CONV-AMOUNT TO WS-LINE-PREMIUM.
       3300-CONVERT-CURRENCY-CELL-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RECONCILE-CLAIMS - claims settled in the period: what     *
      * the CLAIM_PAYMENT stages have already paid on them, and the    *
      * balance of the approved amount the settlement pays             *
      ******************************************************************
       4000-RECONCILE-CLAIMS.
           MOVE 0 TO WS-CLAIMS-APPROVED WS-CLAIMS-STAGED
           EXEC SQL
             SELECT COALESCE(SUM(CP.AMOUNT), 0)
               INTO :WS-CLAIMS-STAGED
               FROM CLAIM_PAYMENT CP, CLAIM C
              WHERE CP.CLAIMNUMBER = C.CLAIMNUMBER
                AND CP.PAYMENTTYPE = 'I'
                AND C.CLAIMSTATUS  = 'S'
                AND SUBSTR(C.DECISIONDATE, 1, 4) ||
                    SUBSTR(C.DECISIONDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4000-RECONCILE-CLAIMS-EXIT
           END-IF

           EXEC SQL
             SELECT COALESCE(SUM(APPROVEDAMOUNT), 0)
               INTO :WS-CLAIMS-APPROVED
               FROM CLAIM
              WHERE CLAIMSTATUS = 'S'
                AND SUBSTR(DECISIONDATE, 1, 4) ||
                    SUBSTR(DECISIONDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4000-RECONCILE-CLAIMS-EXIT
           END-IF

           MOVE 'PAID IN STAGES'  TO RS-DESCRIPTION
           MOVE WS-CLAIMS-STAGED  TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BALANCE AT SETTLEMENT' TO RS-DESCRIPTION
           COMPUTE RS-AMOUNT = WS-CLAIMS-APPROVED - WS-CLAIMS-STAGED
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'CLAIMS'           TO WS-GR-EVENT
           MOVE WS-CLAIMS-APPROVED TO WS-GR-LEDGER
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT.
       4000-RECONCILE-CLAIMS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RECONCILE-REFUNDS - return premiums off the customers'    *
      * premium accounts: the gross RETP credits LGPCN01 posted in     *
      * the period, less the cancellation fees netted from them        *
      * (FEE_CHARGE 'N') - the journal posts the net refund and the    *
      * fee under FEENET                                               *
      ******************************************************************
       5000-RECONCILE-REFUNDS.
           MOVE 0 TO WS-REFUND-GROSS WS-REFUND-FEES
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-REFUND-GROSS
               FROM POLICY_LEDGER
              WHERE ENTRYTYPE   = 'RETP'
                AND DEBITCREDIT = 'C'
                AND SUBSTR(ENTRYDATE, 1, 4) ||
                    SUBSTR(ENTRYDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 5000-RECONCILE-REFUNDS-EXIT
           END-IF

           EXEC SQL
             SELECT COALESCE(SUM(FEEAMOUNT), 0)
               INTO :WS-REFUND-FEES
               FROM FEE_CHARGE
              WHERE BILLMETHOD = 'N'
                AND SUBSTR(CHARGEDATE, 1, 4) ||
                    SUBSTR(CHARGEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 5000-RECONCILE-REFUNDS-EXIT
           END-IF

           MOVE 'GROSS RETURNS ON LEDGER' TO RS-DESCRIPTION
           MOVE WS-REFUND-GROSS   TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LESS FEES NETTED' TO RS-DESCRIPTION
           MOVE WS-REFUND-FEES    TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'REFUNDS'          TO WS-GR-EVENT
           COMPUTE WS-GR-LEDGER = WS-REFUND-GROSS - WS-REFUND-FEES
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT.
       5000-RECONCILE-REFUNDS-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RECONCILE-RECOVERIES - subrogation money received in the  *
      * period on CLAIM_RECOVERY                                       *
      ******************************************************************
       6000-RECONCILE-RECOVERIES.
           MOVE 0 TO WS-GR-LEDGER
           EXEC SQL
             SELECT COALESCE(SUM(RECEIVEDAMOUNT), 0)
               INTO :WS-GR-LEDGER
               FROM CLAIM_RECOVERY
              WHERE RECOVERYSTATUS = 'R'
                AND SUBSTR(RECEIVEDDATE, 1, 4) ||
                    SUBSTR(RECEIVEDDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 6000-RECONCILE-RECOVERIES-EXIT
           END-IF

           MOVE 'RECOVERY'         TO WS-GR-EVENT
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT.
       6000-RECONCILE-RECOVERIES-EXIT.
           EXIT.

      ******************************************************************
      * 6500-RECONCILE-EARNED - the month's movement on LGEUB01's      *
      * EARNED_PREMIUM totals, this period's less last period's        *
      ******************************************************************
       6500-RECONCILE-EARNED.
           MOVE WS-RUN-PERIOD(1:4) TO WS-PRIOR-YYYY
           MOVE WS-RUN-PERIOD(5:2) TO WS-PRIOR-MM
           SUBTRACT 1 FROM WS-PRIOR-MM
           IF WS-PRIOR-MM EQUAL ZERO
             MOVE 12 TO WS-PRIOR-MM
             SUBTRACT 1 FROM WS-PRIOR-YYYY
           END-IF
           MOVE WS-PRIOR-YYYY TO WS-PRIOR-PERIOD(1:4)
           MOVE WS-PRIOR-MM   TO WS-PRIOR-PERIOD(5:2)

           MOVE 0 TO WS-EARNED-THIS WS-EARNED-PRIOR
           EXEC SQL
             SELECT COALESCE(SUM(EARNEDAMOUNT), 0)
               INTO :WS-EARNED-THIS
               FROM EARNED_PREMIUM
              WHERE RUNPERIOD = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 6500-RECONCILE-EARNED-EXIT
           END-IF

           EXEC SQL
             SELECT COALESCE(SUM(EARNEDAMOUNT), 0)
               INTO :WS-EARNED-PRIOR
               FROM EARNED_PREMIUM
              WHERE RUNPERIOD = :WS-PRIOR-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 6500-RECONCILE-EARNED-EXIT
           END-IF

           MOVE 'EARNED TO DATE THIS PERIOD' TO RS-DESCRIPTION
           MOVE WS-EARNED-THIS    TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LESS EARNED TO DATE PRIOR' TO RS-DESCRIPTION
           MOVE WS-EARNED-PRIOR   TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'EARNED'           TO WS-GR-EVENT
           COMPUTE WS-GR-LEDGER = WS-EARNED-THIS - WS-EARNED-PRIOR
           PERFORM 7000-COMPARE-EVENT THRU 7000-COMPARE-EVENT-EXIT.
       6500-RECONCILE-EARNED-EXIT.
           EXIT.

      ******************************************************************
      * 6700-LIST-OTHER-EVENTS - journal events this job has no        *
      * sub-ledger check for, at their journal figure                  *
      ******************************************************************
       6700-LIST-OTHER-EVENTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OTHER JOURNAL EVENTS - NOT RECONCILED HERE' TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 6750-LIST-OTHER-EVENT THRU 6750-LIST-OTHER-EVENT-EXIT
               VARYING WS-JRNL-IDX FROM 1 BY 1
               UNTIL WS-JRNL-IDX GREATER THAN WS-JRNL-COUNT.
       6700-LIST-OTHER-EVENTS-EXIT.
           EXIT.

       6750-LIST-OTHER-EVENT.
           IF WS-JRNL-USED(WS-JRNL-IDX)
             GO TO 6750-LIST-OTHER-EVENT-EXIT
           END-IF
           MOVE WS-JRNL-EVENT(WS-JRNL-IDX)  TO RO-EVENT
           MOVE WS-JRNL-AMOUNT(WS-JRNL-IDX) TO RO-AMOUNT
           MOVE WS-RPT-OTHER TO RPT-LINE
           WRITE RPT-LINE.
       6750-LIST-OTHER-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 6800-LIST-COLLECTIONS - premium collected in the period on     *
      * PREMIUM_INSTALLMENT (paid, premium and tax), a memo for        *
      * finance's cash book - the journal carries no collections event *
      ******************************************************************
       6800-LIST-COLLECTIONS.
           MOVE 0 TO WS-COLLECTED
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT + IPTAMOUNT), 0)
               INTO :WS-COLLECTED
               FROM PREMIUM_INSTALLMENT
              WHERE STATUS = 'P'
                AND SUBSTR(PAIDDATE, 1, 4) ||
                    SUBSTR(PAIDDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 6800-LIST-COLLECTIONS-EXIT
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MEMO - NOT JOURNALLED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM COLLECTED'  TO RS-DESCRIPTION
           MOVE WS-COLLECTED      TO RS-AMOUNT
           MOVE WS-RPT-SOURCE     TO RPT-LINE
           WRITE RPT-LINE.
       6800-LIST-COLLECTIONS-EXIT.
           EXIT.

      ******************************************************************
      * 7000-COMPARE-EVENT - WS-GR-LEDGER for the event in WS-GR-EVENT *
      * against the journal.  The variance is sub-ledger less journal  *
      * - positive means the journal is short.                         *
      ******************************************************************
       7000-COMPARE-EVENT.
           MOVE 0 TO WS-GR-JOURNAL
           SET WS-JRNL-IDX TO 1
           SEARCH WS-JRNL-ENTRY
               AT END
                 CONTINUE
               WHEN WS-JRNL-IDX GREATER THAN WS-JRNL-COUNT
                 CONTINUE
               WHEN WS-JRNL-EVENT(WS-JRNL-IDX) EQUAL WS-GR-EVENT
                 MOVE WS-JRNL-AMOUNT(WS-JRNL-IDX) TO WS-GR-JOURNAL
                 MOVE 'Y' TO WS-JRNL-USED-SW(WS-JRNL-IDX)
           END-SEARCH

           COMPUTE WS-GR-VARIANCE = WS-GR-LEDGER - WS-GR-JOURNAL
           ADD 1 TO WS-CATEGORY-COUNT

           IF WS-GR-VARIANCE GREATER THAN WS-TOLERANCE
               OR WS-GR-VARIANCE LESS THAN (ZERO - WS-TOLERANCE)
             MOVE 'V' TO WS-GR-STATUS
           ELSE
             MOVE 'A' TO WS-GR-STATUS
           END-IF

           IF NOT WS-REPORT-ONLY
             PERFORM 7500-RECORD-RESULT THRU 7500-RECORD-RESULT-EXIT
             IF WS-ABORTED
               GO TO 7000-COMPARE-EVENT-EXIT
             END-IF
           END-IF

           MOVE WS-GR-EVENT    TO RR-EVENT
           MOVE WS-GR-LEDGER   TO RR-LEDGER
           MOVE WS-GR-JOURNAL  TO RR-JOURNAL
           MOVE WS-GR-VARIANCE TO RR-VARIANCE
           EVALUATE TRUE
             WHEN WS-GR-AGREED
               ADD 1 TO WS-AGREED-COUNT
               MOVE 'AGREED'    TO RR-STATUS
             WHEN WS-GR-EXPLAINED
               ADD 1 TO WS-EXPLAINED-COUNT
               MOVE 'EXPLAINED' TO RR-STATUS
             WHEN OTHER
               ADD 1 TO WS-VARIANCE-COUNT
               MOVE 'VARIANCE'  TO RR-STATUS
           END-EVALUATE
           MOVE WS-RPT-RECON TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       7000-COMPARE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * 7500-RECORD-RESULT - the event's GL_RECONCILIATION row for the *
      * period.  A variance explained through LGPCL01 stays explained  *
      * while it is the same amount; any other change clears the       *
      * explanation and needs a new one.                               *
      ******************************************************************
       7500-RECORD-RESULT.
           MOVE SPACES TO WS-GR-OLD-STATUS
           MOVE 0      TO WS-GR-OLD-VARIANCE
           EXEC SQL
               SELECT RECONSTATUS, VARIANCEAMOUNT
                 INTO :WS-GR-OLD-STATUS, :WS-GR-OLD-VARIANCE
                 FROM GL_RECONCILIATION
                WHERE ACCPERIOD = :WS-RUN-PERIOD
                  AND EVENTTYPE = :WS-GR-EVENT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               EXEC SQL
                   INSERT INTO GL_RECONCILIATION
                             ( ACCPERIOD,
                               EVENTTYPE,
                               LEDGERAMOUNT,
                               JOURNALAMOUNT,
                               VARIANCEAMOUNT,
                               RECONSTATUS,
                               RUNDATE,
                               EXPLAINEDBY,
                               EXPLAINEDDATE,
                               EXPLANATION )
                      VALUES ( :WS-RUN-PERIOD,
                               :WS-GR-EVENT,
                               :WS-GR-LEDGER,
                               :WS-GR-JOURNAL,
                               :WS-GR-VARIANCE,
                               :WS-GR-STATUS,
                               :WS-RUN-DATE,
                               ' ',
                               ' ',
                               ' ' )
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                 PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
               END-IF
               GO TO 7500-RECORD-RESULT-EXIT
             WHEN OTHER
               PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
               GO TO 7500-RECORD-RESULT-EXIT
           END-EVALUATE

           IF WS-GR-UNEXPLAINED
               AND WS-GR-OLD-STATUS EQUAL 'E'
               AND WS-GR-OLD-VARIANCE EQUAL WS-GR-VARIANCE
             MOVE 'E' TO WS-GR-STATUS
             EXEC SQL
                 UPDATE GL_RECONCILIATION
                    SET LEDGERAMOUNT  = :WS-GR-LEDGER,
                        JOURNALAMOUNT = :WS-GR-JOURNAL,
                        RUNDATE       = :WS-RUN-DATE
                  WHERE ACCPERIOD = :WS-RUN-PERIOD
                    AND EVENTTYPE = :WS-GR-EVENT
             END-EXEC
           ELSE
             EXEC SQL
                 UPDATE GL_RECONCILIATION
                    SET LEDGERAMOUNT   = :WS-GR-LEDGER,
                        JOURNALAMOUNT  = :WS-GR-JOURNAL,
                        VARIANCEAMOUNT = :WS-GR-VARIANCE,
                        RECONSTATUS    = :WS-GR-STATUS,
                        RUNDATE        = :WS-RUN-DATE,
                        EXPLAINEDBY    = ' ',
                        EXPLAINEDDATE  = ' ',
                        EXPLANATION    = ' '
                  WHERE ACCPERIOD = :WS-RUN-PERIOD
                    AND EVENTTYPE = :WS-GR-EVENT
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
           END-IF.
       7500-RECORD-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * 8000-SQL-ERROR - any failure stops the run; nothing it has     *
      * recorded is kept                                               *
      ******************************************************************
       8000-SQL-ERROR.
           MOVE 'SQL ERROR DURING RECONCILIATION' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-ABORT-SW.
       8000-SQL-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals; an unexplained variance raises the    *
      * alert and ends RC 8                                            *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-CATEGORY-COUNT  TO RT-CATEGORY-COUNT
             MOVE WS-AGREED-COUNT    TO RT-AGREED-COUNT
             MOVE WS-EXPLAINED-COUNT TO RT-EXPLAINED-COUNT
             MOVE WS-VARIANCE-COUNT  TO RT-VARIANCE-COUNT
             MOVE WS-RPT-TOTAL       TO RPT-LINE
             WRITE RPT-LINE
           END-IF

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - PERIOD NOT RECONCILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-VARIANCE-COUNT GREATER THAN ZERO
               MOVE 'UNEXPLAINED VARIANCE - LGPCL01 WILL NOT CLOSE THE P
      -             'ERIOD' TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 9100-RAISE-ALERT THRU 9100-RAISE-ALERT-EXIT
             END-IF
             MOVE WS-CATEGORY-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE GLJ-FILE
           CLOSE GRB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-RAISE-ALERT - a variance nobody has explained:            *
      * ERROR_ALERT row for finance, RC 8 for the schedule             *
      ******************************************************************
       9100-RAISE-ALERT.
           EXEC SQL
               INSERT INTO ERROR_ALERT
                         ( PROGRAMID,
                           ERRORCOUNT,
                           THRESHOLD,
                           ALERTTIME )
                  VALUES ( :RC-JOBNAME,
                           :WS-VARIANCE-COUNT,
                           0,
                           CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'ERROR_ALERT INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           MOVE 8 TO RETURN-CODE.
       9100-RAISE-ALERT-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run                                                        *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0 )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8800-REGISTER-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * number of events reconciled                                    *
      ******************************************************************
       8900-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
                  SET RUNSTATUS   = 'C',
                      RUNEND      = CURRENT TIMESTAMP,
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
