       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGXLB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Catastrophe excess-of-loss recovery run.  For every active   *
      *  layer on TREATY_XOL_LAYER (maintained through LGXOL01), and   *
      *  every event on the CATASTROPHE_EVENT register, in the order   *
      *  the events struck:                                            *
      *                                                                *
      *   The event's gross loss is accumulated the way LGCEB01 does   *
      *  it - interim payments, the approved amount once settled, and  *
      *  the case reserve - over the claims the layer's treaty covers  *
      *  ('*   ' the whole account, otherwise commercial policies of   *
      *  that trade class).  The proportional recoveries are netted    *
      *  off: REINS_RECOVERY as LGCLA01 booked it on settled claims,   *
      *  and the CESSION percentage of what is paid and reserved on    *
      *  the rest.                                                     *
      *                                                                *
      *   The layer recovers the net loss above its retention, up to   *
      *  its limit, while it has limit left - the original limit plus  *
      *  one more for each reinstatement the slip allows.  Limit used  *
      *  that can be reinstated carries the reinstatement premium,     *
      *  pro rata to amount.                                           *
      *                                                                *
      *   One XOL_RECOVERY row per layer and event is written for the  *
      *  period, with the movement on what the last period recorded,   *
      *  which LGGLB01 posts to the ledger - run this ahead of it in   *
      *  the same window.  The report is the recovery statement, one   *
      *  section per reinsurer and layer, sent on to each reinsurer.   *
      *                                                                *
      *   SYSIN card 1-6 is the accounting period (CCYYMM) - blank     *
      *  takes the current calendar month, as LGGLB01 does.            *
      *  Re-running a period replaces that period's rows.  Registered  *
      *  on BATCH_RUN_CONTROL for the morning checklist.               *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGXLB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XLB-RPT   ASSIGN TO XLBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XLB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Period card, read off SYSIN - same shape as LGGLB01's
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-EVENTS-DONE-SW        PIC X      VALUE 'N'.
               88 WS-EVENTS-DONE             VALUE 'Y'.

       77  WS-LAYER-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-ROWS-WRITTEN             PIC S9(7) COMP VALUE 0.
       77  WS-CES-NULL                 PIC S9(4) COMP VALUE 0.

      * Per-event netting - gross loss, the proportional recoveries
      * taken off it, and what is left for the layers
       01  WS-EVENT-WORK.
           05 WS-PROP-SETTLED          PIC S9(11)V9(02) COMP-3.
           05 WS-PROP-OPEN             PIC S9(11)V9(02) COMP-3.
           05 WS-PROP-RECOVERY         PIC S9(11)V9(02) COMP-3.
           05 WS-NET-LOSS              PIC S9(11)V9(02) COMP-3.

      * Per-layer work - limit the layer has in all (original plus
      * reinstatements), the part of it that can be reinstated, and
      * how much the events so far have used
       01  WS-LAYER-WORK.
           05 WS-AGGREGATE-LIMIT       PIC S9(13)V9(02) COMP-3.
           05 WS-REINSTATABLE-LIMIT    PIC S9(13)V9(02) COMP-3.
           05 WS-LIMIT-USED            PIC S9(13)V9(02) COMP-3.
           05 WS-LIMIT-LEFT            PIC S9(13)V9(02) COMP-3.
           05 WS-REINST-LEFT           PIC S9(13)V9(02) COMP-3.
           05 WS-RECOVERABLE           PIC S9(11)V9(02) COMP-3.
           05 WS-REINSTATED            PIC S9(11)V9(02) COMP-3.
           05 WS-REINST-PREMIUM        PIC S9(09)V9(02) COMP-3.

      * What the last period recorded for this layer and event, and
      * the movement on it this period
       01  WS-MOVEMENT-WORK.
           05 WS-PRIOR-RECOVERABLE     PIC S9(11)V9(02) COMP-3.
           05 WS-PRIOR-PREMIUM         PIC S9(09)V9(02) COMP-3.
           05 WS-RECOVERY-MOVEMENT     PIC S9(11)V9(02) COMP-3.
           05 WS-PREMIUM-MOVEMENT      PIC S9(09)V9(02) COMP-3.

       01  WS-LAYER-TOTALS.
           05 WS-LYR-RECOVERABLE       PIC S9(13)V9(02) VALUE 0.
           05 WS-LYR-PREMIUM           PIC S9(11)V9(02) VALUE 0.
           05 WS-LYR-MOVEMENT          PIC S9(13)V9(02) VALUE 0.

       01  WS-RUN-TOTALS.
           05 WS-TOT-RECOVERABLE       PIC S9(13)V9(02) VALUE 0.
           05 WS-TOT-PREMIUM           PIC S9(11)V9(02) VALUE 0.
           05 WS-TOT-MOVEMENT          PIC S9(13)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(39)
                      VALUE 'CATASTROPHE XOL RECOVERY STATEMENT -   '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' RUN  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  WS-RPT-LAYER-HEADING.
           05 FILLER                   PIC X(11) VALUE 'REINSURER: '.
           05 RL-REINSURER             PIC X(30).
           05 FILLER                   PIC X(08) VALUE ' TREATY '.
           05 RL-TRADECLASS            PIC X(04).
           05 FILLER                   PIC X(07) VALUE ' LAYER '.
           05 RL-LAYERNUM              PIC Z9.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-LAYER-TERMS.
           05 FILLER                   PIC X(07) VALUE ' LIMIT '.
           05 RL-LIMIT                 PIC Z(08)9.99.
           05 FILLER                   PIC X(04) VALUE ' XS '.
           05 RL-RETENTION             PIC Z(08)9.99.
           05 FILLER                   PIC X(09) VALUE ' REINST= '.
           05 RL-REINSTATEMENTS        PIC Z9.
           05 FILLER                   PIC X(04) VALUE ' AT '.
           05 RL-REINSTATE-PCT         PIC ZZ9.99.
           05 FILLER                   PIC X(06) VALUE '% OF  '.
           05 RL-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.

       01  WS-RPT-EVENT-LINE.
           05 FILLER                   PIC X(05) VALUE ' EVT='.
           05 RE-EVENTCODE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RE-EVENTNAME             PIC X(30).
           05 FILLER                   PIC X(05) VALUE ' GRS='.
           05 RE-GROSS                 PIC Z(09)9.99.
           05 FILLER                   PIC X(05) VALUE ' PRP='.
           05 RE-PROPORTIONAL          PIC Z(09)9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-RECOVERY-LINE.
           05 FILLER                   PIC X(09) VALUE '      NET'.
           05 FILLER                   PIC X(01) VALUE '='.
           05 RR-NET-LOSS              PIC Z(09)9.99-.
           05 FILLER                   PIC X(05) VALUE ' RCV='.
           05 RR-RECOVERABLE           PIC Z(09)9.99.
           05 FILLER                   PIC X(05) VALUE ' RIP='.
           05 RR-PREMIUM               PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE ' MVT='.
           05 RR-MOVEMENT              PIC Z(09)9.99-.
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-RPT-LAYER-TOTAL.
           05 FILLER                   PIC X(24)
                      VALUE '      LAYER TOTAL   RCV='.
           05 RT-RECOVERABLE           PIC Z(11)9.99.
           05 FILLER                   PIC X(05) VALUE ' RIP='.
           05 RT-PREMIUM               PIC Z(09)9.99.
           05 FILLER                   PIC X(05) VALUE ' MVT='.
           05 RT-MOVEMENT              PIC Z(09)9.99-.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(07) VALUE 'LAYERS='.
           05 RN-LAYER-COUNT           PIC Z(03)9.
           05 FILLER                   PIC X(06) VALUE ' ROWS='.
           05 RN-ROWS-WRITTEN          PIC Z(05)9.
           05 FILLER                   PIC X(05) VALUE ' RCV='.
           05 RN-RECOVERABLE           PIC Z(10)9.99.
           05 FILLER                   PIC X(05) VALUE ' RIP='.
           05 RN-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' MVT='.
           05 RN-MOVEMENT              PIC Z(08)9.99-.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every active layer, a treaty's layers from the bottom up
           EXEC SQL
               DECLARE LYCURSOR CURSOR FOR
                   SELECT TRADECLASS, LAYERNUM, RETENTION, LAYERLIMIT,
                          LAYERPREMIUM, REINSTATEMENTS, REINSTATEPCT,
                          REINSURERNAME
                     FROM TREATY_XOL_LAYER
                    WHERE LAYERSTATUS = 'A'
                    ORDER BY TRADECLASS, LAYERNUM
           END-EXEC.

      * Gross loss per registered event over the claims the layer's
      * treaty covers, earliest event first - paid and reserved as
      * LGCEB01 accumulates them
           EXEC SQL
               DECLARE EVCURSOR CURSOR FOR
                   SELECT E.EVENTCODE, E.EVENTNAME,
                          SUM(C.INTERIMPAID + C.CASERESERVE +
                              CASE WHEN C.CLAIMSTATUS = 'S'
                                   THEN C.APPROVEDAMOUNT
                                   ELSE 0 END)
                     FROM CATASTROPHE_EVENT E, CLAIM C
                    WHERE C.EVENTCODE = E.EVENTCODE
                      AND ( :WL-TRADECLASS = '*   '
                         OR EXISTS
                            ( SELECT 1
                                FROM COMMERCIAL M
                               WHERE M.POLICYNUMBER = C.POLICYNUMBER
                                 AND M.TRADECLASS   = :WL-TRADECLASS ) )
                    GROUP BY E.EVENTCODE, E.EVENTNAME, E.EVENTDATE
                    ORDER BY E.EVENTDATE, E.EVENTCODE
           END-EXEC.

       01  WS-LAYER-ROW.
           05 WL-TRADECLASS            PIC X(04).
           05 WL-LAYERNUM              PIC 9(02).
           05 WL-RETENTION             PIC 9(09)V9(02).
           05 WL-LAYERLIMIT            PIC 9(09)V9(02).
           05 WL-LAYERPREMIUM          PIC 9(09)V9(02).
           05 WL-REINSTATEMENTS        PIC 9(02).
           05 WL-REINSTATEPCT          PIC 9(03)V9(02).
           05 WL-REINSURERNAME         PIC X(30).

       01  WS-EVENT-ROW.
           05 WE-EVENTCODE             PIC X(04).
           05 WE-EVENTNAME             PIC X(30).
           05 WE-GROSS-LOSS            PIC S9(11)V9(02) COMP-3.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LAYER-ROWS THRU 2000-LAYER-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - period, register the run, clear any earlier  *
      * run of the period, open the layer cursor                       *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT XLB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PARM-PERIOD
           END-IF

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGXLB01 '         TO RC-JOBNAME
           MOVE WS-PARM-PERIOD     TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

      * a re-run replaces the period's rows rather than adding a
      * second movement on top of the first
           EXEC SQL
               DELETE FROM XOL_RECOVERY
                WHERE RUNPERIOD = :WS-PARM-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'UNABLE TO CLEAR THE PERIOD ON XOL_RECOVERY'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               OPEN LYCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN LYCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LAYER-ROWS - one statement section per layer: its terms,  *
      * then every event applied to it in date order                   *
      ******************************************************************
       2000-LAYER-ROWS.
           EXEC SQL
               FETCH LYCURSOR
                 INTO :WL-TRADECLASS,
                      :WL-LAYERNUM,
                      :WL-RETENTION,
                      :WL-LAYERLIMIT,
                      :WL-LAYERPREMIUM,
                      :WL-REINSTATEMENTS,
                      :WL-REINSTATEPCT,
                      :WL-REINSURERNAME
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-LAYER-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON LYCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LAYER-ROWS-EXIT
           END-IF

           ADD 1 TO WS-LAYER-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WL-REINSURERNAME  TO RL-REINSURER
           MOVE WL-TRADECLASS     TO RL-TRADECLASS
           MOVE WL-LAYERNUM       TO RL-LAYERNUM
           MOVE WS-RPT-LAYER-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WL-LAYERLIMIT     TO RL-LIMIT
           MOVE WL-RETENTION      TO RL-RETENTION
           MOVE WL-REINSTATEMENTS TO RL-REINSTATEMENTS
           MOVE WL-REINSTATEPCT   TO RL-REINSTATE-PCT
           MOVE WL-LAYERPREMIUM   TO RL-PREMIUM
           MOVE WS-RPT-LAYER-TERMS TO RPT-LINE
           WRITE RPT-LINE

      * the layer's capacity for the run - each event uses some of
      * it, in the order the events struck
           COMPUTE WS-AGGREGATE-LIMIT =
               WL-LAYERLIMIT * (WL-REINSTATEMENTS + 1)
           COMPUTE WS-REINSTATABLE-LIMIT =
               WL-LAYERLIMIT * WL-REINSTATEMENTS
           MOVE 0 TO WS-LIMIT-USED
           MOVE 0 TO WS-LYR-RECOVERABLE
           MOVE 0 TO WS-LYR-PREMIUM
           MOVE 0 TO WS-LYR-MOVEMENT

           EXEC SQL
               OPEN EVCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN EVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LAYER-ROWS-EXIT
           END-IF

           MOVE 'N' TO WS-EVENTS-DONE-SW
           PERFORM 3000-EVENT-ROWS THRU 3000-EVENT-ROWS-EXIT
               UNTIL WS-EVENTS-DONE

           EXEC SQL
               CLOSE EVCURSOR
           END-EXEC

           MOVE WS-LYR-RECOVERABLE TO RT-RECOVERABLE
           MOVE WS-LYR-PREMIUM     TO RT-PREMIUM
           MOVE WS-LYR-MOVEMENT    TO RT-MOVEMENT
           MOVE WS-RPT-LAYER-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-LYR-RECOVERABLE TO WS-TOT-RECOVERABLE
           ADD WS-LYR-PREMIUM     TO WS-TOT-PREMIUM
           ADD WS-LYR-MOVEMENT    TO WS-TOT-MOVEMENT.
       2000-LAYER-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EVENT-ROWS - net one event down to what the layer sees,   *
      * apply the layer, record and report the result                  *
      ******************************************************************
       3000-EVENT-ROWS.
           EXEC SQL
               FETCH EVCURSOR
                 INTO :WE-EVENTCODE,
                      :WE-EVENTNAME,
                      :WE-GROSS-LOSS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EVENTS-DONE-SW
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON EVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EVENTS-DONE-SW
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

           PERFORM 3100-NET-PROPORTIONAL
               THRU 3100-NET-PROPORTIONAL-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EVENTS-DONE-SW
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

           PERFORM 3200-APPLY-LAYER THRU 3200-APPLY-LAYER-EXIT

           PERFORM 3300-LOOKUP-PRIOR THRU 3300-LOOKUP-PRIOR-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EVENTS-DONE-SW
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

      * an event that has never reached the layer gets no row and no
      * statement line - the statement lists what the reinsurer owes
           IF WS-RECOVERABLE EQUAL ZERO
               AND WS-PRIOR-RECOVERABLE EQUAL ZERO
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

           COMPUTE WS-RECOVERY-MOVEMENT =
               WS-RECOVERABLE - WS-PRIOR-RECOVERABLE
           COMPUTE WS-PREMIUM-MOVEMENT =
               WS-REINST-PREMIUM - WS-PRIOR-PREMIUM

           PERFORM 3400-WRITE-RECOVERY THRU 3400-WRITE-RECOVERY-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EVENTS-DONE-SW
             GO TO 3000-EVENT-ROWS-EXIT
           END-IF

           MOVE WE-EVENTCODE       TO RE-EVENTCODE
           MOVE WE-EVENTNAME       TO RE-EVENTNAME
           MOVE WE-GROSS-LOSS      TO RE-GROSS
           MOVE WS-PROP-RECOVERY   TO RE-PROPORTIONAL
           MOVE WS-RPT-EVENT-LINE  TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NET-LOSS        TO RR-NET-LOSS
           MOVE WS-RECOVERABLE     TO RR-RECOVERABLE
           MOVE WS-REINST-PREMIUM  TO RR-PREMIUM
           MOVE WS-RECOVERY-MOVEMENT TO RR-MOVEMENT
           MOVE WS-RPT-RECOVERY-LINE TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-RECOVERABLE       TO WS-LYR-RECOVERABLE
           ADD WS-REINST-PREMIUM    TO WS-LYR-PREMIUM
           ADD WS-RECOVERY-MOVEMENT TO WS-LYR-MOVEMENT.
       3000-EVENT-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-NET-PROPORTIONAL - what the proportional treaty pays on   *
      * the event's claims: the REINS_RECOVERY LGCLA01 booked on each  *
      * settled claim, and the policy's CESSION percentage of what is  *
      * paid and reserved on the claims still open.  A claim on a      *
      * retained risk has neither.  The net loss never goes negative.  *
      ******************************************************************
       3100-NET-PROPORTIONAL.
           EXEC SQL
               SELECT COALESCE(SUM(R.RECOVERABLEAMOUNT), 0)
                 INTO :WS-PROP-SETTLED
                 FROM REINS_RECOVERY R, CLAIM C
                WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                  AND C.EVENTCODE   = :WE-EVENTCODE
                  AND C.CLAIMSTATUS = 'S'
                  AND ( :WL-TRADECLASS = '*   '
                     OR R.TRADECLASS   = :WL-TRADECLASS )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SQL ERROR ON REINS_RECOVERY' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-NET-PROPORTIONAL-EXIT
           END-IF

           EXEC SQL
               SELECT SUM((C.INTERIMPAID + C.CASERESERVE)
                          * S.CESSIONPCT / 100)
                 INTO :WS-PROP-OPEN :WS-CES-NULL
                 FROM CLAIM C, CESSION S
                WHERE S.POLICYNUMBER = C.POLICYNUMBER
                  AND C.EVENTCODE    = :WE-EVENTCODE
                  AND C.CLAIMSTATUS <> 'S'
                  AND ( :WL-TRADECLASS = '*   '
                     OR S.TRADECLASS   = :WL-TRADECLASS )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SQL ERROR ON CESSION' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-NET-PROPORTIONAL-EXIT
           END-IF
           IF WS-CES-NULL LESS THAN ZERO
             MOVE 0 TO WS-PROP-OPEN
           END-IF

           COMPUTE WS-PROP-RECOVERY ROUNDED =
               WS-PROP-SETTLED + WS-PROP-OPEN
           COMPUTE WS-NET-LOSS = WE-GROSS-LOSS - WS-PROP-RECOVERY
           IF WS-NET-LOSS LESS THAN ZERO
             MOVE 0 TO WS-NET-LOSS
           END-IF.
       3100-NET-PROPORTIONAL-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APPLY-LAYER - the net loss above the retention, capped at *
      * the limit and at what capacity the layer has left.  The part   *
      * of it that falls inside the reinstatable limit carries the     *
      * reinstatement premium: that share of the limit, times the      *
      * layer premium, at the slip's percentage.                       *
      ******************************************************************
       3200-APPLY-LAYER.
           MOVE 0 TO WS-RECOVERABLE
           MOVE 0 TO WS-REINSTATED
           MOVE 0 TO WS-REINST-PREMIUM

           IF WS-NET-LOSS NOT GREATER THAN WL-RETENTION
             GO TO 3200-APPLY-LAYER-EXIT
           END-IF

           COMPUTE WS-RECOVERABLE = WS-NET-LOSS - WL-RETENTION
           IF WS-RECOVERABLE GREATER THAN WL-LAYERLIMIT
             MOVE WL-LAYERLIMIT TO WS-RECOVERABLE
           END-IF

           COMPUTE WS-LIMIT-LEFT = WS-AGGREGATE-LIMIT - WS-LIMIT-USED
           IF WS-LIMIT-LEFT LESS THAN ZERO
             MOVE 0 TO WS-LIMIT-LEFT
           END-IF
           IF WS-RECOVERABLE GREATER THAN WS-LIMIT-LEFT
             MOVE WS-LIMIT-LEFT TO WS-RECOVERABLE
           END-IF

           COMPUTE WS-REINST-LEFT =
               WS-REINSTATABLE-LIMIT - WS-LIMIT-USED
           IF WS-REINST-LEFT LESS THAN ZERO
             MOVE 0 TO WS-REINST-LEFT
           END-IF
           MOVE WS-RECOVERABLE TO WS-REINSTATED
           IF WS-REINSTATED GREATER THAN WS-REINST-LEFT
             MOVE WS-REINST-LEFT TO WS-REINSTATED
           END-IF

           COMPUTE WS-REINST-PREMIUM ROUNDED =
               WS-REINSTATED / WL-LAYERLIMIT
                 * WL-LAYERPREMIUM * WL-REINSTATEPCT / 100

           ADD WS-RECOVERABLE TO WS-LIMIT-USED.
       3200-APPLY-LAYER-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LOOKUP-PRIOR - what the latest earlier period recorded    *
      * for this layer and event; nothing on file is zero              *
      ******************************************************************
       3300-LOOKUP-PRIOR.
           MOVE 0 TO WS-PRIOR-RECOVERABLE
           MOVE 0 TO WS-PRIOR-PREMIUM

           EXEC SQL
               SELECT RECOVERABLE, REINSTATEPREMIUM
                 INTO :WS-PRIOR-RECOVERABLE, :WS-PRIOR-PREMIUM
                 FROM XOL_RECOVERY
                WHERE TRADECLASS = :WL-TRADECLASS
                  AND LAYERNUM   = :WL-LAYERNUM
                  AND EVENTCODE  = :WE-EVENTCODE
                  AND RUNPERIOD  =
                      ( SELECT MAX(RUNPERIOD)
                          FROM XOL_RECOVERY
                         WHERE TRADECLASS = :WL-TRADECLASS
                           AND LAYERNUM   = :WL-LAYERNUM
                           AND EVENTCODE  = :WE-EVENTCODE
                           AND RUNPERIOD  < :WS-PARM-PERIOD )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'SQL ERROR ON XOL_RECOVERY' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3300-LOOKUP-PRIOR-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-RECOVERY - the period's row for the layer and       *
      * event, carrying the movements LGGLB01 posts                    *
      ******************************************************************
       3400-WRITE-RECOVERY.
           EXEC SQL
               INSERT INTO XOL_RECOVERY
                         ( TRADECLASS,
                           LAYERNUM,
                           EVENTCODE,
                           RUNPERIOD,
                           REINSURERNAME,
                           GROSSLOSS,
                           PROPRECOVERY,
                           NETLOSS,
                           RECOVERABLE,
                           REINSTATEPREMIUM,
                           RECOVERYMOVEMENT,
                           PREMIUMMOVEMENT,
                           RUNDATE )
                  VALUES ( :WL-TRADECLASS,
                           :WL-LAYERNUM,
                           :WE-EVENTCODE,
                           :WS-PARM-PERIOD,
                           :WL-REINSURERNAME,
                           :WE-GROSS-LOSS,
                           :WS-PROP-RECOVERY,
                           :WS-NET-LOSS,
                           :WS-RECOVERABLE,
                           :WS-REINST-PREMIUM,
                           :WS-RECOVERY-MOVEMENT,
                           :WS-PREMIUM-MOVEMENT,
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'INSERT ERROR ON XOL_RECOVERY' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3400-WRITE-RECOVERY-EXIT
           END-IF

           ADD 1 TO WS-ROWS-WRITTEN.
       3400-WRITE-RECOVERY-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down.  The period's rows go in as one unit of work, so an      *
      * aborted run leaves the previous run's figures standing.        *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE LYCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LAYER-COUNT     TO RN-LAYER-COUNT
           MOVE WS-ROWS-WRITTEN    TO RN-ROWS-WRITTEN
           MOVE WS-TOT-RECOVERABLE TO RN-RECOVERABLE
           MOVE WS-TOT-PREMIUM     TO RN-PREMIUM
           MOVE WS-TOT-MOVEMENT    TO RN-MOVEMENT
           MOVE WS-RPT-RUN-TOTAL   TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - UNCOMMITTED WORK ROLLED BACK'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-ROWS-WRITTEN TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE XLB-RPT.
       9000-TERMINATE-EXIT.
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
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
