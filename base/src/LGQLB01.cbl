       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGQLB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Quarterly claims quality and leakage report.  For the three  *
      *  months' QA_REVIEW samples LGQSB01 drew in the quarter, and    *
      *  the scores and leakage reviewers recorded through LGQAR01,    *
      *  one line per handler and claim type:                          *
      *                                                                *
      *   - claims the handler decided in the quarter and their value  *
      *    (the population the sample was drawn from, valued as        *
      *    LGQSB01 values it);                                         *
      *   - claims sampled, and how many have been reviewed;           *
      *   - the average quality score of those reviewed;               *
      *   - the leakage the reviewers found;                           *
      *   - the estimated leakage across the whole population - the    *
      *    leakage found per pound reviewed, applied to the value      *
      *    decided - and that as a per cent of it.                     *
      *                                                                *
      *   Each handler is subtotalled, and a closing section gives     *
      *  the same by claim type across all handlers.  The estimates    *
      *  are built per handler and type and added up, since that is    *
      *  how the sample was drawn.                                     *
      *                                                                *
      *   SYSIN card 1-6 is the quarter (CCYYQn, e.g. 2026Q3) - blank  *
      *  takes the quarter just ended.  Reviews still pending count    *
      *  as sampled but not reviewed.  Read-only apart from its        *
      *  BATCH_RUN_CONTROL registration.                               *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGQLB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QLB-RPT   ASSIGN TO QLBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QLB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Quarter card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-QUARTER.
               10 WS-PARM-YYYY         PIC X(04).
               10 WS-PARM-Q            PIC X(01).
               10 WS-PARM-QNUM         PIC X(01).
           05 FILLER                   PIC X(74).

      * The quarter's first and last months, as SAMPLEPERIOD holds
      * them, and the DECISIONDATE range they cover
       01  WS-QUARTER-WORK.
           05 WS-QTR-YYYY              PIC 9(04).
           05 WS-QTR-NUM               PIC 9(01).
           05 WS-TODAY-MM              PIC 9(02).
       01  WS-FROM-PERIOD.
           05 WS-FROM-YYYY             PIC 9(04).
           05 WS-FROM-MM               PIC 9(02).
       01  WS-TO-PERIOD.
           05 WS-TO-YYYY               PIC 9(04).
           05 WS-TO-MM                 PIC 9(02).
       01  WS-FROM-DATE                PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-FIRST-ROW-SW          PIC X      VALUE 'Y'.
               88 WS-FIRST-ROW               VALUE 'Y'.

       77  WS-GROUP-COUNT              PIC S9(7) COMP VALUE 0.
       01  WS-PREV-HANDLER             PIC X(05) VALUE SPACES.

      * One report line's figures - a handler/type group, a handler's
      * subtotal, a claim type or the quarter; 2900 derives the
      * average, the estimate and the rate from them
       01  WS-LINE-WORK.
           05 WS-LN-DECIDED            PIC S9(09) COMP.
           05 WS-LN-POP-VALUE          PIC S9(13)V9(02) COMP-3.
           05 WS-LN-SAMPLED            PIC S9(09) COMP.
           05 WS-LN-REVIEWED           PIC S9(09) COMP.
           05 WS-LN-SCORE-SUM          PIC S9(11) COMP-3.
           05 WS-LN-REVIEWED-VALUE     PIC S9(13)V9(02) COMP-3.
           05 WS-LN-LEAKAGE            PIC S9(11)V9(02) COMP-3.
           05 WS-LN-ESTIMATE           PIC S9(13)V9(02) COMP-3.
       01  WS-LN-AVG-SCORE             PIC S9(03)V9(01) COMP-3.
       01  WS-LN-RATE                  PIC S9(03)V9(02) COMP-3.

      * Handler subtotal and quarter total, same shape
       01  WS-HANDLER-TOTALS.
           05 WS-HT-DECIDED            PIC S9(09) COMP.
           05 WS-HT-POP-VALUE          PIC S9(13)V9(02) COMP-3.
           05 WS-HT-SAMPLED            PIC S9(09) COMP.
           05 WS-HT-REVIEWED           PIC S9(09) COMP.
           05 WS-HT-SCORE-SUM          PIC S9(11) COMP-3.
           05 WS-HT-REVIEWED-VALUE     PIC S9(13)V9(02) COMP-3.
           05 WS-HT-LEAKAGE            PIC S9(11)V9(02) COMP-3.
           05 WS-HT-ESTIMATE           PIC S9(13)V9(02) COMP-3.
       01  WS-QUARTER-TOTALS.
           05 WS-QT-DECIDED            PIC S9(09) COMP.
           05 WS-QT-POP-VALUE          PIC S9(13)V9(02) COMP-3.
           05 WS-QT-SAMPLED            PIC S9(09) COMP.
           05 WS-QT-REVIEWED           PIC S9(09) COMP.
           05 WS-QT-SCORE-SUM          PIC S9(11) COMP-3.
           05 WS-QT-REVIEWED-VALUE     PIC S9(13)V9(02) COMP-3.
           05 WS-QT-LEAKAGE            PIC S9(11)V9(02) COMP-3.
           05 WS-QT-ESTIMATE           PIC S9(13)V9(02) COMP-3.

      * Per-claim-type totals across handlers - the open-a-slot idiom
      * LGCEB01's event table uses
       01  WS-TYPE-TABLE.
           05 WS-TYPE-USED             PIC S9(4) COMP VALUE 0.
           05 WS-TYPE-ENTRY OCCURS 50 TIMES
                                        INDEXED BY WS-TYPE-IDX.
               10 WS-TY-CODE           PIC X(04).
               10 WS-TY-DECIDED        PIC S9(09) COMP.
               10 WS-TY-POP-VALUE      PIC S9(13)V9(02) COMP-3.
               10 WS-TY-SAMPLED        PIC S9(09) COMP.
               10 WS-TY-REVIEWED       PIC S9(09) COMP.
               10 WS-TY-SCORE-SUM      PIC S9(11) COMP-3.
               10 WS-TY-REVIEWED-VALUE PIC S9(13)V9(02) COMP-3.
               10 WS-TY-LEAKAGE        PIC S9(11)V9(02) COMP-3.
               10 WS-TY-ESTIMATE       PIC S9(13)V9(02) COMP-3.
       01  WS-TYPE-FOUND-SW            PIC X VALUE 'N'.
           88 WS-TYPE-FOUND                  VALUE 'Y'.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'CLAIMS QUALITY AND LEAKAGE - QUARTER'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-QUARTER               PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' RUN  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE 'HNDLR TYPE DECID SAMP REVD SCORE DECIDED'.
           05 FILLER                   PIC X(40)
                      VALUE ' VAL   LEAK FOUND   EST LEAK RATE %     '.

       01  WS-RPT-DETAIL.
           05 RD-HANDLER               PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DECIDED               PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-SAMPLED               PIC Z(03)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-REVIEWED              PIC Z(03)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-AVG-SCORE             PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-POP-VALUE             PIC Z(10)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-LEAKAGE               PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ESTIMATE              PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-RATE                  PIC ZZ9.99.
           05 FILLER                   PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The quarter's samples by handler and claim type - pending
      * reviews are sampled, only completed ones reviewed
           EXEC SQL
               DECLARE QGCURSOR CURSOR FOR
                   SELECT HANDLERID, CLAIMTYPE,
                          COUNT(*),
                          SUM(CASE WHEN REVIEWSTATUS = 'C'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN REVIEWSTATUS = 'C'
                                   THEN QASCORE ELSE 0 END),
                          SUM(CASE WHEN REVIEWSTATUS = 'C'
                                   THEN SAMPLEVALUE ELSE 0 END),
                          SUM(CASE WHEN REVIEWSTATUS = 'C'
                                   THEN LEAKAGEAMOUNT ELSE 0 END)
                     FROM QA_REVIEW
                    WHERE SAMPLEPERIOD BETWEEN :WS-FROM-PERIOD
                                           AND :WS-TO-PERIOD
                    GROUP BY HANDLERID, CLAIMTYPE
                    ORDER BY HANDLERID, CLAIMTYPE
           END-EXEC.

       01  WS-GROUP-ROW.
           05 WG-HANDLER               PIC X(05).
           05 WG-CLAIMTYPE             PIC X(04).
           05 WG-SAMPLED               PIC S9(09) COMP.
           05 WG-REVIEWED              PIC S9(09) COMP.
           05 WG-SCORE-SUM             PIC S9(11) COMP-3.
           05 WG-REVIEWED-VALUE        PIC S9(13)V9(02) COMP-3.
           05 WG-LEAKAGE               PIC S9(11)V9(02) COMP-3.
           05 WG-DECIDED               PIC S9(09) COMP.
           05 WG-POP-VALUE             PIC S9(13)V9(02) COMP-3.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-GROUP-ROWS THRU 2000-GROUP-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - quarter, register the run, open the cursor   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT QLB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           INITIALIZE WS-QUARTER-TOTALS
           INITIALIZE WS-HANDLER-TOTALS

      * blank quarter - the one just ended
           IF WS-PARM-QUARTER EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-QTR-YYYY
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-MM
             COMPUTE WS-QTR-NUM = (WS-TODAY-MM - 1) / 3
             IF WS-QTR-NUM EQUAL ZERO
               MOVE 4 TO WS-QTR-NUM
               SUBTRACT 1 FROM WS-QTR-YYYY
             END-IF
             MOVE WS-QTR-YYYY TO WS-PARM-YYYY
             MOVE 'Q'         TO WS-PARM-Q
             MOVE WS-QTR-NUM  TO WS-PARM-QNUM
           END-IF

           IF WS-PARM-YYYY IS NOT NUMERIC
               OR WS-PARM-Q NOT EQUAL 'Q'
               OR WS-PARM-QNUM LESS THAN '1'
               OR WS-PARM-QNUM GREATER THAN '4'
             MOVE 'INVALID QUARTER ON SYSIN - EXPECTED CCYYQN'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-PARM-YYYY TO WS-FROM-YYYY
           MOVE WS-PARM-YYYY TO WS-TO-YYYY
           MOVE WS-PARM-QNUM TO WS-QTR-NUM
           COMPUTE WS-FROM-MM = (WS-QTR-NUM * 3) - 2
           COMPUTE WS-TO-MM   = WS-QTR-NUM * 3

           MOVE WS-FROM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-FROM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)
           MOVE WS-TO-PERIOD(1:4)   TO WS-TO-DATE(1:4)
           MOVE '-'                 TO WS-TO-DATE(5:1)
           MOVE WS-TO-PERIOD(5:2)   TO WS-TO-DATE(6:2)
           MOVE '-31'               TO WS-TO-DATE(8:3)

           MOVE WS-PARM-QUARTER TO RH-QUARTER
           MOVE WS-RUN-DATE     TO RH-RUN-DATE
           MOVE WS-RPT-HEADING  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGQLB01 '         TO RC-JOBNAME
           MOVE WS-PARM-QUARTER    TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN QGCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN QGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GROUP-ROWS - one handler/claim type line, with the        *
      * handler's subtotal when the handler changes                    *
      ******************************************************************
       2000-GROUP-ROWS.
           EXEC SQL
               FETCH QGCURSOR
                 INTO :WG-HANDLER,
                      :WG-CLAIMTYPE,
                      :WG-SAMPLED,
                      :WG-REVIEWED,
                      :WG-SCORE-SUM,
                      :WG-REVIEWED-VALUE,
                      :WG-LEAKAGE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-GROUP-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON QGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-GROUP-ROWS-EXIT
           END-IF

           IF NOT WS-FIRST-ROW
               AND WG-HANDLER NOT EQUAL WS-PREV-HANDLER
             PERFORM 2800-HANDLER-TOTAL THRU 2800-HANDLER-TOTAL-EXIT
           END-IF
           MOVE 'N'        TO WS-FIRST-ROW-SW
           MOVE WG-HANDLER TO WS-PREV-HANDLER
           ADD 1 TO WS-GROUP-COUNT

      * the population the group's sample was drawn from - the
      * handler's decided claims of the type in the quarter, valued
      * as LGQSB01 values them
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN CLAIMSTATUS = 'S'
                                   THEN CASE WHEN APPROVEDAMOUNT
                                             + INTERIMPAID < 1
                                             THEN 1
                                             ELSE APPROVEDAMOUNT
                                                + INTERIMPAID END
                                   ELSE CASE WHEN CLAIMAMOUNT < 1
                                             THEN 1
                                             ELSE CLAIMAMOUNT END
                                   END), 0)
                 INTO :WG-DECIDED, :WG-POP-VALUE
                 FROM CLAIM
                WHERE CLAIMSTATUS IN ('S', 'R')
                  AND DECISIONDATE BETWEEN :WS-FROM-DATE
                                       AND :WS-TO-DATE
                  AND COALESCE(ADJUDICATEDBY, '     ') = :WG-HANDLER
                  AND CLAIMTYPE = :WG-CLAIMTYPE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SELECT ERROR ON CLAIM' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-GROUP-ROWS-EXIT
           END-IF

           MOVE WG-DECIDED        TO WS-LN-DECIDED
           MOVE WG-POP-VALUE      TO WS-LN-POP-VALUE
           MOVE WG-SAMPLED        TO WS-LN-SAMPLED
           MOVE WG-REVIEWED       TO WS-LN-REVIEWED
           MOVE WG-SCORE-SUM      TO WS-LN-SCORE-SUM
           MOVE WG-REVIEWED-VALUE TO WS-LN-REVIEWED-VALUE
           MOVE WG-LEAKAGE        TO WS-LN-LEAKAGE

      * leakage found per pound reviewed, across the value decided
           IF WS-LN-REVIEWED-VALUE GREATER THAN ZERO
             COMPUTE WS-LN-ESTIMATE ROUNDED =
                 WS-LN-LEAKAGE * WS-LN-POP-VALUE
                                / WS-LN-REVIEWED-VALUE
           ELSE
             MOVE 0 TO WS-LN-ESTIMATE
           END-IF

           MOVE WG-HANDLER   TO RD-HANDLER
           MOVE WG-CLAIMTYPE TO RD-CLAIMTYPE
           PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT

           ADD WS-LN-DECIDED        TO WS-HT-DECIDED
           ADD WS-LN-POP-VALUE      TO WS-HT-POP-VALUE
           ADD WS-LN-SAMPLED        TO WS-HT-SAMPLED
           ADD WS-LN-REVIEWED       TO WS-HT-REVIEWED
           ADD WS-LN-SCORE-SUM      TO WS-HT-SCORE-SUM
           ADD WS-LN-REVIEWED-VALUE TO WS-HT-REVIEWED-VALUE
           ADD WS-LN-LEAKAGE        TO WS-HT-LEAKAGE
           ADD WS-LN-ESTIMATE       TO WS-HT-ESTIMATE

           PERFORM 2100-ACCUMULATE-TYPE
               THRU 2100-ACCUMULATE-TYPE-EXIT.
       2000-GROUP-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACCUMULATE-TYPE - find or open the claim type's slot      *
      ******************************************************************
       2100-ACCUMULATE-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-SW
           PERFORM 2150-MATCH-TYPE-SLOT
               THRU 2150-MATCH-TYPE-SLOT-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX GREATER THAN WS-TYPE-USED
                  OR WS-TYPE-FOUND

           IF NOT WS-TYPE-FOUND
               AND WS-TYPE-USED LESS THAN 50
             ADD 1 TO WS-TYPE-USED
             SET WS-TYPE-IDX TO WS-TYPE-USED
             MOVE WG-CLAIMTYPE     TO WS-TY-CODE(WS-TYPE-IDX)
             MOVE WS-LN-DECIDED    TO WS-TY-DECIDED(WS-TYPE-IDX)
             MOVE WS-LN-POP-VALUE  TO WS-TY-POP-VALUE(WS-TYPE-IDX)
             MOVE WS-LN-SAMPLED    TO WS-TY-SAMPLED(WS-TYPE-IDX)
             MOVE WS-LN-REVIEWED   TO WS-TY-REVIEWED(WS-TYPE-IDX)
             MOVE WS-LN-SCORE-SUM  TO WS-TY-SCORE-SUM(WS-TYPE-IDX)
             MOVE WS-LN-REVIEWED-VALUE
                                   TO WS-TY-REVIEWED-VALUE(WS-TYPE-IDX)
             MOVE WS-LN-LEAKAGE    TO WS-TY-LEAKAGE(WS-TYPE-IDX)
             MOVE WS-LN-ESTIMATE   TO WS-TY-ESTIMATE(WS-TYPE-IDX)
           END-IF.
       2100-ACCUMULATE-TYPE-EXIT.
           EXIT.

      ******************************************************************
      * 2150-MATCH-TYPE-SLOT                                           *
      ******************************************************************
       2150-MATCH-TYPE-SLOT.
           IF WS-TY-CODE(WS-TYPE-IDX) = WG-CLAIMTYPE
             MOVE 'Y' TO WS-TYPE-FOUND-SW
             ADD WS-LN-DECIDED    TO WS-TY-DECIDED(WS-TYPE-IDX)
             ADD WS-LN-POP-VALUE  TO WS-TY-POP-VALUE(WS-TYPE-IDX)
             ADD WS-LN-SAMPLED    TO WS-TY-SAMPLED(WS-TYPE-IDX)
             ADD WS-LN-REVIEWED   TO WS-TY-REVIEWED(WS-TYPE-IDX)
             ADD WS-LN-SCORE-SUM  TO WS-TY-SCORE-SUM(WS-TYPE-IDX)
             ADD WS-LN-REVIEWED-VALUE
                                  TO WS-TY-REVIEWED-VALUE(WS-TYPE-IDX)
             ADD WS-LN-LEAKAGE    TO WS-TY-LEAKAGE(WS-TYPE-IDX)
             ADD WS-LN-ESTIMATE   TO WS-TY-ESTIMATE(WS-TYPE-IDX)
           END-IF.
       2150-MATCH-TYPE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2800-HANDLER-TOTAL - the handler's subtotal, rolled into the   *
      * quarter                                                        *
      ******************************************************************
       2800-HANDLER-TOTAL.
           MOVE WS-HANDLER-TOTALS TO WS-LINE-WORK
           MOVE WS-PREV-HANDLER   TO RD-HANDLER
           MOVE '*TOT'            TO RD-CLAIMTYPE
           PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-HT-DECIDED        TO WS-QT-DECIDED
           ADD WS-HT-POP-VALUE      TO WS-QT-POP-VALUE
           ADD WS-HT-SAMPLED        TO WS-QT-SAMPLED
           ADD WS-HT-REVIEWED       TO WS-QT-REVIEWED
           ADD WS-HT-SCORE-SUM      TO WS-QT-SCORE-SUM
           ADD WS-HT-REVIEWED-VALUE TO WS-QT-REVIEWED-VALUE
           ADD WS-HT-LEAKAGE        TO WS-QT-LEAKAGE
           ADD WS-HT-ESTIMATE       TO WS-QT-ESTIMATE
           INITIALIZE WS-HANDLER-TOTALS.
       2800-HANDLER-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-LINE - average score, leakage rate and the print    *
      * line from WS-LINE-WORK; the caller has set the two keys        *
      ******************************************************************
       2900-WRITE-LINE.
           IF WS-LN-REVIEWED GREATER THAN ZERO
             COMPUTE WS-LN-AVG-SCORE ROUNDED =
                 WS-LN-SCORE-SUM / WS-LN-REVIEWED
           ELSE
             MOVE 0 TO WS-LN-AVG-SCORE
           END-IF
           IF WS-LN-POP-VALUE GREATER THAN ZERO
             COMPUTE WS-LN-RATE ROUNDED =
                 WS-LN-ESTIMATE * 100 / WS-LN-POP-VALUE
           ELSE
             MOVE 0 TO WS-LN-RATE
           END-IF

           MOVE WS-LN-DECIDED   TO RD-DECIDED
           MOVE WS-LN-SAMPLED   TO RD-SAMPLED
           MOVE WS-LN-REVIEWED  TO RD-REVIEWED
           MOVE WS-LN-AVG-SCORE TO RD-AVG-SCORE
           MOVE WS-LN-POP-VALUE TO RD-POP-VALUE
           MOVE WS-LN-LEAKAGE   TO RD-LEAKAGE
           MOVE WS-LN-ESTIMATE  TO RD-ESTIMATE
           MOVE WS-LN-RATE      TO RD-RATE
           MOVE WS-RPT-DETAIL   TO RPT-LINE
           WRITE RPT-LINE.
       2900-WRITE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TYPE-LINE - one claim type's line across all handlers     *
      ******************************************************************
       3000-TYPE-LINE.
           MOVE WS-TY-DECIDED(WS-TYPE-IDX)   TO WS-LN-DECIDED
           MOVE WS-TY-POP-VALUE(WS-TYPE-IDX) TO WS-LN-POP-VALUE
           MOVE WS-TY-SAMPLED(WS-TYPE-IDX)   TO WS-LN-SAMPLED
           MOVE WS-TY-REVIEWED(WS-TYPE-IDX)  TO WS-LN-REVIEWED
           MOVE WS-TY-SCORE-SUM(WS-TYPE-IDX) TO WS-LN-SCORE-SUM
           MOVE WS-TY-REVIEWED-VALUE(WS-TYPE-IDX)
                                             TO WS-LN-REVIEWED-VALUE
           MOVE WS-TY-LEAKAGE(WS-TYPE-IDX)   TO WS-LN-LEAKAGE
           MOVE WS-TY-ESTIMATE(WS-TYPE-IDX)  TO WS-LN-ESTIMATE
           MOVE '*ALL'                       TO RD-HANDLER
           MOVE WS-TY-CODE(WS-TYPE-IDX)      TO RD-CLAIMTYPE
           PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
       3000-TYPE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - last handler's subtotal, the claim type       *
      * section and the quarter total, run-control completion          *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE QGCURSOR
           END-EXEC

           IF NOT WS-ABORTED
             IF NOT WS-FIRST-ROW
               PERFORM 2800-HANDLER-TOTAL
                   THRU 2800-HANDLER-TOTAL-EXIT
             END-IF
             MOVE 'BY CLAIM TYPE, ALL HANDLERS' TO RPT-LINE
             WRITE RPT-LINE
             PERFORM 3000-TYPE-LINE THRU 3000-TYPE-LINE-EXIT
                 VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX GREATER THAN WS-TYPE-USED
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-QUARTER-TOTALS TO WS-LINE-WORK
             MOVE '*ALL'            TO RD-HANDLER
             MOVE '*ALL'            TO RD-CLAIMTYPE
             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
           END-IF

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - REPORT INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-GROUP-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE QLB-RPT.
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
