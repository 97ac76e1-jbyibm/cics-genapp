       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGQSB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly claims quality-assurance sample.  Draws a random     *
      *  sample of the claims LGCLA01 settled ('S') or rejected ('R')  *
      *  in the month onto the QA_REVIEW worklist, where a reviewer    *
      *  scores each one through LGQAR01.  LGQLB01 reports the scores  *
      *  and the leakage found each quarter.                           *
      *                                                                *
      *   The sample is stratified by handler - the ADJUDICATEDBY      *
      *  that decided the claim - so every handler is reviewed, and    *
      *  within each handler it is drawn by value (monetary-unit       *
      *  sampling): every pound decided has the same chance of being   *
      *  picked, so a large settlement is far more likely to be        *
      *  reviewed than a small one, and one worth more than the        *
      *  sampling interval always is.  The value is what was paid on   *
      *  a settled claim and what was claimed on a rejected one.       *
      *                                                                *
      *   The sample size per handler is a percentage of the claims    *
      *  they decided with a floor, from SYSTEM_PARAMETER 'QASAMPLE'/  *
      *  'RATE' (NUMVALUE1 the per cent, NUMVALUE2 the floor).         *
      *                                                                *
      *   SYSIN card 1-6 is the month (CCYYMM) - blank takes the month *
      *  just ended.  Card 8-16 is an optional seed for the random     *
      *  draw; blank seeds it from the clock.  The seed is printed so  *
      *  audit can re-draw the same sample.  Re-running a month        *
      *  replaces its reviews still pending; those already scored      *
      *  stand.  Registered on BATCH_RUN_CONTROL.                      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGQSB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QSB-RPT   ASSIGN TO QSBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QSB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       77  WS-CLOCK                    PIC 9(08) VALUE 0.

      * Month and seed card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(01).
           05 WS-PARM-SEED             PIC X(09).
           05 FILLER                   PIC X(64).

      * The month as CCYY and MM, and the DECISIONDATE range it covers
       01  WS-PERIOD-WORK.
           05 WS-PERIOD-YYYY           PIC 9(04).
           05 WS-PERIOD-MM             PIC 9(02).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-WORK
                                       PIC 9(06).
       01  WS-FROM-DATE                PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(10) VALUE SPACES.

      * Sample size - overridden at entry from SYSTEM_PARAMETER
      * ('QASAMPLE'/'RATE', maintained through LGPAR01); the compiled
      * figures stand only when the table cannot be read
       77  WS-SAMPLE-PCT               PIC S9(03)V9(02) COMP-3
                                                        VALUE 5.
       77  WS-SAMPLE-MIN               PIC S9(05) COMP VALUE 2.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
       01  WS-PRM-NUM2                 PIC S9(09)V9(02) VALUE 0.

      * Random draw - the Park-Miller minimal standard generator,
      * seed = seed x 16807 modulo 2**31 - 1, so a given seed always
      * yields the same sample
       77  WS-RNG-MULTIPLIER           PIC S9(05) COMP-3 VALUE 16807.
       77  WS-RNG-MODULUS              PIC S9(10) COMP-3
                                                 VALUE 2147483647.
       01  WS-RNG-WORK.
           05 WS-RNG-SEED              PIC S9(10) COMP-3.
           05 WS-RNG-FIRST-SEED        PIC 9(09).
           05 WS-RNG-PRODUCT           PIC S9(15) COMP-3.
           05 WS-RNG-QUOTIENT          PIC S9(15) COMP-3.
           05 WS-RNG-FRACTION          PIC S9V9(09) COMP-3.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-CLAIMS-DONE-SW        PIC X      VALUE 'N'.
               88 WS-CLAIMS-DONE             VALUE 'Y'.
           05 WS-PICKED-SW             PIC X      VALUE 'N'.
               88 WS-PICKED                  VALUE 'Y'.

       77  WS-HANDLER-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-DECIDED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-SAMPLED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-ALREADY-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-HANDLER-SAMPLED          PIC S9(7) COMP VALUE 0.
       77  WS-SAMPLE-SIZE              PIC S9(7) COMP VALUE 0.

      * Monetary-unit walk for one handler - the sampling interval,
      * the next pound to be picked, and the running value so far
       01  WS-MUS-WORK.
           05 WS-INTERVAL              PIC S9(11)V9(02) COMP-3.
           05 WS-NEXT-HIT              PIC S9(13)V9(02) COMP-3.
           05 WS-CUMULATIVE            PIC S9(13)V9(02) COMP-3.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'CLAIMS QA SAMPLE - MONTH        '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' RUN  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' SEED '.
           05 RH-SEED                  PIC 9(09).
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-HANDLER-LINE.
           05 FILLER                   PIC X(09) VALUE 'HANDLER: '.
           05 RL-HANDLER               PIC X(05).
           05 FILLER                   PIC X(09) VALUE ' DECIDED='.
           05 RL-DECIDED               PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE ' VALUE='.
           05 RL-VALUE                 PIC Z(10)9.99.
           05 FILLER                   PIC X(08) VALUE ' SAMPLE='.
           05 RL-SAMPLE-SIZE           PIC Z(03)9.
           05 FILLER                   PIC X(05) VALUE ' INT='.
           05 RL-INTERVAL              PIC Z(08)9.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RD-CLAIMNUMBER           PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMSTATUS           PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DECISIONDATE          PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-VALUE                 PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-NOTE                  PIC X(20).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(09) VALUE 'HANDLERS='.
           05 RN-HANDLER-COUNT         PIC Z(03)9.
           05 FILLER                   PIC X(09) VALUE ' DECIDED='.
           05 RN-DECIDED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' SAMPLED='.
           05 RN-SAMPLED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(17)
                      VALUE ' ALREADY SCORED='.
           05 RN-ALREADY-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Each handler who decided claims in the month, with how many
      * and their value - paid on a settled claim, claimed on a
      * rejected one, never less than one pound so every claim can
      * be drawn
           EXEC SQL
               DECLARE HDCURSOR CURSOR FOR
                   SELECT COALESCE(ADJUDICATEDBY, '     '),
                          COUNT(*),
                          SUM(CASE WHEN CLAIMSTATUS = 'S'
                                   THEN CASE WHEN APPROVEDAMOUNT
                                             + INTERIMPAID < 1
                                             THEN 1
                                             ELSE APPROVEDAMOUNT
                                                + INTERIMPAID END
                                   ELSE CASE WHEN CLAIMAMOUNT < 1
                                             THEN 1
                                             ELSE CLAIMAMOUNT END
                              END)
                     FROM CLAIM
                    WHERE CLAIMSTATUS IN ('S', 'R')
                      AND DECISIONDATE BETWEEN :WS-FROM-DATE
                                           AND :WS-TO-DATE
                    GROUP BY COALESCE(ADJUDICATEDBY, '     ')
                    ORDER BY 1
           END-EXEC.

      * The handler's claims for the month, valued as above
           EXEC SQL
               DECLARE CLCURSOR CURSOR FOR
                   SELECT CLAIMNUMBER, CLAIMTYPE, CLAIMSTATUS,
                          DECISIONDATE,
                          CASE WHEN CLAIMSTATUS = 'S'
                               THEN CASE WHEN APPROVEDAMOUNT
                                         + INTERIMPAID < 1
                                         THEN 1
                                         ELSE APPROVEDAMOUNT
                                            + INTERIMPAID END
                               ELSE CASE WHEN CLAIMAMOUNT < 1
                                         THEN 1
                                         ELSE CLAIMAMOUNT END
                          END
                     FROM CLAIM
                    WHERE CLAIMSTATUS IN ('S', 'R')
                      AND DECISIONDATE BETWEEN :WS-FROM-DATE
                                           AND :WS-TO-DATE
                      AND COALESCE(ADJUDICATEDBY, '     ')
                                           = :WH-HANDLER
                    ORDER BY CLAIMNUMBER
           END-EXEC.

       01  WS-HANDLER-ROW.
           05 WH-HANDLER               PIC X(05).
           05 WH-DECIDED               PIC S9(09) COMP.
           05 WH-VALUE                 PIC S9(11)V9(02) COMP-3.

       01  WS-CLAIM-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-CLAIMTYPE             PIC X(04).
           05 WC-CLAIMSTATUS           PIC X(01).
           05 WC-DECISIONDATE          PIC X(10).
           05 WC-VALUE                 PIC S9(09)V9(02) COMP-3.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-HANDLER-ROWS THRU 2000-HANDLER-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - month, seed, parameters, register the run,   *
      * clear the month's pending reviews, open the handler cursor     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT QSB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * blank month - the one just ended
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-PERIOD-YYYY
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-PERIOD-MM
             IF WS-PERIOD-MM EQUAL 1
               MOVE 12 TO WS-PERIOD-MM
               SUBTRACT 1 FROM WS-PERIOD-YYYY
             ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
             END-IF
             MOVE WS-PERIOD-NUM TO WS-PARM-PERIOD
           END-IF

           IF WS-PARM-PERIOD IS NOT NUMERIC
             MOVE 'INVALID MONTH ON SYSIN - EXPECTED CCYYMM' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-PARM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-PARM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)
           MOVE WS-FROM-DATE        TO WS-TO-DATE
           MOVE '-31'               TO WS-TO-DATE(8:3)

      * the seed - off the card when given, so a sample can be
      * re-drawn, otherwise off the clock; never zero
           IF WS-PARM-SEED IS NUMERIC
             MOVE WS-PARM-SEED TO WS-RNG-SEED
           ELSE
             MOVE WS-CLOCK TO WS-RNG-SEED
           END-IF
           IF WS-RNG-SEED EQUAL ZERO
             MOVE 1 TO WS-RNG-SEED
           END-IF
           MOVE WS-RNG-SEED TO WS-RNG-FIRST-SEED

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           MOVE WS-PARM-PERIOD    TO RH-RUN-PERIOD
           MOVE WS-RUN-DATE       TO RH-RUN-DATE
           MOVE WS-RNG-FIRST-SEED TO RH-SEED
           MOVE WS-RPT-HEADING    TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGQSB01 '         TO RC-JOBNAME
           MOVE WS-PARM-PERIOD     TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

      * a re-run replaces the month's draw; reviews already scored
      * are kept and simply not drawn again
           EXEC SQL
               DELETE FROM QA_REVIEW
                WHERE SAMPLEPERIOD = :WS-PARM-PERIOD
                  AND REVIEWSTATUS = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'UNABLE TO CLEAR THE MONTH ON QA_REVIEW' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               OPEN HDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN HDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-SAMPLE-PCT         *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1, NUMVALUE2
                 INTO :WS-PRM-NUM, :WS-PRM-NUM2
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'QASAMPLE'
                  AND PARAMKEY   = 'RATE    '
           END-EXEC
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
                 AND WS-PRM-NUM NOT GREATER THAN 100
               MOVE WS-PRM-NUM TO WS-SAMPLE-PCT
             END-IF
             IF WS-PRM-NUM2 GREATER THAN ZERO
               MOVE WS-PRM-NUM2 TO WS-SAMPLE-MIN
             END-IF
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-HANDLER-ROWS - size one handler's sample, then walk their *
      * claims by value picking every interval's worth                 *
      ******************************************************************
       2000-HANDLER-ROWS.
           EXEC SQL
               FETCH HDCURSOR
                 INTO :WH-HANDLER,
                      :WH-DECIDED,
                      :WH-VALUE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-HANDLER-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON HDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-HANDLER-ROWS-EXIT
           END-IF

           ADD 1 TO WS-HANDLER-COUNT
           ADD WH-DECIDED TO WS-DECIDED-COUNT

      * the rate's share of the handler's claims, rounded up, never
      * under the floor and never more than they decided
           COMPUTE WS-SAMPLE-SIZE ROUNDED =
               (WH-DECIDED * WS-SAMPLE-PCT / 100) + 0.49
           IF WS-SAMPLE-SIZE LESS THAN WS-SAMPLE-MIN
             MOVE WS-SAMPLE-MIN TO WS-SAMPLE-SIZE
           END-IF
           IF WS-SAMPLE-SIZE GREATER THAN WH-DECIDED
             MOVE WH-DECIDED TO WS-SAMPLE-SIZE
           END-IF

      * one pound in every interval is picked, starting at a random
      * point in the first
           COMPUTE WS-INTERVAL = WH-VALUE / WS-SAMPLE-SIZE
           PERFORM 2500-NEXT-RANDOM THRU 2500-NEXT-RANDOM-EXIT
           COMPUTE WS-NEXT-HIT = WS-INTERVAL * WS-RNG-FRACTION
           MOVE 0 TO WS-CUMULATIVE
           MOVE 0 TO WS-HANDLER-SAMPLED

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WH-HANDLER     TO RL-HANDLER
           MOVE WH-DECIDED     TO RL-DECIDED
           MOVE WH-VALUE       TO RL-VALUE
           MOVE WS-SAMPLE-SIZE TO RL-SAMPLE-SIZE
           MOVE WS-INTERVAL    TO RL-INTERVAL
           MOVE WS-RPT-HANDLER-LINE TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN CLCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN CLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-HANDLER-ROWS-EXIT
           END-IF

           MOVE 'N' TO WS-CLAIMS-DONE-SW
           PERFORM 3000-CLAIM-ROWS THRU 3000-CLAIM-ROWS-EXIT
               UNTIL WS-CLAIMS-DONE

           EXEC SQL
               CLOSE CLCURSOR
           END-EXEC.
       2000-HANDLER-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2500-NEXT-RANDOM - step the generator; WS-RNG-FRACTION is the  *
      * new draw, from 0 up to but not including 1                     *
      ******************************************************************
       2500-NEXT-RANDOM.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-SEED * WS-RNG-MULTIPLIER
           DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
               GIVING WS-RNG-QUOTIENT
               REMAINDER WS-RNG-SEED
           COMPUTE WS-RNG-FRACTION = WS-RNG-SEED / WS-RNG-MODULUS.
       2500-NEXT-RANDOM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CLAIM-ROWS - a claim whose value spans the next pound to  *
      * be picked goes on the worklist; a claim worth more than the    *
      * interval spans several and is picked once                      *
      ******************************************************************
       3000-CLAIM-ROWS.
           EXEC SQL
               FETCH CLCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-CLAIMTYPE,
                      :WC-CLAIMSTATUS,
                      :WC-DECISIONDATE,
                      :WC-VALUE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CLAIMS-DONE-SW
             GO TO 3000-CLAIM-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON CLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-CLAIMS-DONE-SW
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-CLAIM-ROWS-EXIT
           END-IF

           ADD WC-VALUE TO WS-CUMULATIVE
           MOVE 'N' TO WS-PICKED-SW
           PERFORM 3100-PASS-HIT THRU 3100-PASS-HIT-EXIT
               UNTIL WS-NEXT-HIT NOT LESS THAN WS-CUMULATIVE

           IF NOT WS-PICKED
             GO TO 3000-CLAIM-ROWS-EXIT
           END-IF

           EXEC SQL
               INSERT INTO QA_REVIEW
                         ( CLAIMNUMBER,
                           SAMPLEPERIOD,
                           HANDLERID,
                           CLAIMTYPE,
                           CLAIMSTATUS,
                           SAMPLEVALUE,
                           SAMPLEDDATE,
                           REVIEWSTATUS,
                           QASCORE,
                           LEAKAGEAMOUNT,
                           LEAKAGETYPE,
                           REVIEWNOTES,
                           REVIEWEDBY,
                           REVIEWDATE )
                  VALUES ( :WC-CLAIMNUMBER,
                           :WS-PARM-PERIOD,
                           :WH-HANDLER,
                           :WC-CLAIMTYPE,
                           :WC-CLAIMSTATUS,
                           :WC-VALUE,
                           :WS-RUN-DATE,
                           'P',
                           0,
                           0,
                           ' ',
                           ' ',
                           ' ',
                           ' ' )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SAMPLED-COUNT
               ADD 1 TO WS-HANDLER-SAMPLED
               MOVE 'ON WORKLIST' TO RD-NOTE
      * drawn before and already scored - the review stands
             WHEN -803
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY SCORED' TO RD-NOTE
             WHEN OTHER
               MOVE 'INSERT ERROR ON QA_REVIEW' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-CLAIMS-DONE-SW
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3000-CLAIM-ROWS-EXIT
           END-EVALUATE

           MOVE WC-CLAIMNUMBER  TO RD-CLAIMNUMBER
           MOVE WC-CLAIMTYPE    TO RD-CLAIMTYPE
           MOVE WC-CLAIMSTATUS  TO RD-CLAIMSTATUS
           MOVE WC-DECISIONDATE TO RD-DECISIONDATE
           MOVE WC-VALUE        TO RD-VALUE
           MOVE WS-RPT-DETAIL   TO RPT-LINE
           WRITE RPT-LINE.
       3000-CLAIM-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PASS-HIT - the claim holds the next pound to be picked;   *
      * move the pick on by one interval                               *
      ******************************************************************
       3100-PASS-HIT.
           MOVE 'Y' TO WS-PICKED-SW
           ADD WS-INTERVAL TO WS-NEXT-HIT.
       3100-PASS-HIT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down.  The month's draw goes in as one unit of work, so an     *
      * aborted run leaves the earlier draw standing.                  *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE HDCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HANDLER-COUNT  TO RN-HANDLER-COUNT
           MOVE WS-DECIDED-COUNT  TO RN-DECIDED-COUNT
           MOVE WS-SAMPLED-COUNT  TO RN-SAMPLED-COUNT
           MOVE WS-ALREADY-COUNT  TO RN-ALREADY-COUNT
           MOVE WS-RPT-RUN-TOTAL  TO RPT-LINE
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
             MOVE WS-SAMPLED-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE QSB-RPT.
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
