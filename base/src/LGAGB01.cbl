       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGAGB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Price comparison site report.  For every site on the         *
      *  AGGREGATOR master, for the month just ended: the quotes it    *
      *  sent us (QUOTE rows tagged with its AGGREGATORID through      *
      *  LGAGQ01), the quotes bound, the conversion rate, and the fees *
      *  we owe it - the AGGREGATORFEE LGQOT01 recorded on each bind,  *
      *  at the fee in force on the bind date.  Under that, the loss   *
      *  ratio on all the business the site has converted for us to    *
      *  date: premium on the house and motor policies its quotes      *
      *  became against claims incurred on them, counted as LGLRB01    *
      *  counts them - settled claims at their approved amount net of  *
      *  recoveries, open claims at their claimed amount.  A month's   *
      *  conversions are too young to have a loss ratio of their own.  *
      *  Run monthly, early in the month.                              *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGAGB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGB-RPT  ASSIGN TO AGBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-SITE-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-RATE                     PIC 9(03)V9(02) VALUE 0.
       77  WS-LOSS-RATIO               PIC 9(05)V9(02) VALUE 0.

      * The report month - the calendar month before the run, ISO for
      * comparison with the QUOTE date columns
       01  WS-DATE-WORK.
           05 WS-WORK-NUMERIC          PIC 9(08).
           05 WS-WORK-INT              PIC S9(09) COMP.
           05 WS-PERIOD-START          PIC X(10).
           05 WS-PERIOD-END            PIC X(10).

      * One site's figures
       01  WS-SITE-FIELDS.
           05 WS-AGGREGATORID          PIC X(08).
           05 WS-AGGREGATORNAME        PIC X(30).
           05 WS-FEEPERCONVERSION      PIC 9(05)V9(02).
           05 WS-QUOTED                PIC S9(9) COMP.
           05 WS-BOUND                 PIC S9(9) COMP.
           05 WS-FEES-OWED             PIC S9(09)V9(02).
           05 WS-CONV-PREMIUM          PIC S9(09)V9(02).
           05 WS-CONV-INCURRED         PIC S9(09)V9(02).

      * Totals over every site
       01  WS-TOTALS.
           05 WS-TOT-QUOTED            PIC S9(9) COMP VALUE 0.
           05 WS-TOT-BOUND             PIC S9(9) COMP VALUE 0.
           05 WS-TOT-FEES              PIC S9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'PRICE COMPARISON SITE REPORT -  '.
           05 RH-PERIOD-START          PIC X(10).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RH-PERIOD-END            PIC X(10).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-RPT-SITE-NAME.
           05 FILLER                   PIC X(05) VALUE 'SITE '.
           05 RN-AGGREGATORID          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RN-AGGREGATORNAME        PIC X(30).
           05 FILLER                   PIC X(14) VALUE ' FEE PER CONV='.
           05 RN-FEE                   PIC Z(04)9.99.
           05 FILLER                   PIC X(14) VALUE SPACES.

      * the month's volume, conversion and fees owed
       01  WS-RPT-SITE-MONTH.
           05 FILLER                   PIC X(09) VALUE '  QUOTED='.
           05 RM-QUOTED                PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' BOUND='.
           05 RM-BOUND                 PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' CONV%='.
           05 RM-RATE                  PIC Z(02)9.99.
           05 FILLER                   PIC X(11) VALUE ' FEES OWED='.
           05 RM-FEES                  PIC Z(08)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

      * the converted book to date
       01  WS-RPT-SITE-LOSS.
           05 FILLER                   PIC X(16)
                      VALUE '  CONVERTED PREM'.
           05 FILLER                   PIC X(01) VALUE '='.
           05 RL-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' INCD='.
           05 RL-INCURRED              PIC Z(08)9.99.
           05 FILLER                   PIC X(12) VALUE ' LOSS RATIO='.
           05 RL-RATIO                 PIC Z(04)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'SITES='.
           05 RT-SITES                 PIC Z(03)9.
           05 FILLER                   PIC X(08) VALUE ' QUOTED='.
           05 RT-QUOTED                PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' BOUND='.
           05 RT-BOUND                 PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' CONV%='.
           05 RT-RATE                  PIC Z(02)9.99.
           05 FILLER                   PIC X(06) VALUE ' FEES='.
           05 RT-FEES                  PIC Z(08)9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every site on the master, live or not - a site we have stopped
      * dealing with can still have binds and fees in the month
           EXEC SQL
               DECLARE AGGCURSOR CURSOR FOR
                   SELECT AGGREGATORID, AGGREGATORNAME,
                          FEEPERCONVERSION
                     FROM AGGREGATOR
                    ORDER BY AGGREGATORID
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-SITE THRU 2000-PROCESS-SITE-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the report month                             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AGB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

      * the month ends the day before the first of this month, and
      * starts on the first of the month that day falls in
           MOVE WS-TODAY-YYYYMMDD TO WS-WORK-NUMERIC
           MOVE '01' TO WS-WORK-NUMERIC(7:2)
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUMERIC) - 1
           COMPUTE WS-WORK-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUMERIC(1:4) TO WS-PERIOD-END(1:4)
           MOVE '-'                  TO WS-PERIOD-END(5:1)
           MOVE WS-WORK-NUMERIC(5:2) TO WS-PERIOD-END(6:2)
           MOVE '-'                  TO WS-PERIOD-END(8:1)
           MOVE WS-WORK-NUMERIC(7:2) TO WS-PERIOD-END(9:2)
           MOVE WS-PERIOD-END TO WS-PERIOD-START
           MOVE '01' TO WS-PERIOD-START(9:2)

           MOVE WS-PERIOD-START TO RH-PERIOD-START
           MOVE WS-PERIOD-END   TO RH-PERIOD-END
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN AGGCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN AGGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-SITE - the month, then the converted book         *
      ******************************************************************
       2000-PROCESS-SITE.
           EXEC SQL
               FETCH AGGCURSOR
                INTO :WS-AGGREGATORID,
                     :WS-AGGREGATORNAME,
                     :WS-FEEPERCONVERSION
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-SITE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON AGGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-SITE-EXIT
           END-IF

           ADD 1 TO WS-SITE-COUNT
           MOVE WS-AGGREGATORID     TO RN-AGGREGATORID
           MOVE WS-AGGREGATORNAME   TO RN-AGGREGATORNAME
           MOVE WS-FEEPERCONVERSION TO RN-FEE
           MOVE WS-RPT-SITE-NAME TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 3000-SITE-MONTH THRU 3000-SITE-MONTH-EXIT
           PERFORM 4000-SITE-LOSS-RATIO THRU 4000-SITE-LOSS-RATIO-EXIT.
       2000-PROCESS-SITE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SITE-MONTH - quotes sent in the month against quotes      *
      * bound in it, and the fees those binds earned the site          *
      ******************************************************************
       3000-SITE-MONTH.
           MOVE 0 TO WS-QUOTED WS-BOUND WS-FEES-OWED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QUOTED
                 FROM QUOTE
                WHERE AGGREGATORID = :WS-AGGREGATORID
                  AND QUOTEDATE   >= :WS-PERIOD-START
                  AND QUOTEDATE   <= :WS-PERIOD-END
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'QUOTE COUNT FAILED FOR SITE' TO RPT-LINE
             MOVE WS-AGGREGATORID TO RPT-LINE(29:8)
             WRITE RPT-LINE
             GO TO 3000-SITE-MONTH-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AGGREGATORFEE), 0)
                 INTO :WS-BOUND, :WS-FEES-OWED
                 FROM QUOTE
                WHERE AGGREGATORID = :WS-AGGREGATORID
                  AND QUOTESTATUS  = 'B'
                  AND BOUNDDATE   >= :WS-PERIOD-START
                  AND BOUNDDATE   <= :WS-PERIOD-END
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BIND COUNT FAILED FOR SITE' TO RPT-LINE
             MOVE WS-AGGREGATORID TO RPT-LINE(28:8)
             WRITE RPT-LINE
             GO TO 3000-SITE-MONTH-EXIT
           END-IF

           ADD WS-QUOTED    TO WS-TOT-QUOTED
           ADD WS-BOUND     TO WS-TOT-BOUND
           ADD WS-FEES-OWED TO WS-TOT-FEES

           MOVE WS-QUOTED    TO RM-QUOTED
           MOVE WS-BOUND     TO RM-BOUND
           IF WS-QUOTED GREATER THAN ZERO
             COMPUTE WS-RATE ROUNDED = WS-BOUND * 100 / WS-QUOTED
           ELSE
             MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE      TO RM-RATE
           MOVE WS-FEES-OWED TO RM-FEES
           MOVE WS-RPT-SITE-MONTH TO RPT-LINE
           WRITE RPT-LINE.
       3000-SITE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SITE-LOSS-RATIO - every policy the site's quotes became,  *
      * premium against claims incurred                                *
      ******************************************************************
       4000-SITE-LOSS-RATIO.
           MOVE 0 TO WS-CONV-PREMIUM WS-CONV-INCURRED
           EXEC SQL
               SELECT COALESCE(SUM(H.PREMIUM), 0)
                 INTO :WS-CONV-PREMIUM
                 FROM QUOTE Q, HOUSE H
                WHERE Q.AGGREGATORID      = :WS-AGGREGATORID
                  AND Q.QUOTESTATUS       = 'B'
                  AND H.POLICYNUMBER      = Q.BOUNDPOLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-CONV-PREMIUM
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(M.PREMIUM), 0) + :WS-CONV-PREMIUM
                 INTO :WS-CONV-PREMIUM
                 FROM QUOTE Q, MOTOR M
                WHERE Q.AGGREGATORID      = :WS-AGGREGATORID
                  AND Q.QUOTESTATUS       = 'B'
                  AND M.POLICYNUMBER      = Q.BOUNDPOLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PREMIUM TOTAL FAILED FOR SITE' TO RPT-LINE
             MOVE WS-AGGREGATORID TO RPT-LINE(31:8)
             WRITE RPT-LINE
             GO TO 4000-SITE-LOSS-RATIO-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN C.CLAIMSTATUS = 'S'
                                        THEN C.APPROVEDAMOUNT
                                           - C.RECOVEREDAMOUNT
                                        ELSE C.CLAIMAMOUNT END), 0)
                 INTO :WS-CONV-INCURRED
                 FROM QUOTE Q, CLAIM C
                WHERE Q.AGGREGATORID      = :WS-AGGREGATORID
                  AND Q.QUOTESTATUS       = 'B'
                  AND C.POLICYNUMBER      = Q.BOUNDPOLICYNUMBER
                  AND C.CLAIMSTATUS IN ('S', 'O')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'INCURRED TOTAL FAILED FOR SITE' TO RPT-LINE
             MOVE WS-AGGREGATORID TO RPT-LINE(32:8)
             WRITE RPT-LINE
             GO TO 4000-SITE-LOSS-RATIO-EXIT
           END-IF

           IF WS-CONV-PREMIUM GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 WS-CONV-INCURRED * 100 / WS-CONV-PREMIUM
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-CONV-PREMIUM  TO RL-PREMIUM
           MOVE WS-CONV-INCURRED TO RL-INCURRED
           MOVE WS-LOSS-RATIO    TO RL-RATIO
           MOVE WS-RPT-SITE-LOSS TO RPT-LINE
           WRITE RPT-LINE.
       4000-SITE-LOSS-RATIO-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE AGGCURSOR
           END-EXEC

           MOVE WS-SITE-COUNT TO RT-SITES
           MOVE WS-TOT-QUOTED TO RT-QUOTED
           MOVE WS-TOT-BOUND  TO RT-BOUND
           IF WS-TOT-QUOTED GREATER THAN ZERO
             COMPUTE WS-RATE ROUNDED =
                 WS-TOT-BOUND * 100 / WS-TOT-QUOTED
           ELSE
             MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE       TO RT-RATE
           MOVE WS-TOT-FEES   TO RT-FEES
           MOVE WS-RPT-TOTAL  TO RPT-LINE
           WRITE RPT-LINE

           CLOSE AGB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
