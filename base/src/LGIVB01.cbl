       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGIVB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly identity and credit check report.  At customer add   *
      *  LGACB01 asks the credit bureau to verify the applicant and    *
      *  keeps the verdict on CREDIT_CHECK - pass, refer, fail (no     *
      *  identity match, customer held for review) or unavailable      *
      *  (the bureau gave no answer).  Counts the checks made in the   *
      *  SYSIN month by credit band and verdict, then the month's      *
      *  totals, the pass, refer, fail and unavailable rates as a      *
      *  percentage of all checks, and how many failed checks are      *
      *  still pending review.  Band 0 is a customer the bureau did    *
      *  not band.  Run monthly.                                       *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGIVB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVB-RPT  ASSIGN TO IVBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IVB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * the month's date range, first day of the run month up to (but
      * not including) the first day of the next
       01  WS-PERIOD-WORK.
           05 WS-FROM-DATE             PIC X(10).
           05 WS-TO-DATE               PIC X(10).
           05 WS-NEXT-YYYY             PIC 9(04).
           05 WS-NEXT-MM               PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.

       77  WS-CHECK-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-PASS-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-REFER-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-FAIL-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-UNAVAIL-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-PENDING-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-RATE-WORK                PIC 9(03)V9(01) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'IDENTITY AND CREDIT CHECKS -    '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' BAND='.
           05 RD-CREDITBAND            PIC 9(01).
           05 FILLER                   PIC X(08) VALUE ' CHECKS='.
           05 RD-CHECK-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' PASS='.
           05 RD-PASS-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' REFER='.
           05 RD-REFER-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' FAIL='.
           05 RD-FAIL-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' UNAVAIL='.
           05 RD-UNAVAIL-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(07) VALUE 'TOTAL  '.
           05 FILLER                   PIC X(08) VALUE ' CHECKS='.
           05 RT-CHECK-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' PASS='.
           05 RT-PASS-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' REFER='.
           05 RT-REFER-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' FAIL='.
           05 RT-FAIL-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' UNAVAIL='.
           05 RT-UNAVAIL-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-RATES.
           05 FILLER                   PIC X(13) VALUE 'RATES   PASS='.
           05 RR-PASS-RATE             PIC ZZ9.9.
           05 FILLER                   PIC X(09) VALUE '%  REFER='.
           05 RR-REFER-RATE            PIC ZZ9.9.
           05 FILLER                   PIC X(08) VALUE '%  FAIL='.
           05 RR-FAIL-RATE             PIC ZZ9.9.
           05 FILLER                   PIC X(11) VALUE '%  UNAVAIL='.
           05 RR-UNAVAIL-RATE          PIC ZZ9.9.
           05 FILLER                   PIC X(01) VALUE '%'.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-PENDING.
           05 FILLER                   PIC X(38)
                VALUE 'FAILED CHECKS STILL PENDING REVIEW=   '.
           05 RP-PENDING-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(36) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The month's checks by credit band, split by verdict
           EXEC SQL
               DECLARE IVCURSOR CURSOR FOR
                   SELECT CREDITBAND, COUNT(*),
                          SUM(CASE WHEN CHECKRESULT = 'P'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CHECKRESULT = 'R'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CHECKRESULT = 'F'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CHECKRESULT = 'U'
                                   THEN 1 ELSE 0 END)
                     FROM CREDIT_CHECK
                    WHERE CHECKDATE >= :WS-FROM-DATE
                      AND CHECKDATE <  :WS-TO-DATE
                    GROUP BY CREDITBAND
                    ORDER BY CREDITBAND
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CREDITBAND            PIC 9(01).
           05 WC-CHECK-COUNT           PIC S9(7) COMP.
           05 WC-PASS-COUNT            PIC S9(7) COMP.
           05 WC-REFER-COUNT           PIC S9(7) COMP.
           05 WC-FAIL-COUNT            PIC S9(7) COMP.
           05 WC-UNAVAIL-COUNT         PIC S9(7) COMP.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-BAND THRU 2000-PROCESS-BAND-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - work out the month's date range              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT IVB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PARM-PERIOD
           END-IF

           MOVE WS-PARM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-PARM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)

           MOVE WS-PARM-PERIOD(1:4) TO WS-NEXT-YYYY
           MOVE WS-PARM-PERIOD(5:2) TO WS-NEXT-MM
           ADD 1 TO WS-NEXT-MM
           IF WS-NEXT-MM GREATER THAN 12
             MOVE 1 TO WS-NEXT-MM
             ADD 1 TO WS-NEXT-YYYY
           END-IF
           MOVE WS-NEXT-YYYY TO WS-TO-DATE(1:4)
           MOVE '-'          TO WS-TO-DATE(5:1)
           MOVE WS-NEXT-MM   TO WS-TO-DATE(6:2)
           MOVE '-01'        TO WS-TO-DATE(8:3)

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN IVCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN IVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-BAND - one credit band's checks by verdict        *
      ******************************************************************
       2000-PROCESS-BAND.
           EXEC SQL
               FETCH IVCURSOR
                 INTO :WC-CREDITBAND,
                      :WC-CHECK-COUNT,
                      :WC-PASS-COUNT,
                      :WC-REFER-COUNT,
                      :WC-FAIL-COUNT,
                      :WC-UNAVAIL-COUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-BAND-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON IVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-BAND-EXIT
           END-IF

           ADD WC-CHECK-COUNT   TO WS-CHECK-COUNT
           ADD WC-PASS-COUNT    TO WS-PASS-COUNT
           ADD WC-REFER-COUNT   TO WS-REFER-COUNT
           ADD WC-FAIL-COUNT    TO WS-FAIL-COUNT
           ADD WC-UNAVAIL-COUNT TO WS-UNAVAIL-COUNT

           MOVE WC-CREDITBAND    TO RD-CREDITBAND
           MOVE WC-CHECK-COUNT   TO RD-CHECK-COUNT
           MOVE WC-PASS-COUNT    TO RD-PASS-COUNT
           MOVE WC-REFER-COUNT   TO RD-REFER-COUNT
           MOVE WC-FAIL-COUNT    TO RD-FAIL-COUNT
           MOVE WC-UNAVAIL-COUNT TO RD-UNAVAIL-COUNT
           MOVE WS-RPT-DETAIL    TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-BAND-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the month's totals, the verdict rates and     *
      * the failed checks not yet reviewed                             *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE IVCURSOR
           END-EXEC

           MOVE WS-CHECK-COUNT   TO RT-CHECK-COUNT
           MOVE WS-PASS-COUNT    TO RT-PASS-COUNT
           MOVE WS-REFER-COUNT   TO RT-REFER-COUNT
           MOVE WS-FAIL-COUNT    TO RT-FAIL-COUNT
           MOVE WS-UNAVAIL-COUNT TO RT-UNAVAIL-COUNT
           MOVE WS-RPT-TOTAL     TO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO RR-PASS-RATE RR-REFER-RATE
                     RR-FAIL-RATE RR-UNAVAIL-RATE
           IF WS-CHECK-COUNT GREATER THAN ZERO
             COMPUTE WS-RATE-WORK ROUNDED =
                 WS-PASS-COUNT * 100 / WS-CHECK-COUNT
             MOVE WS-RATE-WORK TO RR-PASS-RATE
             COMPUTE WS-RATE-WORK ROUNDED =
                 WS-REFER-COUNT * 100 / WS-CHECK-COUNT
             MOVE WS-RATE-WORK TO RR-REFER-RATE
             COMPUTE WS-RATE-WORK ROUNDED =
                 WS-FAIL-COUNT * 100 / WS-CHECK-COUNT
             MOVE WS-RATE-WORK TO RR-FAIL-RATE
             COMPUTE WS-RATE-WORK ROUNDED =
                 WS-UNAVAIL-COUNT * 100 / WS-CHECK-COUNT
             MOVE WS-RATE-WORK TO RR-UNAVAIL-RATE
           END-IF
           MOVE WS-RPT-RATES     TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PENDING-COUNT
                 FROM CREDIT_CHECK
                WHERE CHECKRESULT  = 'F'
                  AND REVIEWSTATUS = 'P'
                  AND CHECKDATE   >= :WS-FROM-DATE
                  AND CHECKDATE   <  :WS-TO-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO COUNT PENDING REVIEWS' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 0 TO WS-PENDING-COUNT
           END-IF
           MOVE WS-PENDING-COUNT TO RP-PENDING-COUNT
           MOVE WS-RPT-PENDING   TO RPT-LINE
           WRITE RPT-LINE

           CLOSE IVB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
