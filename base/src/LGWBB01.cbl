      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-03-23  DM  Initial version.                            *
      *    2026-10-15  DM  Each queue's SLA carries its own basis:     *
      *                    the day-to-day queues age in working days   *
      *                    (LGBUSDAY), claims and tracing stay on      *
      *                    calendar days.  'CALENDAR'/'WBSLA' set to 0 *
      *                    puts every queue back on calendar days.     *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGWBB01.

      * SLA thresholds in days per queue - the owning team agreed
      * these; tune here.  Sanctions carries the tightest SLA for the
      * obvious regulatory reason.  The basis byte says how the days
      * count: 'W' working days, 'C' calendar days.
       01  WS-SLA-STATICS.
           05 FILLER                   PIC X(08) VALUE 'UWREFER '.
           05 FILLER                   PIC S9(4) COMP VALUE +5.
           05 FILLER                   PIC X(01) VALUE 'W'.
           05 FILLER                   PIC X(08) VALUE 'SANCTION'.
           05 FILLER                   PIC S9(4) COMP VALUE +2.
           05 FILLER                   PIC X(01) VALUE 'W'.
           05 FILLER                   PIC X(08) VALUE 'CLAIMS  '.
           05 FILLER                   PIC S9(4) COMP VALUE +30.
           05 FILLER                   PIC X(01) VALUE 'C'.
           05 FILLER                   PIC X(08) VALUE 'DOCQUEUE'.
           05 FILLER                   PIC S9(4) COMP VALUE +5.
           05 FILLER                   PIC X(01) VALUE 'W'.
           05 FILLER                   PIC X(08) VALUE 'PAYREVW '.
           05 FILLER                   PIC S9(4) COMP VALUE +3.
           05 FILLER                   PIC X(01) VALUE 'W'.
           05 FILLER                   PIC X(08) VALUE 'TRACING '.
           05 FILLER                   PIC S9(4) COMP VALUE +30.
           05 FILLER                   PIC X(01) VALUE 'C'.
           05 FILLER                   PIC X(08) VALUE 'BEREAVE '.
           05 FILLER                   PIC S9(4) COMP VALUE +10.
           05 FILLER                   PIC X(01) VALUE 'W'.
           05 FILLER                   PIC X(08) VALUE 'SETTAPPR'.
           05 FILLER                   PIC S9(4) COMP VALUE +3.
           05 FILLER                   PIC X(01) VALUE 'W'.
       01  WS-SLA-TABLE REDEFINES WS-SLA-STATICS.
           05 WS-SLA-ENTRY OCCURS 8 TIMES INDEXED BY WS-SLA-IDX.
               10 WS-SLA-QUEUE         PIC X(08).
               10 WS-SLA-DAYS          PIC S9(4) COMP.
               10 WS-SLA-BASIS         PIC X(01).
                   88 WS-SLA-WORKING-DAYS    VALUE 'W'.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

      * Per-queue accumulators, one slot per queue in the cursor
       01  WS-QUEUE-TOTALS.
           05 RD-BAND-OVER7            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' OLDEST='.
           05 RD-OLDEST                PIC Z(04)9.
      * ' WD' working days, ' CD' calendar days
           05 RD-BASIS                 PIC X(03).
           05 RD-BREACH-FLAG           PIC X(12).
           05 FILLER                   PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      * Business-day calendar - see LGBUSDAY                           *
      *----------------------------------------------------------------*
           COPY LGBUSDAY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05 WC-QUEUE                 PIC X(08).
           05 WC-WAITING-SINCE         PIC X(10).

      * Business calendar - the years loaded and their bank holidays
      * inside the run's window (see LGBUSDAY)
           EXEC SQL
               DECLARE BYCURSOR CURSOR FOR
                   SELECT CALYEAR
                     FROM BUSINESS_CALENDAR
                    WHERE CALYEAR
                          BETWEEN SUBSTR(:BD-LOAD-FROM-DATE, 1, 4)
                              AND SUBSTR(:BD-LOAD-TO-DATE, 1, 4)
                    ORDER BY CALYEAR
           END-EXEC.

           EXEC SQL
               DECLARE BHCURSOR CURSOR FOR
                   SELECT HOLIDAYDATE
                     FROM BANK_HOLIDAY
                    WHERE HOLIDAYDATE BETWEEN :BD-LOAD-FROM-DATE
                                          AND :BD-LOAD-TO-DATE
                    ORDER BY HOLIDAYDATE
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

      * 'CALENDAR'/'WBSLA' at 0 takes every queue off working days
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'CALENDAR'
                  AND PARAMKEY   = 'WBSLA   '
           END-EXEC
           IF SQLCODE EQUAL 0 AND WS-PRM-NUM EQUAL ZERO
             PERFORM 1200-SET-CALENDAR-BASIS
                 THRU 1200-SET-CALENDAR-BASIS-EXIT
                 VARYING WS-SLA-IDX FROM 1 BY 1
                 UNTIL WS-SLA-IDX GREATER THAN 8
           ELSE
      * this year and the two before it - claims sit open for years,
      * but they age in calendar days
             MOVE WS-TODAY-YYYYMMDD(1:4) TO BD-LOAD-TO-YEAR
             COMPUTE BD-LOAD-FROM-YEAR = BD-LOAD-TO-YEAR - 2
             PERFORM 7500-LOAD-CALENDAR THRU 7500-LOAD-CALENDAR-EXIT
           END-IF

           EXEC SQL
               OPEN WBCURSOR
           END-EXEC
       1100-PRIME-QUEUE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 1200-SET-CALENDAR-BASIS                                        *
      ******************************************************************
       1200-SET-CALENDAR-BASIS.
           MOVE 'C' TO WS-SLA-BASIS(WS-SLA-IDX).
       1200-SET-CALENDAR-BASIS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - age one outstanding item into its queue's  *
      * bands                                                          *
           MOVE WC-WAITING-SINCE(9:2) TO WS-ITEM-NUMERIC(7:2)
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-NUMERIC)

           PERFORM 3000-ACCUMULATE-QUEUE
               THRU 3000-ACCUMULATE-QUEUE-EXIT
           EXIT.

      ******************************************************************
      * 3000-ACCUMULATE-QUEUE - the item is aged on its queue's basis  *
      ******************************************************************
       3000-ACCUMULATE-QUEUE.
           IF WS-Q-NAME(WS-Q-IDX) NOT EQUAL WC-QUEUE
             GO TO 3000-ACCUMULATE-QUEUE-EXIT
           END-IF

           SET WS-SLA-IDX TO WS-Q-IDX
           IF WS-SLA-WORKING-DAYS(WS-SLA-IDX)
             MOVE WS-ITEM-INT  TO BD-DATE-INT
             MOVE WS-TODAY-INT TO BD-END-INT
             PERFORM 7800-COUNT-WORKING-DAYS
                 THRU 7800-COUNT-WORKING-DAYS-EXIT
             MOVE BD-DAYS TO WS-ITEM-AGE-DAYS
           ELSE
             COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
           END-IF
           IF WS-ITEM-AGE-DAYS LESS THAN ZERO
             MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF

           EVALUATE TRUE
             WHEN WS-ITEM-AGE-DAYS NOT GREATER THAN 3
               ADD 1 TO WS-Q-BAND-0-3(WS-Q-IDX)
           MOVE WS-Q-BAND-4-7(WS-Q-IDX)   TO RD-BAND-4-7
           MOVE WS-Q-BAND-OVER7(WS-Q-IDX) TO RD-BAND-OVER7
           MOVE WS-Q-OLDEST-DAYS(WS-Q-IDX) TO RD-OLDEST
           IF WS-SLA-WORKING-DAYS(WS-SLA-IDX)
             MOVE ' WD' TO RD-BASIS
           ELSE
             MOVE ' CD' TO RD-BASIS
           END-IF

           IF WS-Q-OLDEST-DAYS(WS-Q-IDX) GREATER THAN
                   WS-SLA-DAYS(WS-SLA-IDX)
           CLOSE WBB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 7500-LOAD-CALENDAR - the loaded years and their bank holidays  *
      * for BD-LOAD-FROM-YEAR to BD-LOAD-TO-YEAR, held as day numbers  *
      * for the run.  A failed load leaves weekends alone counted,     *
      * and the report says so.                                        *
      ******************************************************************
       7500-LOAD-CALENDAR.
           MOVE 0 TO BD-YEAR-COUNT
           MOVE 0 TO BD-HOLIDAY-COUNT
           MOVE BD-LOAD-FROM-YEAR TO BD-LOAD-FROM-DATE(1:4)
           MOVE '-01-01'          TO BD-LOAD-FROM-DATE(5:6)
           MOVE BD-LOAD-TO-YEAR   TO BD-LOAD-TO-DATE(1:4)
           MOVE '-12-31'          TO BD-LOAD-TO-DATE(5:6)

           EXEC SQL
               OPEN BYCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BUSINESS CALENDAR LOAD FAILED - WEEKENDS ONLY'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 7500-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO BD-LOAD-DONE-SW
           PERFORM 7510-FETCH-YEAR THRU 7510-FETCH-YEAR-EXIT
               UNTIL BD-LOAD-DONE
           EXEC SQL
               CLOSE BYCURSOR
           END-EXEC

           EXEC SQL
               OPEN BHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BANK HOLIDAY LOAD FAILED - WEEKENDS ONLY'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 7500-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO BD-LOAD-DONE-SW
           PERFORM 7520-FETCH-HOLIDAY THRU 7520-FETCH-HOLIDAY-EXIT
               UNTIL BD-LOAD-DONE
           EXEC SQL
               CLOSE BHCURSOR
           END-EXEC.
       7500-LOAD-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 7510-FETCH-YEAR - one loaded year into the year table          *
      ******************************************************************
       7510-FETCH-YEAR.
           EXEC SQL
               FETCH BYCURSOR
                 INTO :BD-FETCH-YEAR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO BD-LOAD-DONE-SW
             GO TO 7510-FETCH-YEAR-EXIT
           END-IF
           IF BD-FETCH-YEAR IS NUMERIC
               AND BD-YEAR-COUNT LESS THAN 10
             ADD 1 TO BD-YEAR-COUNT
             SET BD-YEAR-IDX TO BD-YEAR-COUNT
             MOVE BD-FETCH-YEAR TO BD-YEAR(BD-YEAR-IDX)
           END-IF.
       7510-FETCH-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 7520-FETCH-HOLIDAY - one bank holiday into the holiday table   *
      ******************************************************************
       7520-FETCH-HOLIDAY.
           EXEC SQL
               FETCH BHCURSOR
                 INTO :BD-FETCH-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO BD-LOAD-DONE-SW
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           IF BD-HOLIDAY-COUNT NOT LESS THAN 200
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           MOVE BD-FETCH-DATE(1:4) TO BD-DATE-NUMERIC(1:4)
           MOVE BD-FETCH-DATE(6:2) TO BD-DATE-NUMERIC(5:2)
           MOVE BD-FETCH-DATE(9:2) TO BD-DATE-NUMERIC(7:2)
           IF BD-DATE-NUMERIC IS NOT NUMERIC
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           ADD 1 TO BD-HOLIDAY-COUNT
           SET BD-HOL-IDX TO BD-HOLIDAY-COUNT
           COMPUTE BD-HOLIDAY-INT(BD-HOL-IDX) =
               FUNCTION INTEGER-OF-DATE(BD-DATE-NUMERIC).
       7520-FETCH-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 7540-DAY-OF-WEEK - BD-DOW for day number BD-DOW-INT, 0 Monday  *
      * to 6 Sunday (day 1, 1601-01-01, was a Monday)                  *
      ******************************************************************
       7540-DAY-OF-WEEK.
           SUBTRACT 1 FROM BD-DOW-INT
           DIVIDE BD-DOW-INT BY 7 GIVING BD-DOW-QUOT
               REMAINDER BD-DOW.
       7540-DAY-OF-WEEK-EXIT.
           EXIT.

      ******************************************************************
      * 7560-CHECK-YEAR-LOADED - the year of day number BD-YEAR-INT,   *
      * if inside the run's window, should have its calendar on file;  *
      * the first date met in a missing year is reported               *
      ******************************************************************
       7560-CHECK-YEAR-LOADED.
           COMPUTE BD-YEAR-NUMERIC =
               FUNCTION DATE-OF-INTEGER(BD-YEAR-INT)
           MOVE BD-YEAR-NUMERIC(1:4) TO BD-WORK-YEAR
           IF BD-WORK-YEAR LESS THAN BD-LOAD-FROM-YEAR
               OR BD-WORK-YEAR GREATER THAN BD-LOAD-TO-YEAR
               OR BD-WORK-YEAR EQUAL BD-WARNED-YEAR
             GO TO 7560-CHECK-YEAR-LOADED-EXIT
           END-IF

           MOVE 'N' TO BD-YEAR-SW
           PERFORM 7565-MATCH-YEAR THRU 7565-MATCH-YEAR-EXIT
               VARYING BD-YEAR-IDX FROM 1 BY 1
               UNTIL BD-YEAR-IDX GREATER THAN BD-YEAR-COUNT
                  OR BD-YEAR-LOADED
           IF NOT BD-YEAR-LOADED
             MOVE BD-WORK-YEAR TO BD-WARNED-YEAR
             MOVE BD-WORK-YEAR TO BD-RW-YEAR
             MOVE BD-RPT-WARNING TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       7560-CHECK-YEAR-LOADED-EXIT.
           EXIT.

      ******************************************************************
      * 7565-MATCH-YEAR - is the year in this slot BD-WORK-YEAR?       *
      ******************************************************************
       7565-MATCH-YEAR.
           IF BD-YEAR(BD-YEAR-IDX) EQUAL BD-WORK-YEAR
             MOVE 'Y' TO BD-YEAR-SW
           END-IF.
       7565-MATCH-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 7800-COUNT-WORKING-DAYS - BD-DAYS is the working days after    *
      * day number BD-DATE-INT up to and including BD-END-INT, zero    *
      * when the end is not after the start.  Whole weeks count five   *
      * each, the odd days are tested, then the holidays in the range  *
      * come off.                                                      *
      ******************************************************************
       7800-COUNT-WORKING-DAYS.
           MOVE 0 TO BD-DAYS
           IF BD-END-INT NOT GREATER THAN BD-DATE-INT
             GO TO 7800-COUNT-WORKING-DAYS-EXIT
           END-IF

           COMPUTE BD-SPAN = BD-END-INT - BD-DATE-INT
           DIVIDE BD-SPAN BY 7 GIVING BD-WEEKS
           COMPUTE BD-DAYS = BD-WEEKS * 5
           COMPUTE BD-STEP-INT = BD-DATE-INT + (BD-WEEKS * 7) + 1
           PERFORM 7810-COUNT-ODD-DAY THRU 7810-COUNT-ODD-DAY-EXIT
               UNTIL BD-STEP-INT GREATER THAN BD-END-INT

           PERFORM 7820-DROP-HOLIDAY THRU 7820-DROP-HOLIDAY-EXIT
               VARYING BD-HOL-IDX FROM 1 BY 1
               UNTIL BD-HOL-IDX GREATER THAN BD-HOLIDAY-COUNT

           MOVE BD-END-INT TO BD-YEAR-INT
           PERFORM 7560-CHECK-YEAR-LOADED
               THRU 7560-CHECK-YEAR-LOADED-EXIT.
       7800-COUNT-WORKING-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * 7810-COUNT-ODD-DAY - one day past the whole weeks, counted if  *
      * a weekday                                                      *
      ******************************************************************
       7810-COUNT-ODD-DAY.
           MOVE BD-STEP-INT TO BD-DOW-INT
           PERFORM 7540-DAY-OF-WEEK THRU 7540-DAY-OF-WEEK-EXIT
           IF BD-DOW LESS THAN 5
             ADD 1 TO BD-DAYS
           END-IF
           ADD 1 TO BD-STEP-INT.
       7810-COUNT-ODD-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 7820-DROP-HOLIDAY - a weekday holiday inside the range is not  *
      * a working day                                                  *
      ******************************************************************
       7820-DROP-HOLIDAY.
           IF BD-HOLIDAY-INT(BD-HOL-IDX) GREATER THAN BD-DATE-INT
               AND BD-HOLIDAY-INT(BD-HOL-IDX) NOT GREATER THAN
                   BD-END-INT
             MOVE BD-HOLIDAY-INT(BD-HOL-IDX) TO BD-DOW-INT
             PERFORM 7540-DAY-OF-WEEK THRU 7540-DAY-OF-WEEK-EXIT
             IF BD-DOW LESS THAN 5
               SUBTRACT 1 FROM BD-DAYS
             END-IF
           END-IF.
       7820-DROP-HOLIDAY-EXIT.
           EXIT.
