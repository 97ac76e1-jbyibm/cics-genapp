      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-02-17  DM  Initial version.                            *
      *    2026-10-15  DM  The clock can run in working days           *
      *                    (LGBUSDAY) - 'CALENDAR'/'CMPLAGE' set to 1  *
      *                    ages on 0-20, 21-40 and over 40 working     *
      *                    days.  Calendar days stay the default, the  *
      *                    basis the eight-week rule is written in.    *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGCAB01.
           05 WS-RCV-INT               PIC S9(09) COMP.
           05 WS-AGE-DAYS              PIC S9(09) COMP.

      * The clock's basis and band limits - calendar days 28 and 56
      * unless SYSTEM_PARAMETER 'CALENDAR'/'CMPLAGE' is 1, which ages
      * in working days against 20 and 40 (the same four and eight
      * weeks)
       77  WS-AGE-BASIS                PIC X(01) VALUE 'C'.
           88 WS-AGE-WORKING-DAYS            VALUE 'W'.
       77  WS-BAND-1-LIMIT             PIC S9(03) COMP VALUE 28.
       77  WS-CLOCK-LIMIT              PIC S9(03) COMP VALUE 56.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(26)
                      VALUE 'COMPLAINTS AGING REPORT - '.
       01  WS-RPT-CAT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' CAT ='.
           05 RC-CAT-CODE              PIC X(04).
           05 RC-BAND-1-LABEL          PIC X(08) VALUE '  0-28 ='.
           05 RC-BAND-1                PIC Z(04)9.
           05 RC-BAND-2-LABEL          PIC X(08) VALUE ' 29-56 ='.
           05 RC-BAND-2                PIC Z(04)9.
           05 FILLER                   PIC X(11)
                      VALUE ' BREACHED ='.

       01  WS-RPT-CLM-DETAIL.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 RL-BAND-1-LABEL          PIC X(08) VALUE '  0-28 ='.
           05 RL-BAND-1                PIC Z(04)9.
           05 RL-BAND-2-LABEL          PIC X(08) VALUE ' 29-56 ='.
           05 RL-BAND-2                PIC Z(04)9.
           05 FILLER                   PIC X(11)
                      VALUE ' BREACHED ='.
           05 RT-BREACHED-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
      * Business-day calendar - see LGBUSDAY                           *
      *----------------------------------------------------------------*
           COPY LGBUSDAY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
           05 WC-RECEIVEDDATE          PIC X(10).
           05 WC-CLAIMNUMBER           PIC 9(10).

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

           PERFORM 1100-LOAD-AGE-BASIS THRU 1100-LOAD-AGE-BASIS-EXIT

           EXEC SQL
               OPEN CACURSOR
           END-EXEC
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-AGE-BASIS - see the note at WS-AGE-BASIS; on the     *
      * working-day basis the calendar is loaded for this year and     *
      * the two before it                                              *
      ******************************************************************
       1100-LOAD-AGE-BASIS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'CALENDAR'
                  AND PARAMKEY   = 'CMPLAGE '
           END-EXEC
           IF SQLCODE NOT EQUAL 0 OR WS-PRM-NUM NOT EQUAL 1
             MOVE 'AGED IN CALENDAR DAYS' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 1100-LOAD-AGE-BASIS-EXIT
           END-IF

           MOVE 'W' TO WS-AGE-BASIS
           MOVE 20  TO WS-BAND-1-LIMIT
           MOVE 40  TO WS-CLOCK-LIMIT
           MOVE '  0-20 =' TO RC-BAND-1-LABEL RL-BAND-1-LABEL
           MOVE ' 21-40 =' TO RC-BAND-2-LABEL RL-BAND-2-LABEL
           MOVE 'AGED IN WORKING DAYS' TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TODAY-YYYYMMDD(1:4) TO BD-LOAD-TO-YEAR
           COMPUTE BD-LOAD-FROM-YEAR = BD-LOAD-TO-YEAR - 2
           PERFORM 7500-LOAD-CALENDAR THRU 7500-LOAD-CALENDAR-EXIT.
       1100-LOAD-AGE-BASIS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - age one open complaint into the category   *
      * and claim-involvement breakdowns                               *
           MOVE WC-RECEIVEDDATE(9:2) TO WS-RCV-NUMERIC(7:2)
           COMPUTE WS-RCV-INT =
               FUNCTION INTEGER-OF-DATE(WS-RCV-NUMERIC)
           IF WS-AGE-WORKING-DAYS
             MOVE WS-RCV-INT   TO BD-DATE-INT
             MOVE WS-TODAY-INT TO BD-END-INT
             PERFORM 7800-COUNT-WORKING-DAYS
                 THRU 7800-COUNT-WORKING-DAYS-EXIT
             MOVE BD-DAYS TO WS-AGE-DAYS
           ELSE
             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RCV-INT
           END-IF

           IF WS-AGE-DAYS GREATER THAN WS-CLOCK-LIMIT
             ADD 1 TO WS-BREACHED-COUNT
           END-IF

      ******************************************************************
       2160-ADD-TO-CAT-BANDS.
           EVALUATE TRUE
             WHEN WS-AGE-DAYS NOT GREATER THAN WS-BAND-1-LIMIT
               ADD 1 TO WS-CAT-BAND-1(WS-CAT-IDX)
             WHEN WS-AGE-DAYS NOT GREATER THAN WS-CLOCK-LIMIT
               ADD 1 TO WS-CAT-BAND-2(WS-CAT-IDX)
             WHEN OTHER
               ADD 1 TO WS-CAT-BREACHED(WS-CAT-IDX)
       2200-ACCUMULATE-CLAIM-SPLIT.
           IF WC-CLAIMNUMBER GREATER THAN ZERO
             EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN WS-BAND-1-LIMIT
                 ADD 1 TO WS-CLM-BAND-1
               WHEN WS-AGE-DAYS NOT GREATER THAN WS-CLOCK-LIMIT
                 ADD 1 TO WS-CLM-BAND-2
               WHEN OTHER
                 ADD 1 TO WS-CLM-BREACHED
             END-EVALUATE
           ELSE
             EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER THAN WS-BAND-1-LIMIT
                 ADD 1 TO WS-NOC-BAND-1
               WHEN WS-AGE-DAYS NOT GREATER THAN WS-CLOCK-LIMIT
                 ADD 1 TO WS-NOC-BAND-2
               WHEN OTHER
                 ADD 1 TO WS-NOC-BREACHED
           CLOSE CAB-RPT.
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
