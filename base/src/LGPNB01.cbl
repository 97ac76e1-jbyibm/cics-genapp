      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-10-13  DM  Initial version.                            *
      *    2026-10-15  DM  Installments in an agreed payment holiday   *
      *                    (PAYMENT_HOLIDAY, LGPHM01) draw no advance  *
      *                    notice.                                     *
      *    2026-10-15  DM  The notice carries the collection date      *
      *                    LGDDB01 will actually present - DUEDATE     *
      *                    rolled past weekends and bank holidays      *
      *                    (LGBUSDAY) - and a notice landing inside    *
      *                    the advance-notice lead time is flagged     *
      *                    SHORT and counted.                          *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPNB01.

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-PERIOD               PIC X(06) VALUE SPACES.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

       77  WS-NOTICE-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-EMAIL-QUEUED-COUNT       PIC S9(7) COMP VALUE 0.
       77  WS-POST-QUEUED-COUNT        PIC S9(7) COMP VALUE 0.
       77  WS-SHORT-NOTICE-COUNT       PIC S9(7) COMP VALUE 0.
      * The scheme's advance-notice lead time - days from the run to
      * the collection date, working days unless the 'CALENDAR'/
      * 'DDNOTICE' basis is set to 0.  Overridden at entry from
      * SYSTEM_PARAMETER ('DDNOTICE'/'LEADDAYS', maintained through
      * LGPAR01); the compiled figures stand only when the table
      * cannot be read
       77  WS-LEAD-DAYS                PIC S9(03) COMP VALUE 10.
       77  WS-NOTICE-BASIS             PIC X(01) VALUE 'W'.
           88 WS-NOTICE-WORKING-DAYS         VALUE 'W'.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
      * the date the bank will take the money, and the days' notice
      * the customer gets of it
       77  WS-COLLECT-DATE             PIC X(10) VALUE SPACES.
       77  WS-NOTICE-DAYS              PIC S9(07) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGRNB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.
           05 RD-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' VIA='.
           05 RD-CHANNEL               PIC X(04).
           05 FILLER                   PIC X(04) VALUE ' ON='.
           05 RD-COLLECT-DATE          PIC X(10).
      * ' SHORT' - inside the advance-notice lead time
           05 RD-SHORT-FLAG            PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(09) VALUE 'NOTICES='.
           05 RT-EMAIL-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' POST='.
           05 RT-POST-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' SHORT='.
           05 RT-SHORT-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(23) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

      *----------------------------------------------------------------*
      * Business-day calendar - see LGBUSDAY                           *
      *----------------------------------------------------------------*
           COPY LGBUSDAY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Installments due in the coming collection period, not yet
                      AND C.CUSTOMERSTATUS <> 'X'
                      AND SUBSTR(I.DUEDATE, 1, 4) ||
                          SUBSTR(I.DUEDATE, 6, 2) <= :WS-RUN-PERIOD
      * nothing inside an agreed payment holiday (LGPHM01) - the
      * window covers anything raised into it after the grant too
                      AND NOT EXISTS
                          (SELECT 1
                             FROM PAYMENT_HOLIDAY H
                            WHERE H.POLICYNUMBER  = I.POLICYNUMBER
                              AND H.HOLIDAYSTATUS = 'A'
                              AND SUBSTR(I.DUEDATE, 1, 4) ||
                                  SUBSTR(I.DUEDATE, 6, 2)
                                  BETWEEN H.STARTMONTH AND H.ENDMONTH)
                    ORDER BY I.POLICYNUMBER, I.INSTALLMENTNUM
           END-EXEC.

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

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-INSTALLMENTNUM        PIC 9(04).
           ACCEPT WS-PARM-CARD FROM SYSIN

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-RUN-PERIOD
           ELSE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

      * the same window LGDDB01 loads, so both runs roll a DUEDATE
      * to the same collection date
           MOVE WS-RUN-PERIOD(1:4) TO BD-LOAD-FROM-YEAR
           SUBTRACT 1 FROM BD-LOAD-FROM-YEAR
           COMPUTE BD-LOAD-TO-YEAR = BD-LOAD-FROM-YEAR + 2
           PERFORM 7500-LOAD-CALENDAR THRU 7500-LOAD-CALENDAR-EXIT

           EXEC SQL
               OPEN PNCURSOR
           END-EXEC
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-LEAD-DAYS          *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'DDNOTICE'
                  AND PARAMKEY   = 'LEADDAYS'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-LEAD-DAYS
           END-IF

           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'CALENDAR'
                  AND PARAMKEY   = 'DDNOTICE'
           END-EXEC
           IF SQLCODE EQUAL 0 AND WS-PRM-NUM EQUAL ZERO
             MOVE 'C' TO WS-NOTICE-BASIS
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one notice per installment due: email      *
      * where the customer has a usable address, the print feed        *
      * breach
           COMPUTE WS-GROSS-AMOUNT = WC-AMOUNT + WC-IPTAMOUNT

           PERFORM 2900-CHECK-LEAD-TIME THRU 2900-CHECK-LEAD-TIME-EXIT

           PERFORM 2800-LOOKUP-PREFERENCES
               THRU 2800-LOOKUP-PREFERENCES-EXIT
           IF WC-EMAILADDRESS NOT EQUAL SPACES
           MOVE WC-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WC-INSTALLMENTNUM TO RD-INSTALLMENTNUM
           MOVE WS-GROSS-AMOUNT   TO RD-AMOUNT
           MOVE WS-COLLECT-DATE   TO RD-COLLECT-DATE
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE

       2800-LOOKUP-PREFERENCES-EXIT.
           EXIT.

      ******************************************************************
      * 2900-CHECK-LEAD-TIME - the collection date is DUEDATE rolled   *
      * to a working day, exactly as LGDDB01 presents it.  Notice      *
      * inside the lead time is flagged SHORT but still sent - a late  *
      * notice is better than none, and the list tells collections     *
      * which installments to hold back a month.                       *
      ******************************************************************
       2900-CHECK-LEAD-TIME.
           MOVE WC-DUEDATE TO BD-DATE
           PERFORM 7600-ROLL-TO-WORKING-DAY
               THRU 7600-ROLL-TO-WORKING-DAY-EXIT
           MOVE BD-DATE TO WS-COLLECT-DATE
           MOVE SPACES TO RD-SHORT-FLAG
           IF BD-DATE-INT NOT GREATER THAN 0
             GO TO 2900-CHECK-LEAD-TIME-EXIT
           END-IF

           IF WS-NOTICE-WORKING-DAYS
             MOVE BD-DATE-INT  TO BD-END-INT
             MOVE WS-TODAY-INT TO BD-DATE-INT
             PERFORM 7800-COUNT-WORKING-DAYS
                 THRU 7800-COUNT-WORKING-DAYS-EXIT
             MOVE BD-DAYS TO WS-NOTICE-DAYS
           ELSE
             COMPUTE WS-NOTICE-DAYS = BD-DATE-INT - WS-TODAY-INT
           END-IF

           IF WS-NOTICE-DAYS LESS THAN WS-LEAD-DAYS
             MOVE ' SHORT' TO RD-SHORT-FLAG
             ADD 1 TO WS-SHORT-NOTICE-COUNT
           END-IF.
       2900-CHECK-LEAD-TIME-EXIT.
           EXIT.

      ******************************************************************
      * 3000-QUEUE-EMAIL-NOTICE - one EMAIL_QUEUE row carrying the     *
      * DUEDATE and amount of the coming collection.  NOTICEAMOUNT     *
                           :WC-EMAILADDRESS,
                           'DDNOTICE',
                           :WS-GROSS-AMOUNT,
                           :WS-COLLECT-DATE,
                           :WS-PNQ-DATE,
                           :WS-PNQ-TIME,
                           'PENDING' )
           MOVE WS-NOTICE-COUNT       TO RT-NOTICE-COUNT
           MOVE WS-EMAIL-QUEUED-COUNT TO RT-EMAIL-COUNT
           MOVE WS-POST-QUEUED-COUNT  TO RT-POST-COUNT
           MOVE WS-SHORT-NOTICE-COUNT TO RT-SHORT-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           END-IF.
       8900-REGISTER-RUN-END-EXIT.
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
      * 7550-CHECK-WORKING-DAY - BD-WORKING-DAY set when day number    *
      * BD-DATE-INT is a weekday and not a loaded bank holiday         *
      ******************************************************************
       7550-CHECK-WORKING-DAY.
           MOVE 'Y' TO BD-WORKING-SW
           MOVE BD-DATE-INT TO BD-DOW-INT
           PERFORM 7540-DAY-OF-WEEK THRU 7540-DAY-OF-WEEK-EXIT
           IF BD-DOW GREATER THAN 4
             MOVE 'N' TO BD-WORKING-SW
             GO TO 7550-CHECK-WORKING-DAY-EXIT
           END-IF

           MOVE BD-DATE-INT TO BD-YEAR-INT
           PERFORM 7560-CHECK-YEAR-LOADED
               THRU 7560-CHECK-YEAR-LOADED-EXIT

           MOVE 'N' TO BD-HOLIDAY-SW
           PERFORM 7570-MATCH-HOLIDAY THRU 7570-MATCH-HOLIDAY-EXIT
               VARYING BD-HOL-IDX FROM 1 BY 1
               UNTIL BD-HOL-IDX GREATER THAN BD-HOLIDAY-COUNT
                  OR BD-HOLIDAY-FOUND
           IF BD-HOLIDAY-FOUND
             MOVE 'N' TO BD-WORKING-SW
           END-IF.
       7550-CHECK-WORKING-DAY-EXIT.
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
      * 7570-MATCH-HOLIDAY - is the holiday in this slot BD-DATE-INT?  *
      ******************************************************************
       7570-MATCH-HOLIDAY.
           IF BD-HOLIDAY-INT(BD-HOL-IDX) EQUAL BD-DATE-INT
             MOVE 'Y' TO BD-HOLIDAY-SW
           END-IF.
       7570-MATCH-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 7600-ROLL-TO-WORKING-DAY - BD-DATE (CCYY-MM-DD) moved forward  *
      * to the first working day on or after it; BD-DATE-INT is left   *
      * as its day number.  A date that will not convert is left as    *
      * it is.                                                         *
      ******************************************************************
       7600-ROLL-TO-WORKING-DAY.
           MOVE BD-DATE(1:4) TO BD-DATE-NUMERIC(1:4)
           MOVE BD-DATE(6:2) TO BD-DATE-NUMERIC(5:2)
           MOVE BD-DATE(9:2) TO BD-DATE-NUMERIC(7:2)
           IF BD-DATE-NUMERIC IS NOT NUMERIC
             MOVE 0 TO BD-DATE-INT
             GO TO 7600-ROLL-TO-WORKING-DAY-EXIT
           END-IF
           COMPUTE BD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BD-DATE-NUMERIC)
           IF BD-DATE-INT NOT GREATER THAN 0
             GO TO 7600-ROLL-TO-WORKING-DAY-EXIT
           END-IF

           PERFORM 7550-CHECK-WORKING-DAY
               THRU 7550-CHECK-WORKING-DAY-EXIT
           PERFORM 7610-NEXT-DAY THRU 7610-NEXT-DAY-EXIT
               UNTIL BD-WORKING-DAY

           COMPUTE BD-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(BD-DATE-INT)
           MOVE BD-DATE-NUMERIC(1:4) TO BD-DATE(1:4)
           MOVE '-'                  TO BD-DATE(5:1)
           MOVE BD-DATE-NUMERIC(5:2) TO BD-DATE(6:2)
           MOVE '-'                  TO BD-DATE(8:1)
           MOVE BD-DATE-NUMERIC(7:2) TO BD-DATE(9:2).
       7600-ROLL-TO-WORKING-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 7610-NEXT-DAY - step BD-DATE-INT on a day and test it          *
      ******************************************************************
       7610-NEXT-DAY.
           ADD 1 TO BD-DATE-INT
           PERFORM 7550-CHECK-WORKING-DAY
               THRU 7550-CHECK-WORKING-DAY-EXIT.
       7610-NEXT-DAY-EXIT.
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
