       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBCB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Business calendar year-end check.  The collection, notice,   *
      *  grace and SLA clocks (see LGBUSDAY) count working days off    *
      *  the BANK_HOLIDAY table LGBCM01 maintains; a year nobody has   *
      *  loaded is worked on weekends alone, and the first anyone      *
      *  hears of it is a collection presented on New Year's Day.      *
      *  This job checks that this year and next are opened on         *
      *  BUSINESS_CALENDAR with holidays on them, and lists next       *
      *  year's holidays for a second pair of eyes.                    *
      *                                                                *
      *   This year missing is always an error.  Next year missing is  *
      *  an error from the warning month on - SYSTEM_PARAMETER         *
      *  'CALENDAR'/'WARNMNTH', October when the table cannot be read  *
      *  - and only noted before it.  An error raises an ERROR_ALERT   *
      *  row and ends the step RC 8 for the schedule.                  *
      *                                                                *
      *   SYSIN card 1-4 is an optional CCYY to check as next year -   *
      *  always treated as past the warning month; blank takes the     *
      *  year after the current one.  Run monthly, read-only apart     *
      *  from its BATCH_RUN_CONTROL registration and the alert.        *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBCB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCB-RPT   ASSIGN TO BCBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BCB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Year card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-YEAR             PIC X(04).
           05 FILLER                   PIC X(76).

      * From this month on, next year's calendar must be loaded -
      * overridden at entry from SYSTEM_PARAMETER ('CALENDAR'/
      * 'WARNMNTH', maintained through LGPAR01)
       77  WS-WARN-MONTH               PIC S9(03) COMP VALUE 10.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-YEAR-WORK.
           05 WS-THIS-YEAR             PIC 9(04).
           05 WS-NEXT-YEAR             PIC 9(04).
           05 WS-TODAY-MM              PIC 9(02).
      * the year being checked, and whether missing it is an error
           05 WS-CHK-YEAR              PIC X(04).
           05 WS-CHK-REQUIRED-SW       PIC X(01).
               88 WS-CHK-REQUIRED            VALUE 'Y'.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-ERROR-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-HOLIDAY-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-LISTED-COUNT             PIC S9(7) COMP VALUE 0.

      * The year's BUSINESS_CALENDAR row
       01  WS-CAL-ROW.
           05 WS-CAL-LOADEDBY          PIC X(05).
           05 WS-CAL-LOADEDDATE        PIC X(10).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(34)
                      VALUE 'BUSINESS CALENDAR YEAR-END CHECK -'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-RPT-YEAR.
           05 FILLER                   PIC X(05) VALUE 'YEAR '.
           05 RY-YEAR                  PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RY-STATUS                PIC X(22).
           05 FILLER                   PIC X(04) VALUE ' BY '.
           05 RY-LOADEDBY              PIC X(05).
           05 FILLER                   PIC X(04) VALUE ' ON '.
           05 RY-LOADEDDATE            PIC X(10).
           05 FILLER                   PIC X(10) VALUE ' HOLIDAYS='.
           05 RY-HOLIDAY-COUNT         PIC Z(03)9.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-MISSING.
           05 FILLER                   PIC X(05) VALUE 'YEAR '.
           05 RM-YEAR                  PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-TEXT                  PIC X(70).

       01  WS-RPT-HOLIDAY.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RB-HOLIDAYDATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RB-DAYNAME               PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RB-DESCRIPTION           PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RB-ENTEREDBY             PIC X(05).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(17)
                                        VALUE 'CALENDAR ERRORS ='.
           05 RT-ERROR-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(56) VALUE SPACES.

      * Day names, Monday first - the holiday list shows the day so a
      * holiday keyed against the wrong date stands out
       01  WS-DAY-NAME-STATICS.
           05 FILLER                   PIC X(21)
                      VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-STATICS.
           05 WS-DAY-NAME              PIC X(03) OCCURS 7 TIMES.
       01  WS-DAY-WORK.
           05 WS-DAY-NUMERIC           PIC 9(08).
           05 WS-DAY-INT               PIC S9(9) COMP.
           05 WS-DAY-WEEKS             PIC S9(9) COMP.
           05 WS-DAY-DOW               PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Next year's holidays, first to last
           EXEC SQL
               DECLARE BHCURSOR CURSOR FOR
                   SELECT HOLIDAYDATE, DESCRIPTION, ENTEREDBY
                     FROM BANK_HOLIDAY
                    WHERE CALYEAR = :WS-CHK-YEAR
                    ORDER BY HOLIDAYDATE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-HOLIDAYDATE           PIC X(10).
           05 WC-DESCRIPTION           PIC X(30).
           05 WC-ENTEREDBY             PIC X(05).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             MOVE WS-THIS-YEAR TO WS-CHK-YEAR
             MOVE 'Y' TO WS-CHK-REQUIRED-SW
             PERFORM 2000-CHECK-YEAR THRU 2000-CHECK-YEAR-EXIT
           END-IF
           IF NOT WS-ABORTED
             MOVE WS-NEXT-YEAR TO WS-CHK-YEAR
             MOVE 'N' TO WS-CHK-REQUIRED-SW
             IF WS-PARM-YEAR NOT EQUAL SPACES
                 OR WS-TODAY-MM NOT LESS THAN WS-WARN-MONTH
               MOVE 'Y' TO WS-CHK-REQUIRED-SW
             END-IF
             PERFORM 2000-CHECK-YEAR THRU 2000-CHECK-YEAR-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3000-LIST-HOLIDAYS THRU 3000-LIST-HOLIDAYS-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the years to check, the warning month,       *
      * register the run                                               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BCB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-THIS-YEAR
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-MM
           IF WS-PARM-YEAR EQUAL SPACES
             COMPUTE WS-NEXT-YEAR = WS-THIS-YEAR + 1
           ELSE
             IF WS-PARM-YEAR IS NOT NUMERIC
               MOVE 'INVALID YEAR ON SYSIN - EXPECTED CCYY'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
             END-IF
             MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
           END-IF

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           MOVE 'LGBCB01 '         TO RC-JOBNAME
           MOVE WS-NEXT-YEAR       TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-WARN-MONTH         *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'CALENDAR'
                  AND PARAMKEY   = 'WARNMNTH'
           END-EXEC
           IF SQLCODE EQUAL 0
               AND WS-PRM-NUM NOT LESS THAN 1
               AND WS-PRM-NUM NOT GREATER THAN 12
             MOVE WS-PRM-NUM TO WS-WARN-MONTH
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-YEAR - WS-CHK-YEAR opened, with holidays on it.     *
      * Either missing is an error when WS-CHK-REQUIRED, otherwise     *
      * only a note.                                                   *
      ******************************************************************
       2000-CHECK-YEAR.
           MOVE WS-CHK-YEAR TO RM-YEAR
           EXEC SQL
               SELECT LOADEDBY, LOADEDDATE
                 INTO :WS-CAL-LOADEDBY, :WS-CAL-LOADEDDATE
                 FROM BUSINESS_CALENDAR
                WHERE CALYEAR = :WS-CHK-YEAR
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               IF WS-CHK-REQUIRED
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 'CALENDAR NOT LOADED - LOAD IT THROUGH LGBCM01'
                   TO RM-TEXT
               ELSE
                 MOVE 'CALENDAR NOT LOADED YET - DUE BY THE WARNING MONT
      -              'H' TO RM-TEXT
               END-IF
               MOVE WS-RPT-MISSING TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2000-CHECK-YEAR-EXIT
             WHEN OTHER
               MOVE 'BUSINESS_CALENDAR SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-CHECK-YEAR-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HOLIDAY-COUNT
                 FROM BANK_HOLIDAY
                WHERE CALYEAR = :WS-CHK-YEAR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BANK_HOLIDAY COUNT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-CHECK-YEAR-EXIT
           END-IF

           MOVE WS-CHK-YEAR       TO RY-YEAR
           MOVE 'CALENDAR LOADED'  TO RY-STATUS
           MOVE WS-CAL-LOADEDBY   TO RY-LOADEDBY
           MOVE WS-CAL-LOADEDDATE TO RY-LOADEDDATE
           MOVE WS-HOLIDAY-COUNT  TO RY-HOLIDAY-COUNT
           MOVE WS-RPT-YEAR       TO RPT-LINE
           WRITE RPT-LINE

      * a year opened with no holidays keyed is as good as missing
           IF WS-HOLIDAY-COUNT EQUAL ZERO
             IF WS-CHK-REQUIRED
               ADD 1 TO WS-ERROR-COUNT
             END-IF
             MOVE 'OPENED BUT NO BANK HOLIDAYS KEYED' TO RM-TEXT
             MOVE WS-RPT-MISSING TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2000-CHECK-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-HOLIDAYS - next year's holidays, with the day each   *
      * falls on                                                       *
      ******************************************************************
       3000-LIST-HOLIDAYS.
           MOVE WS-NEXT-YEAR TO WS-CHK-YEAR
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BANK HOLIDAYS ON FILE FOR NEXT YEAR' TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN BHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN BHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-LIST-HOLIDAYS-EXIT
           END-IF

           PERFORM 3100-LIST-ONE-HOLIDAY THRU 3100-LIST-ONE-HOLIDAY-EXIT
               UNTIL WS-EOJ

           EXEC SQL
               CLOSE BHCURSOR
           END-EXEC

           IF WS-LISTED-COUNT EQUAL ZERO
             MOVE '     NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3000-LIST-HOLIDAYS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LIST-ONE-HOLIDAY - day 1 (1601-01-01) was a Monday        *
      ******************************************************************
       3100-LIST-ONE-HOLIDAY.
           EXEC SQL
               FETCH BHCURSOR
                 INTO :WC-HOLIDAYDATE,
                      :WC-DESCRIPTION,
                      :WC-ENTEREDBY
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 3100-LIST-ONE-HOLIDAY-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON BHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-LIST-ONE-HOLIDAY-EXIT
           END-IF

           ADD 1 TO WS-LISTED-COUNT
           MOVE '???' TO RB-DAYNAME
           MOVE WC-HOLIDAYDATE(1:4) TO WS-DAY-NUMERIC(1:4)
           MOVE WC-HOLIDAYDATE(6:2) TO WS-DAY-NUMERIC(5:2)
           MOVE WC-HOLIDAYDATE(9:2) TO WS-DAY-NUMERIC(7:2)
           IF WS-DAY-NUMERIC IS NUMERIC
             COMPUTE WS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DAY-NUMERIC) - 1
             DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-WEEKS
                 REMAINDER WS-DAY-DOW
             ADD 1 TO WS-DAY-DOW
             MOVE WS-DAY-NAME(WS-DAY-DOW) TO RB-DAYNAME
           END-IF

           MOVE WC-HOLIDAYDATE TO RB-HOLIDAYDATE
           MOVE WC-DESCRIPTION TO RB-DESCRIPTION
           MOVE WC-ENTEREDBY   TO RB-ENTEREDBY
           MOVE WS-RPT-HOLIDAY TO RPT-LINE
           WRITE RPT-LINE.
       3100-LIST-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - an error raises the alert and ends RC 8       *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-ERROR-COUNT TO RT-ERROR-COUNT
             MOVE WS-RPT-TOTAL   TO RPT-LINE
             WRITE RPT-LINE
           END-IF

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - CHECK INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-ERROR-COUNT GREATER THAN ZERO
               PERFORM 9100-RAISE-ALERT THRU 9100-RAISE-ALERT-EXIT
             END-IF
             MOVE WS-ERROR-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE BCB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 9100-RAISE-ALERT - a calendar is missing: ERROR_ALERT row for  *
      * operations, RC 8 for the schedule                              *
      ******************************************************************
       9100-RAISE-ALERT.
           EXEC SQL
               INSERT INTO ERROR_ALERT
                         ( PROGRAMID,
                           ERRORCOUNT,
                           THRESHOLD,
                           ALERTTIME )
                  VALUES ( :RC-JOBNAME,
                           :WS-ERROR-COUNT,
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
      * error count                                                    *
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
