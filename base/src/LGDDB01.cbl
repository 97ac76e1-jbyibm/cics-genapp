      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-09-02  DM  Initial version.                            *
      *    2026-10-15  DM  Only a live run of the predecessor          *
      *                    satisfies the start-up check - a            *
      *                    simulation (run type 'S') never does.       *
      *    2026-10-15  DM  A due date on a weekend or bank holiday     *
      *                    (BUSINESS_CALENDAR, see LGBUSDAY) is        *
      *                    presented on the next working day, and the  *
      *                    report shows the date it was rolled from.   *
      *    2026-10-15  DM  Each raise posted to the policy's premium   *
      *                    account (POLICY_LEDGER, see LGLEDGER): the  *
      *                    installment debited as due on its first     *
      *                    presentation, and the collection credited   *
      *                    on every presentation.                      *
      *    2026-10-15  DM  Installments in an agreed payment holiday   *
      *                    (PAYMENT_HOLIDAY, LGPHM01) are not raised   *
      *                    at the bank.                                *
      *    2026-03-16  DM  Checkpoint restart via LGDDCKP - the same   *
      *                    treatment LGMCB01 got with LGMCCKP:         *
      *                    periodic commits with a restart record,     *
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.
       77  WS-CLAIM-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-CLAIM-TOTAL              PIC 9(11)V9(02) VALUE 0.
       77  WS-ROLLED-COUNT             PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(26)
           05 RD-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' DUE='.
           05 RD-DUEDATE               PIC X(10).
      * ' WAS=' and the DUEDATE when it fell on a non-working day
           05 RD-ROLLED-LABEL          PIC X(05) VALUE SPACES.
           05 RD-ROLLED-FROM           PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-CONTROL-TOTAL.
           05 FILLER                   PIC X(15)
           05 RT-CLAIM-TOTAL           PIC Z(10)9.99.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01  WS-RPT-ROLLED-TOTAL.
           05 FILLER                   PIC X(32)
                      VALUE 'DUE DATES ROLLED TO WORKING DAY='.
           05 RT-ROLLED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(41) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

      *----------------------------------------------------------------*
      * Premium account ledger posting - see LGLEDGER                  *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

      *----------------------------------------------------------------*
      * Business-day calendar - see LGBUSDAY                           *
      *----------------------------------------------------------------*
           COPY LGBUSDAY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Installments due in the collection month and not yet raised,
                          I.DUEDATE,
                          I.AMOUNT,
                          I.IPTAMOUNT,
                          I.REPRESENTCOUNT,
                          P.CUSTOMERNUMBER
                     FROM PREMIUM_INSTALLMENT I, POLICY P
                    WHERE I.POLICYNUMBER = P.POLICYNUMBER
                      AND P.POLICYSTATUS = 'A'
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
           05 WC-DUEDATE               PIC X(10).
           05 WC-AMOUNT                PIC 9(07)V9(02).
           05 WC-IPTAMOUNT             PIC 9(07)V9(02).
           05 WC-REPRESENTCOUNT        PIC S9(4) COMP.
           05 WC-CUSTOMERNUMBER        PIC 9(10).

      * what actually goes to the bank: the net installment plus its
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

      * the bank holidays from the year before the period (arrears
      * still outstanding) to the year after (a late-December due
      * date rolls into January)
           MOVE WS-RUN-PERIOD(1:4) TO BD-LOAD-FROM-YEAR
           SUBTRACT 1 FROM BD-LOAD-FROM-YEAR
           COMPUTE BD-LOAD-TO-YEAR = BD-LOAD-FROM-YEAR + 2
           PERFORM 7500-LOAD-CALENDAR THRU 7500-LOAD-CALENDAR-EXIT

           PERFORM 1200-READ-CHECKPOINT
               THRU 1200-READ-CHECKPOINT-EXIT
      * a restart picks the claim file back up where the abend left
                      :WC-DUEDATE,
                      :WC-AMOUNT,
                      :WC-IPTAMOUNT,
                      :WC-REPRESENTCOUNT,
                      :WC-CUSTOMERNUMBER
           END-EXEC


           COMPUTE WS-GROSS-AMOUNT = WC-AMOUNT + WC-IPTAMOUNT

      * the bank only collects on a working day - a DUEDATE on a
      * weekend or bank holiday is presented on the next one
           MOVE WC-DUEDATE TO BD-DATE
           PERFORM 7600-ROLL-TO-WORKING-DAY
               THRU 7600-ROLL-TO-WORKING-DAY-EXIT
           MOVE SPACES TO RD-ROLLED-LABEL RD-ROLLED-FROM
           IF BD-DATE NOT EQUAL WC-DUEDATE
             MOVE ' WAS='    TO RD-ROLLED-LABEL
             MOVE WC-DUEDATE TO RD-ROLLED-FROM
             ADD 1 TO WS-ROLLED-COUNT
           END-IF

           MOVE SPACES           TO DD-CLAIM-RECORD
           MOVE 'D'              TO DD-RECORD-TYPE
           MOVE WC-CUSTOMERNUMBER TO DD-CUSTOMER-NUM
           MOVE WC-POLICYNUMBER  TO DD-POLICY-NUM
           MOVE WC-INSTALLMENTNUM TO DD-INSTALLMENT-NUM
           MOVE WS-GROSS-AMOUNT  TO DD-AMOUNT
           MOVE BD-DATE          TO DD-DUE-DATE
           MOVE WS-MAND-SORT-CODE   TO DD-SORT-CODE
           MOVE WS-MAND-ACCOUNT-NUM TO DD-ACCOUNT-NUM
           WRITE DD-CLAIM-RECORD
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 3100-POST-LEDGER THRU 3100-POST-LEDGER-EXIT.
           IF WS-ABORTED
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-CLAIM-COUNT
           ADD WS-GROSS-AMOUNT TO WS-CLAIM-TOTAL

           MOVE WC-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WC-INSTALLMENTNUM TO RD-INSTALLMENTNUM
           MOVE WS-GROSS-AMOUNT   TO RD-AMOUNT
           MOVE BD-DATE           TO RD-DUEDATE
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
       3000-MARK-RAISED-EXIT.
           EXIT.

      ******************************************************************
      * 3100-POST-LEDGER - the installment goes on the premium account *
      * as due the first time it is presented; a re-presentation       *
      * already has its debit (and the unpaid return LGDRB01 posted),  *
      * so only the fresh collection is credited.  The entries ride    *
      * the same unit of work as the raised mark, so a restart         *
      * re-posts exactly what it re-raises.                            *
      ******************************************************************
       3100-POST-LEDGER.
           MOVE WC-POLICYNUMBER   TO LE-POLICYNUMBER
           MOVE WC-INSTALLMENTNUM TO LE-INSTALLMENTNUM
           MOVE WS-RUN-DATE       TO LE-ENTRYDATE
           MOVE WS-GROSS-AMOUNT   TO LE-AMOUNT
           MOVE 'LGDDB01 '        TO LE-SOURCEPGM

           IF WC-REPRESENTCOUNT EQUAL ZERO
             MOVE 'DUE '          TO LE-ENTRYTYPE
             MOVE 'D'             TO LE-DEBITCREDIT
             PERFORM 8500-POST-LEDGER-ENTRY
                 THRU 8500-POST-LEDGER-ENTRY-EXIT
             IF SQLCODE NOT EQUAL 0
               MOVE 'LEDGER POSTING FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3100-POST-LEDGER-EXIT
             END-IF
           END-IF

           MOVE 'COLL'            TO LE-ENTRYTYPE
           MOVE 'C'               TO LE-DEBITCREDIT
           PERFORM 8500-POST-LEDGER-ENTRY
               THRU 8500-POST-LEDGER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE 'LEDGER POSTING FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3100-POST-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - an SQL error mid-run rolls back to the last   *
      * checkpoint and ends RC 16: the records since that checkpoint   *
           MOVE WS-CLAIM-TOTAL TO RT-CLAIM-TOTAL
           MOVE WS-RPT-CONTROL-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ROLLED-COUNT TO RT-ROLLED-COUNT
           MOVE WS-RPT-ROLLED-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-ABORTED
             MOVE WS-CLAIM-COUNT TO RC-RECORD-COUNT
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-POST-LEDGER-ENTRY - append LE-LEDGER-ENTRY to the policy's *
      * premium account (see LGLEDGER): the latest row's ENTRYSEQ and  *
      * BALANCE are carried forward, a debit adds to what the customer *
      * owes, a credit takes off it, a memo leaves it alone.  SQLCODE  *
      * is left for the caller to judge.                               *
      ******************************************************************
       8500-POST-LEDGER-ENTRY.
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
           EXEC SQL
               SELECT ENTRYSEQ, BALANCE
                 INTO :LE-ENTRYSEQ, :LE-BALANCE
                 FROM POLICY_LEDGER
                WHERE POLICYNUMBER = :LE-POLICYNUMBER
                ORDER BY ENTRYSEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 0 TO LE-ENTRYSEQ
             MOVE 0 TO LE-BALANCE
           ELSE
             IF SQLCODE NOT EQUAL 0
               GO TO 8500-POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

           EXEC SQL
               INSERT INTO POLICY_LEDGER
                         ( POLICYNUMBER,
                           ENTRYSEQ,
                           ENTRYDATE,
                           ENTRYTYPE,
                           DEBITCREDIT,
                           AMOUNT,
                           BALANCE,
                           INSTALLMENTNUM,
                           SOURCEPGM )
                  VALUES ( :LE-POLICYNUMBER,
                           :LE-ENTRYSEQ,
                           :LE-ENTRYDATE,
                           :LE-ENTRYTYPE,
                           :LE-DEBITCREDIT,
                           :LE-AMOUNT,
                           :LE-BALANCE,
                           :LE-INSTALLMENTNUM,
                           :LE-SOURCEPGM )
           END-EXEC.
       8500-POST-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 8700-CHECK-PREDECESSOR - the run-control ledger now enforces   *
      * order: the predecessor named in RC-PRED-JOBNAME must have a    *
      * completed ('C') live run ('L' - a simulation never counts)     *
      * for RC-PRED-PERIOD, or this run fails                          *
      * fast with RC 16 and an ERROR_ALERT row for the checklist -     *
      * before any damage, not after.                                  *
      ******************************************************************
                 FROM BATCH_RUN_CONTROL
                WHERE JOBNAME   = :RC-PRED-JOBNAME
                  AND RUNPERIOD = :RC-PRED-PERIOD
                  AND RUNTYPE   = 'L'
                  AND RUNSTATUS = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
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
