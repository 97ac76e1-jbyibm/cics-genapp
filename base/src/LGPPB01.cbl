       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGPPB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Periodic payment order run for the third-party injury        *
      *  claimants LGPPO01 maintains.  Three passes:                   *
      *                                                                *
      *   Indexation - every open PERIODIC_PAYMENT schedule linked to  *
      *  an index whose anniversary has come round has its instalment  *
      *  uplifted by the latest PPO_INDEX value for its basis against  *
      *  the value it was last set at, and the anniversary moves on a  *
      *  year.  A schedule with no index value on file is reported     *
      *  and left for next month.                                      *
      *                                                                *
      *   Instalments - every active schedule with an instalment due   *
      *  before the same day next month has a CLAIM_PAYMENT row        *
      *  raised per instalment (PAYMENTTYPE 'P', the claimant named),  *
      *  which LGPYB01 pays to the claimant's own account on the       *
      *  LGBNKPAY file.  Instalments missed while a schedule was       *
      *  suspended or held are caught up.  A term order whose end      *
      *  date has passed is ended.                                     *
      *                                                                *
      *   Valuation - every open schedule listed for the actuaries     *
      *  with the claimant's age, the years the order is expected to   *
      *  run (to WS-LIFE-AGE for a life order, to the end date for a   *
      *  term order) and the liability undiscounted and discounted at  *
      *  WS-DISCOUNT-PCT a year, with totals.                          *
      *                                                                *
      *   Registered on BATCH_RUN_CONTROL so the morning checklist in  *
      *  LGRLB01 sees it ran.  Re-running is safe - the due and        *
      *  anniversary dates move with the rows raised.  Run monthly     *
      *  ahead of LGPYB01.                                             *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPPB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPB-RPT   ASSIGN TO PPBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PPB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       77  WS-RUN-YYYY                 PIC 9(04) VALUE 0.

      * instalments falling due before this date are raised - the
      * same day next month, so nothing falls between two runs
       77  WS-WINDOW-END-YYYYMMDD      PIC 9(08) VALUE 0.
       77  WS-WINDOW-END-DATE          PIC X(10) VALUE SPACES.

       01  WS-PARM-CARD.
           05 FILLER                   PIC X(80).

      * Valuation basis - the real discount rate (per cent a year,
      * net of indexation) and the age a life order is assumed to run
      * to.  Both are overridden at entry from SYSTEM_PARAMETER
      * ('PPO     '/'DISCRATE' and 'LIFEAGE ', maintained through
      * LGPAR01); the compiled figures stand only when the table
      * cannot be read.
       77  WS-DISCOUNT-PCT             PIC S9(03)V9(02) VALUE 0.50.
       77  WS-LIFE-AGE                 PIC S9(03) COMP VALUE 85.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-SCHED-DONE-SW         PIC X      VALUE 'N'.
               88 WS-SCHEDULE-DONE           VALUE 'Y'.
           05 WS-SCHED-END-SW          PIC X      VALUE 'N'.
               88 WS-SCHEDULE-ENDED          VALUE 'Y'.

       77  WS-INDEXED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-NO-INDEX-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-RAISED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-ENDED-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-VALUED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-RAISED-TOTAL             PIC 9(11)V9(02) VALUE 0.

      * Indexation work - the latest published value for the basis
      * at the anniversary, and the uplifted instalment
       01  WS-INDEX-WORK.
           05 WS-INDEX-PERIOD          PIC 9(06).
           05 WS-NEW-INDEX-VALUE       PIC 9(04)V9(04).
           05 WS-NEW-INSTALMENT        PIC 9(07)V9(02).
           05 WS-NEXT-INDEX-DATE       PIC X(10).
           05 WS-ANNIV-YEAR            PIC 9(04).

      * Instalment work - the due date walked forward a frequency at
      * a time, the day of the month carried as-is
       01  WS-DUE-WORK.
           05 WS-NEXT-DUE-DATE         PIC X(10).
           05 WS-DUE-YYYYMMDD          PIC 9(08).
           05 WS-FREQ-MONTHS           PIC 9(02).
           05 WS-NEXT-PAYMENT-NUM      PIC S9(5) COMP.
           05 WS-SCHED-PAID            PIC 9(09)V9(02).
           05 WS-NEW-PPO-STATUS        PIC X(01).

      * Valuation work - annual payments assumed at each year end,
      * each discounted by V = 1 / (1 + rate) once more than the last
       01  WS-VALUE-WORK.
           05 WS-ANNUAL-AMOUNT         PIC 9(09)V9(02).
           05 WS-CLAIMANT-AGE          PIC S9(03) COMP.
           05 WS-YEARS-TO-RUN          PIC S9(03) COMP.
           05 WS-TERM-YEARS            PIC S9(03) COMP.
           05 WS-DISCOUNT-V            PIC S9(03)V9(09) COMP-3.
           05 WS-DISCOUNT-VN           PIC S9(03)V9(09) COMP-3.
           05 WS-ANNUITY-FACTOR        PIC S9(05)V9(09) COMP-3.
           05 WS-UNDISCOUNTED          PIC 9(11)V9(02).
           05 WS-PRESENT-VALUE         PIC 9(11)V9(02).

       01  WS-VALUE-TOTALS.
           05 WS-TOT-ANNUAL            PIC 9(11)V9(02) VALUE 0.
           05 WS-TOT-UNDISCOUNTED      PIC 9(13)V9(02) VALUE 0.
           05 WS-TOT-PRESENT-VALUE     PIC 9(13)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(31)
                      VALUE 'PERIODIC PAYMENT ORDER RUN - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-RPT-INDEX-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'INDEXATION                              '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-RAISE-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'INSTALMENTS RAISED                      '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-VALUE-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'LIABILITY VALUATION - DISCOUNT RATE % '.
           05 RH-DISCOUNT-PCT          PIC -9.99.
           05 FILLER                   PIC X(11) VALUE ' LIFE AGE '.
           05 RH-LIFE-AGE              PIC ZZ9.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-VALUE-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE '      CLAIM/TP  F AGE YRS      ANNUAL  U'.
           05 FILLER                   PIC X(40)
                      VALUE 'NDISCOUNTED PRESENT VALUE INDX          '.

       01  WS-RPT-INDEX-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RX-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(04) VALUE ' TP='.
           05 RX-CLAIMANTNUM           PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RX-INDEXBASIS            PIC X(04).
           05 FILLER                   PIC X(05) VALUE ' OLD='.
           05 RX-OLD-AMOUNT            PIC Z(06)9.99.
           05 FILLER                   PIC X(05) VALUE ' NEW='.
           05 RX-NEW-AMOUNT            PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RX-ACTION                PIC X(22).

       01  WS-RPT-RAISE-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RR-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(04) VALUE ' TP='.
           05 RR-CLAIMANTNUM           PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RR-DUE-DATE              PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RR-AMOUNT                PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-ACTION                PIC X(27).

       01  WS-RPT-VALUE-DETAIL.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RV-CLAIMANTNUM           PIC 999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-FREQUENCY             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-AGE                   PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-YEARS                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-ANNUAL                PIC Z(07)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-UNDISCOUNTED          PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-PRESENT-VALUE         PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-INDEXBASIS            PIC X(04).
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-VALUE-TOTAL.
           05 FILLER                   PIC X(26)
                      VALUE ' ALL OPEN ORDERS          '.
           05 RV-TOT-ANNUAL            PIC Z(07)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-TOT-UNDISCOUNTED      PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-TOT-PRESENT-VALUE     PIC Z(09)9.99.
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(08) VALUE 'INDEXED='.
           05 RT-INDEXED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' NO-INDEX='.
           05 RT-NO-INDEX-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(08) VALUE ' RAISED='.
           05 RT-RAISED-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' VALUE='.
           05 RT-RAISED-TOTAL          PIC Z(09)9.99.
           05 FILLER                   PIC X(07) VALUE ' ENDED='.
           05 RT-ENDED-COUNT           PIC Z(04)9.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Open index-linked schedules whose anniversary has come round -
      * suspended and held orders are uplifted too, so the arrears
      * they catch up on are at the right rate
           EXEC SQL
               DECLARE IXCURSOR CURSOR FOR
                   SELECT CLAIMNUMBER, CLAIMANTNUM, INSTALMENTAMOUNT,
                          INDEXBASIS, INDEXBASEVALUE, NEXTINDEXDATE
                     FROM PERIODIC_PAYMENT
                    WHERE PPOSTATUS     <> 'E'
                      AND INDEXBASIS    <> 'NONE'
                      AND NEXTINDEXDATE <> ' '
                      AND NEXTINDEXDATE <= :WS-RUN-DATE
                    ORDER BY CLAIMNUMBER, CLAIMANTNUM
           END-EXEC.

      * Active schedules with an instalment falling due inside the
      * window, for a claimant still alive
           EXEC SQL
               DECLARE DUCURSOR CURSOR FOR
                   SELECT P.CLAIMNUMBER, P.CLAIMANTNUM, P.FREQUENCY,
                          P.INSTALMENTAMOUNT, P.NEXTDUEDATE,
                          P.ENDDATE, P.TOTALPAID
                     FROM PERIODIC_PAYMENT P, CLAIM_THIRD_PARTY T
                    WHERE P.CLAIMNUMBER    = T.CLAIMNUMBER
                      AND P.CLAIMANTNUM    = T.CLAIMANTNUM
                      AND P.PPOSTATUS      = 'A'
                      AND T.CLAIMANTSTATUS = 'A'
                      AND P.NEXTDUEDATE    < :WS-WINDOW-END-DATE
                    ORDER BY P.CLAIMNUMBER, P.CLAIMANTNUM
           END-EXEC.

      * Every open order, for the valuation
           EXEC SQL
               DECLARE VLCURSOR CURSOR FOR
                   SELECT P.CLAIMNUMBER, P.CLAIMANTNUM, P.FREQUENCY,
                          P.INSTALMENTAMOUNT, P.INDEXBASIS,
                          P.ENDDATE, T.DATEOFBIRTH
                     FROM PERIODIC_PAYMENT P, CLAIM_THIRD_PARTY T
                    WHERE P.CLAIMNUMBER    = T.CLAIMNUMBER
                      AND P.CLAIMANTNUM    = T.CLAIMANTNUM
                      AND P.PPOSTATUS     <> 'E'
                      AND T.CLAIMANTSTATUS = 'A'
                    ORDER BY P.CLAIMNUMBER, P.CLAIMANTNUM
           END-EXEC.

       01  WS-INDEX-ROW.
           05 WX-CLAIMNUMBER           PIC 9(10).
           05 WX-CLAIMANTNUM           PIC 9(03).
           05 WX-INSTALMENT            PIC 9(07)V9(02).
           05 WX-INDEXBASIS            PIC X(04).
           05 WX-BASEVALUE             PIC 9(04)V9(04).
           05 WX-NEXTINDEXDATE         PIC X(10).

       01  WS-DUE-ROW.
           05 WD-CLAIMNUMBER           PIC 9(10).
           05 WD-CLAIMANTNUM           PIC 9(03).
           05 WD-FREQUENCY             PIC X(01).
           05 WD-INSTALMENT            PIC 9(07)V9(02).
           05 WD-NEXTDUEDATE           PIC X(10).
           05 WD-ENDDATE               PIC X(10).
           05 WD-TOTALPAID             PIC 9(09)V9(02).

       01  WS-VALUE-ROW.
           05 WV-CLAIMNUMBER           PIC 9(10).
           05 WV-CLAIMANTNUM           PIC 9(03).
           05 WV-FREQUENCY             PIC X(01).
           05 WV-INSTALMENT            PIC 9(07)V9(02).
           05 WV-INDEXBASIS            PIC X(04).
           05 WV-ENDDATE               PIC X(10).
           05 WV-END-PARTS REDEFINES WV-ENDDATE.
              10 WV-END-YYYY           PIC 9(04).
              10 FILLER                PIC X(01).
              10 WV-END-MMDD           PIC X(05).
           05 WV-DATEOFBIRTH           PIC X(10).
           05 WV-DOB-PARTS REDEFINES WV-DATEOFBIRTH.
              10 WV-DOB-YYYY           PIC 9(04).
              10 FILLER                PIC X(01).
              10 WV-DOB-MMDD           PIC X(05).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-INDEX-ROWS THRU 2000-INDEX-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 3000-OPEN-DUE THRU 3000-OPEN-DUE-EXIT.
           PERFORM 4000-DUE-ROWS THRU 4000-DUE-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 5000-OPEN-VALUATION THRU 5000-OPEN-VALUATION-EXIT.
           PERFORM 6000-VALUE-ROWS THRU 6000-VALUE-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date and instalment window, valuation    *
      * basis, register the run, open the indexation cursor            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PPB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-YYYY

           COMPUTE WS-WINDOW-END-YYYYMMDD = WS-TODAY-YYYYMMDD + 100
           IF WS-WINDOW-END-YYYYMMDD(5:2) > '12'
             COMPUTE WS-WINDOW-END-YYYYMMDD =
                 WS-WINDOW-END-YYYYMMDD + 10000 - 1200
           END-IF
           MOVE WS-WINDOW-END-YYYYMMDD(1:4) TO WS-WINDOW-END-DATE(1:4)
           MOVE '-'                       TO WS-WINDOW-END-DATE(5:1)
           MOVE WS-WINDOW-END-YYYYMMDD(5:2)
             TO WS-WINDOW-END-DATE(6:2)
           MOVE '-'                       TO WS-WINDOW-END-DATE(8:1)
           MOVE WS-WINDOW-END-YYYYMMDD(7:2)
             TO WS-WINDOW-END-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           MOVE 'LGPPB01 '             TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD(1:6) TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30)     TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           MOVE WS-RPT-INDEX-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN IXCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN IXCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-DISCOUNT-PCT       *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'PPO     '
                  AND PARAMKEY   = 'DISCRATE'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-DISCOUNT-PCT
           END-IF

           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'PPO     '
                  AND PARAMKEY   = 'LIFEAGE '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-LIFE-AGE
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INDEX-ROWS - one anniversary uplift per cursor row        *
      ******************************************************************
       2000-INDEX-ROWS.
           EXEC SQL
               FETCH IXCURSOR
                 INTO :WX-CLAIMNUMBER,
                      :WX-CLAIMANTNUM,
                      :WX-INSTALMENT,
                      :WX-INDEXBASIS,
                      :WX-BASEVALUE,
                      :WX-NEXTINDEXDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-INDEX-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON IXCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-INDEX-ROWS-EXIT
           END-IF

           MOVE WX-CLAIMNUMBER TO RX-CLAIMNUMBER
           MOVE WX-CLAIMANTNUM TO RX-CLAIMANTNUM
           MOVE WX-INDEXBASIS  TO RX-INDEXBASIS
           MOVE WX-INSTALMENT  TO RX-OLD-AMOUNT

      * the latest value published for the basis up to the
      * anniversary month - indices are published a month or more in
      * arrears, so the anniversary month itself is seldom on file
           MOVE WX-NEXTINDEXDATE(1:4) TO WS-INDEX-PERIOD(1:4)
           MOVE WX-NEXTINDEXDATE(6:2) TO WS-INDEX-PERIOD(5:2)
           EXEC SQL
               SELECT INDEXVALUE
                 INTO :WS-NEW-INDEX-VALUE
                 FROM PPO_INDEX
                WHERE INDEXBASIS   = :WX-INDEXBASIS
                  AND INDEXPERIOD <= :WS-INDEX-PERIOD
                ORDER BY INDEXPERIOD DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100 OR WX-BASEVALUE EQUAL ZERO
             ADD 1 TO WS-NO-INDEX-COUNT
             MOVE ZERO TO RX-NEW-AMOUNT
             MOVE 'NO INDEX VALUE ON FILE' TO RX-ACTION
             MOVE WS-RPT-INDEX-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2000-INDEX-ROWS-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'PPO_INDEX SELECT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-INDEX-ROWS-EXIT
           END-IF

           COMPUTE WS-NEW-INSTALMENT ROUNDED =
               WX-INSTALMENT * WS-NEW-INDEX-VALUE / WX-BASEVALUE

      * a run missed over an anniversary still uplifts once - the
      * index ratio already spans the gap - and the anniversary moves
      * on to the next one still to come
           MOVE WX-NEXTINDEXDATE TO WS-NEXT-INDEX-DATE
           PERFORM 2200-ADVANCE-INDEX-DATE
               THRU 2200-ADVANCE-INDEX-DATE-EXIT
               UNTIL WS-NEXT-INDEX-DATE GREATER THAN WS-RUN-DATE

           EXEC SQL
               UPDATE PERIODIC_PAYMENT
                  SET INSTALMENTAMOUNT = :WS-NEW-INSTALMENT,
                      INDEXBASEVALUE   = :WS-NEW-INDEX-VALUE,
                      NEXTINDEXDATE    = :WS-NEXT-INDEX-DATE,
                      LASTCHANGED      = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER = :WX-CLAIMNUMBER
                  AND CLAIMANTNUM = :WX-CLAIMANTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PERIODIC_PAYMENT INDEX UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-INDEX-ROWS-EXIT
           END-IF

           ADD 1 TO WS-INDEXED-COUNT
           MOVE WS-NEW-INSTALMENT TO RX-NEW-AMOUNT
           MOVE 'UPLIFTED'        TO RX-ACTION
           MOVE WS-RPT-INDEX-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
       2000-INDEX-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADVANCE-INDEX-DATE - on a year; a 29 February anniversary *
      * falls on 28 February                                           *
      ******************************************************************
       2200-ADVANCE-INDEX-DATE.
           MOVE WS-NEXT-INDEX-DATE(1:4) TO WS-ANNIV-YEAR
           ADD 1                        TO WS-ANNIV-YEAR
           MOVE WS-ANNIV-YEAR           TO WS-NEXT-INDEX-DATE(1:4)
           IF WS-NEXT-INDEX-DATE(6:5) EQUAL '02-29'
             MOVE '28' TO WS-NEXT-INDEX-DATE(9:2)
           END-IF.
       2200-ADVANCE-INDEX-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * schedules                                                      *
      ******************************************************************
       2600-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 3000-OPEN-DUE - close the indexation cursor and open the       *
      * instalment cursor.  Indexation runs first so an instalment     *
      * falling due on its anniversary goes out at the new rate.       *
      ******************************************************************
       3000-OPEN-DUE.
           EXEC SQL
               CLOSE IXCURSOR
           END-EXEC

           IF WS-ABORTED
             GO TO 3000-OPEN-DUE-EXIT
           END-IF

           MOVE 'N' TO WS-EOJ-SW
           MOVE WS-RPT-RAISE-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN DUCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN DUCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3000-OPEN-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-DUE-ROWS - raise every instalment the schedule has due    *
      * inside the window, then move the schedule on                   *
      ******************************************************************
       4000-DUE-ROWS.
           EXEC SQL
               FETCH DUCURSOR
                 INTO :WD-CLAIMNUMBER,
                      :WD-CLAIMANTNUM,
                      :WD-FREQUENCY,
                      :WD-INSTALMENT,
                      :WD-NEXTDUEDATE,
                      :WD-ENDDATE,
                      :WD-TOTALPAID
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 4000-DUE-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON DUCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4000-DUE-ROWS-EXIT
           END-IF

           EVALUATE WD-FREQUENCY
             WHEN 'M'
               MOVE 1  TO WS-FREQ-MONTHS
             WHEN 'Q'
               MOVE 3  TO WS-FREQ-MONTHS
             WHEN OTHER
               MOVE 12 TO WS-FREQ-MONTHS
           END-EVALUATE

           MOVE WD-NEXTDUEDATE TO WS-NEXT-DUE-DATE
           MOVE WD-TOTALPAID   TO WS-SCHED-PAID
           MOVE 'A'            TO WS-NEW-PPO-STATUS
           MOVE 'N'            TO WS-SCHED-DONE-SW
           MOVE 'N'            TO WS-SCHED-END-SW
           PERFORM 4100-RAISE-INSTALMENT
               THRU 4100-RAISE-INSTALMENT-EXIT
               UNTIL WS-SCHEDULE-DONE
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 4000-DUE-ROWS-EXIT
           END-IF

           IF WS-SCHEDULE-ENDED
             MOVE 'E' TO WS-NEW-PPO-STATUS
             ADD 1 TO WS-ENDED-COUNT
             MOVE WD-CLAIMNUMBER   TO RR-CLAIMNUMBER
             MOVE WD-CLAIMANTNUM   TO RR-CLAIMANTNUM
             MOVE WD-ENDDATE       TO RR-DUE-DATE
             MOVE ZERO             TO RR-AMOUNT
             MOVE 'ORDER ENDED - TERM EXPIRED' TO RR-ACTION
             MOVE WS-RPT-RAISE-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           EXEC SQL
               UPDATE PERIODIC_PAYMENT
                  SET NEXTDUEDATE = :WS-NEXT-DUE-DATE,
                      TOTALPAID   = :WS-SCHED-PAID,
                      PPOSTATUS   = :WS-NEW-PPO-STATUS,
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER = :WD-CLAIMNUMBER
                  AND CLAIMANTNUM = :WD-CLAIMANTNUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PERIODIC_PAYMENT DUE UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4000-DUE-ROWS-EXIT
           END-IF

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
       4000-DUE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RAISE-INSTALMENT - one CLAIM_PAYMENT row for the          *
      * instalment at WS-NEXT-DUE-DATE, and the due date moved on a    *
      * frequency.  Stops at the window end, or at the end date of a   *
      * term order.  The row never touches CLAIM.INTERIMPAID - an      *
      * order's instalments are not stages of the settlement.          *
      ******************************************************************
       4100-RAISE-INSTALMENT.
           IF WS-NEXT-DUE-DATE NOT LESS THAN WS-WINDOW-END-DATE
             MOVE 'Y' TO WS-SCHED-DONE-SW
             GO TO 4100-RAISE-INSTALMENT-EXIT
           END-IF
           IF WD-ENDDATE NOT EQUAL SPACES
               AND WS-NEXT-DUE-DATE GREATER THAN WD-ENDDATE
             MOVE 'Y' TO WS-SCHED-DONE-SW
             MOVE 'Y' TO WS-SCHED-END-SW
             GO TO 4100-RAISE-INSTALMENT-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*) + 1
                 INTO :WS-NEXT-PAYMENT-NUM
                 FROM CLAIM_PAYMENT
                WHERE CLAIMNUMBER = :WD-CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CLAIM_PAYMENT COUNT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-SCHED-DONE-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4100-RAISE-INSTALMENT-EXIT
           END-IF

           EXEC SQL
               INSERT INTO CLAIM_PAYMENT
                         ( CLAIMNUMBER,
                           PAYMENTNUM,
                           AMOUNT,
                           PAYMENTTYPE,
                           CLAIMANTNUM,
                           RAISEDBY,
                           RAISEDDATE,
                           PAYMENTEXTRACTED )
                  VALUES ( :WD-CLAIMNUMBER,
                           :WS-NEXT-PAYMENT-NUM,
                           :WD-INSTALMENT,
                           'P',
                           :WD-CLAIMANTNUM,
                           'BATCH',
                           :WS-RUN-DATE,
                           'N' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CLAIM_PAYMENT INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-SCHED-DONE-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4100-RAISE-INSTALMENT-EXIT
           END-IF

           ADD 1             TO WS-RAISED-COUNT
           ADD WD-INSTALMENT TO WS-RAISED-TOTAL
           ADD WD-INSTALMENT TO WS-SCHED-PAID

           MOVE WD-CLAIMNUMBER   TO RR-CLAIMNUMBER
           MOVE WD-CLAIMANTNUM   TO RR-CLAIMANTNUM
           MOVE WS-NEXT-DUE-DATE TO RR-DUE-DATE
           MOVE WD-INSTALMENT    TO RR-AMOUNT
           MOVE 'RAISED'         TO RR-ACTION
           MOVE WS-RPT-RAISE-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 4200-ADVANCE-DUE-DATE
               THRU 4200-ADVANCE-DUE-DATE-EXIT.
       4100-RAISE-INSTALMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ADVANCE-DUE-DATE - on by WS-FREQ-MONTHS, the day of the   *
      * month carried as-is (LGEMB01's window arithmetic)              *
      ******************************************************************
       4200-ADVANCE-DUE-DATE.
           MOVE WS-NEXT-DUE-DATE(1:4) TO WS-DUE-YYYYMMDD(1:4)
           MOVE WS-NEXT-DUE-DATE(6:2) TO WS-DUE-YYYYMMDD(5:2)
           MOVE WS-NEXT-DUE-DATE(9:2) TO WS-DUE-YYYYMMDD(7:2)
           COMPUTE WS-DUE-YYYYMMDD =
               WS-DUE-YYYYMMDD + (WS-FREQ-MONTHS * 100)
           IF WS-DUE-YYYYMMDD(5:2) > '12'
             COMPUTE WS-DUE-YYYYMMDD =
                 WS-DUE-YYYYMMDD + 10000 - 1200
           END-IF
           MOVE WS-DUE-YYYYMMDD(1:4) TO WS-NEXT-DUE-DATE(1:4)
           MOVE '-'                  TO WS-NEXT-DUE-DATE(5:1)
           MOVE WS-DUE-YYYYMMDD(5:2) TO WS-NEXT-DUE-DATE(6:2)
           MOVE '-'                  TO WS-NEXT-DUE-DATE(8:1)
           MOVE WS-DUE-YYYYMMDD(7:2) TO WS-NEXT-DUE-DATE(9:2).
       4200-ADVANCE-DUE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-OPEN-VALUATION - close the instalment cursor and open the *
      * valuation cursor                                               *
      ******************************************************************
       5000-OPEN-VALUATION.
           EXEC SQL
               CLOSE DUCURSOR
           END-EXEC

           IF WS-ABORTED
             GO TO 5000-OPEN-VALUATION-EXIT
           END-IF

           MOVE 'N' TO WS-EOJ-SW
           MOVE WS-DISCOUNT-PCT TO RH-DISCOUNT-PCT
           MOVE WS-LIFE-AGE     TO RH-LIFE-AGE
           MOVE WS-RPT-VALUE-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-VALUE-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-DISCOUNT-V ROUNDED =
               1 / (1 + (WS-DISCOUNT-PCT / 100))

           EXEC SQL
               OPEN VLCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN VLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       5000-OPEN-VALUATION-EXIT.
           EXIT.

      ******************************************************************
      * 6000-VALUE-ROWS - one valuation line per open order            *
      ******************************************************************
       6000-VALUE-ROWS.
           EXEC SQL
               FETCH VLCURSOR
                 INTO :WV-CLAIMNUMBER,
                      :WV-CLAIMANTNUM,
                      :WV-FREQUENCY,
                      :WV-INSTALMENT,
                      :WV-INDEXBASIS,
                      :WV-ENDDATE,
                      :WV-DATEOFBIRTH
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 6000-VALUE-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON VLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 6000-VALUE-ROWS-EXIT
           END-IF

           EVALUATE WV-FREQUENCY
             WHEN 'M'
               COMPUTE WS-ANNUAL-AMOUNT = WV-INSTALMENT * 12
             WHEN 'Q'
               COMPUTE WS-ANNUAL-AMOUNT = WV-INSTALMENT * 4
             WHEN OTHER
               MOVE WV-INSTALMENT TO WS-ANNUAL-AMOUNT
           END-EVALUATE

      * age last birthday at the run date
           COMPUTE WS-CLAIMANT-AGE =
               WS-RUN-YYYY - WV-DOB-YYYY
           IF WS-RUN-DATE(6:5) LESS THAN WV-DOB-MMDD
             SUBTRACT 1 FROM WS-CLAIMANT-AGE
           END-IF

      * a life order runs to the assumed age, never less than a year
      * for a claimant already past it; a term order to its end date
      * if that comes sooner
           COMPUTE WS-YEARS-TO-RUN = WS-LIFE-AGE - WS-CLAIMANT-AGE
           IF WS-YEARS-TO-RUN LESS THAN 1
             MOVE 1 TO WS-YEARS-TO-RUN
           END-IF
           IF WV-ENDDATE NOT EQUAL SPACES
             COMPUTE WS-TERM-YEARS =
                 WV-END-YYYY - WS-RUN-YYYY
             IF WV-END-MMDD LESS THAN WS-RUN-DATE(6:5)
               SUBTRACT 1 FROM WS-TERM-YEARS
             END-IF
             IF WS-TERM-YEARS LESS THAN 1
               MOVE 1 TO WS-TERM-YEARS
             END-IF
             IF WS-TERM-YEARS LESS THAN WS-YEARS-TO-RUN
               MOVE WS-TERM-YEARS TO WS-YEARS-TO-RUN
             END-IF
           END-IF

           COMPUTE WS-UNDISCOUNTED =
               WS-ANNUAL-AMOUNT * WS-YEARS-TO-RUN

           MOVE 1    TO WS-DISCOUNT-VN
           MOVE ZERO TO WS-ANNUITY-FACTOR
           PERFORM 6200-DISCOUNT-YEAR THRU 6200-DISCOUNT-YEAR-EXIT
               WS-YEARS-TO-RUN TIMES
           COMPUTE WS-PRESENT-VALUE ROUNDED =
               WS-ANNUAL-AMOUNT * WS-ANNUITY-FACTOR

           ADD 1                TO WS-VALUED-COUNT
           ADD WS-ANNUAL-AMOUNT TO WS-TOT-ANNUAL
           ADD WS-UNDISCOUNTED  TO WS-TOT-UNDISCOUNTED
           ADD WS-PRESENT-VALUE TO WS-TOT-PRESENT-VALUE

           MOVE WV-CLAIMNUMBER   TO RV-CLAIMNUMBER
           MOVE WV-CLAIMANTNUM   TO RV-CLAIMANTNUM
           MOVE WV-FREQUENCY     TO RV-FREQUENCY
           MOVE WS-CLAIMANT-AGE  TO RV-AGE
           MOVE WS-YEARS-TO-RUN  TO RV-YEARS
           MOVE WS-ANNUAL-AMOUNT TO RV-ANNUAL
           MOVE WS-UNDISCOUNTED  TO RV-UNDISCOUNTED
           MOVE WS-PRESENT-VALUE TO RV-PRESENT-VALUE
           MOVE WV-INDEXBASIS    TO RV-INDEXBASIS
           MOVE WS-RPT-VALUE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       6000-VALUE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 6200-DISCOUNT-YEAR - one more year's payment, discounted one   *
      * more year                                                      *
      ******************************************************************
       6200-DISCOUNT-YEAR.
           COMPUTE WS-DISCOUNT-VN ROUNDED =
               WS-DISCOUNT-VN * WS-DISCOUNT-V
           ADD WS-DISCOUNT-VN TO WS-ANNUITY-FACTOR.
       6200-DISCOUNT-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, run-control completion, close down.   *
      * On an SQL error the uncommitted work is ROLLED BACK and the    *
      * job ends RC 16; what was committed stands, and a re-run picks  *
      * up from the dates it left.                                     *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE VLCURSOR
           END-EXEC

           MOVE WS-TOT-ANNUAL        TO RV-TOT-ANNUAL
           MOVE WS-TOT-UNDISCOUNTED  TO RV-TOT-UNDISCOUNTED
           MOVE WS-TOT-PRESENT-VALUE TO RV-TOT-PRESENT-VALUE
           MOVE WS-RPT-VALUE-TOTAL   TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-INDEXED-COUNT  TO RT-INDEXED-COUNT
           MOVE WS-NO-INDEX-COUNT TO RT-NO-INDEX-COUNT
           MOVE WS-RAISED-COUNT   TO RT-RAISED-COUNT
           MOVE WS-RAISED-TOTAL   TO RT-RAISED-TOTAL
           MOVE WS-ENDED-COUNT    TO RT-ENDED-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
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
             COMPUTE RC-RECORD-COUNT =
                 WS-INDEXED-COUNT + WS-RAISED-COUNT + WS-ENDED-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE PPB-RPT.
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
