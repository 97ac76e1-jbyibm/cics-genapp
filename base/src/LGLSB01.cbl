       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGLSB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly legal spend and hearings report for the litigated    *
      *  claims LGLIT01 maintains.                                     *
      *                                                                *
      *   Spend by panel firm - every LEGAL_COST row posted in the     *
      *  SYSIN month, totalled per LEGAL_PANEL_FIRM (the firm          *
      *  instructed when the cost was posted), split between our own   *
      *  side's costs (panel fees, counsel, disbursements) and the     *
      *  claimant's costs we paid, with the number of claims the       *
      *  spend was on.  Highest spend first.                           *
      *                                                                *
      *   Upcoming hearings - every active CLAIM_LITIGATION record     *
      *  with a next hearing from the run date to WS-HEARING-DAYS      *
      *  ahead, soonest first, with the firm and court reference, so   *
      *  claims handlers can chase the panel firm for the brief.       *
      *                                                                *
      *   Report only - nothing is updated.  Registered on             *
      *  BATCH_RUN_CONTROL so the morning checklist in LGRLB01 sees    *
      *  it ran.  Run monthly.                                         *
      *                                                                *
      *   SYSIN card 1-6 is the month whose spend is reported          *
      *  (CCYYMM) - blank takes last month.                            *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGLSB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LSB-RPT   ASSIGN TO LSBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LSB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * how far ahead the hearings list looks
       77  WS-HEARING-DAYS             PIC S9(03) COMP VALUE 60.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * the reported month's date range, first day of the month up to
      * (but not including) the first day of the next
       01  WS-PERIOD-WORK.
           05 WS-FROM-DATE             PIC X(10).
           05 WS-TO-DATE               PIC X(10).
           05 WS-PRD-YYYY              PIC 9(04).
           05 WS-PRD-MM                PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-FIRM-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-HEARING-COUNT            PIC S9(7) COMP VALUE 0.

      * the month's spend across all firms
       01  WS-SPEND-TOTALS.
           05 WS-TOT-OWN-COSTS         PIC 9(09)V9(02) VALUE 0.
           05 WS-TOT-CLMT-COSTS        PIC 9(09)V9(02) VALUE 0.
           05 WS-TOT-SPEND             PIC 9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(34)
                      VALUE 'LEGAL SPEND AND HEARINGS REPORT - '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-SPEND-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'SPEND BY PANEL FIRM - HIGHEST FIRST     '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-HEARING-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'UPCOMING HEARINGS - SOONEST FIRST       '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-SPEND-DETAIL.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-FIRMID                PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-FIRMNAME              PIC X(16).
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RS-CLAIM-COUNT           PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' OWN='.
           05 RS-OWN-COSTS             PIC Z(07)9.99.
           05 FILLER                   PIC X(06) VALUE ' CLMT='.
           05 RS-CLMT-COSTS            PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE ' TOT='.
           05 RS-TOTAL                 PIC Z(07)9.99.

       01  WS-RPT-SPEND-TOTAL.
           05 FILLER                   PIC X(31)
                      VALUE ' ALL FIRMS                     '.
           05 FILLER                   PIC X(05) VALUE ' OWN='.
           05 RT-OWN-COSTS             PIC Z(07)9.99.
           05 FILLER                   PIC X(06) VALUE ' CLMT='.
           05 RT-CLMT-COSTS            PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE ' TOT='.
           05 RT-SPEND                 PIC Z(07)9.99.

       01  WS-RPT-HEARING-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RD-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' HEAR='.
           05 RD-HEARINGDATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-FIRMNAME              PIC X(20).
           05 FILLER                   PIC X(04) VALUE ' CT='.
           05 RD-COURTREF              PIC X(20).
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'FIRMS='.
           05 RT-FIRM-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' HEARINGS='.
           05 RT-HEARING-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The month's ledger postings rolled up per panel firm - our
      * own side's costs against the claimant's costs we paid
           EXEC SQL
               DECLARE LSCURSOR CURSOR FOR
                   SELECT F.FIRMID, F.FIRMNAME,
                          COUNT(DISTINCT C.CLAIMNUMBER),
                          SUM(CASE WHEN C.COSTTYPE = 'CLMT'
                                   THEN 0 ELSE C.AMOUNT END),
                          SUM(CASE WHEN C.COSTTYPE = 'CLMT'
                                   THEN C.AMOUNT ELSE 0 END),
                          SUM(C.AMOUNT)
                     FROM LEGAL_COST C, LEGAL_PANEL_FIRM F
                    WHERE C.FIRMID    = F.FIRMID
                      AND C.COSTDATE >= :WS-FROM-DATE
                      AND C.COSTDATE <  :WS-TO-DATE
                    GROUP BY F.FIRMID, F.FIRMNAME
                    ORDER BY 6 DESC, 1
           END-EXEC.

      * Active litigation next in court within the look-ahead
           EXEC SQL
               DECLARE HGCURSOR CURSOR FOR
                   SELECT L.CLAIMNUMBER, L.NEXTHEARINGDATE,
                          F.FIRMNAME, L.COURTREF
                     FROM CLAIM_LITIGATION L, LEGAL_PANEL_FIRM F
                    WHERE L.FIRMID           = F.FIRMID
                      AND L.LITSTATUS        = 'A'
                      AND L.NEXTHEARINGDATE <> ' '
                      AND L.NEXTHEARINGDATE >= :WS-RUN-DATE
                      AND DATE(L.NEXTHEARINGDATE) <=
                          DATE(:WS-RUN-DATE) + :WS-HEARING-DAYS DAYS
                    ORDER BY L.NEXTHEARINGDATE, L.CLAIMNUMBER
           END-EXEC.

       01  WS-SPEND-ROW.
           05 WC-FIRMID                PIC 9(05).
           05 WC-FIRMNAME              PIC X(30).
           05 WC-CLAIM-COUNT           PIC S9(04) COMP.
           05 WC-OWN-COSTS             PIC 9(09)V9(02).
           05 WC-CLMT-COSTS            PIC 9(09)V9(02).
           05 WC-TOTAL                 PIC 9(09)V9(02).

       01  WS-HEARING-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-HEARINGDATE           PIC X(10).
           05 WC-HG-FIRMNAME           PIC X(30).
           05 WC-COURTREF              PIC X(20).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SPEND-ROWS THRU 2000-SPEND-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 4000-OPEN-HEARINGS THRU 4000-OPEN-HEARINGS-EXIT.
           PERFORM 5000-HEARING-ROWS THRU 5000-HEARING-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - work out the month's date range, register    *
      * the run, open the spend cursor                                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LSB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * default to last month - the month just closed
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-PRD-YYYY
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-PRD-MM
             SUBTRACT 1 FROM WS-PRD-MM
             IF WS-PRD-MM EQUAL ZERO
               MOVE 12 TO WS-PRD-MM
               SUBTRACT 1 FROM WS-PRD-YYYY
             END-IF
             MOVE WS-PRD-YYYY TO WS-PARM-PERIOD(1:4)
             MOVE WS-PRD-MM   TO WS-PARM-PERIOD(5:2)
           END-IF

           MOVE WS-PARM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-PARM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)

           MOVE WS-PARM-PERIOD(1:4) TO WS-PRD-YYYY
           MOVE WS-PARM-PERIOD(5:2) TO WS-PRD-MM
           ADD 1 TO WS-PRD-MM
           IF WS-PRD-MM GREATER THAN 12
             MOVE 1 TO WS-PRD-MM
             ADD 1 TO WS-PRD-YYYY
           END-IF
           MOVE WS-PRD-YYYY TO WS-TO-DATE(1:4)
           MOVE '-'         TO WS-TO-DATE(5:1)
           MOVE WS-PRD-MM   TO WS-TO-DATE(6:2)
           MOVE '-01'       TO WS-TO-DATE(8:3)

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGLSB01 ' TO RC-JOBNAME
           MOVE WS-PARM-PERIOD TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT

           MOVE WS-RPT-SPEND-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN LSCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN LSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SPEND-ROWS - one line per panel firm with spend in the    *
      * month                                                          *
      ******************************************************************
       2000-SPEND-ROWS.
           EXEC SQL
               FETCH LSCURSOR
                 INTO :WC-FIRMID,
                      :WC-FIRMNAME,
                      :WC-CLAIM-COUNT,
                      :WC-OWN-COSTS,
                      :WC-CLMT-COSTS,
                      :WC-TOTAL
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-SPEND-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON LSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-SPEND-ROWS-EXIT
           END-IF

           ADD 1 TO WS-FIRM-COUNT
           ADD WC-OWN-COSTS  TO WS-TOT-OWN-COSTS
           ADD WC-CLMT-COSTS TO WS-TOT-CLMT-COSTS
           ADD WC-TOTAL      TO WS-TOT-SPEND

           MOVE WC-FIRMID      TO RS-FIRMID
           MOVE WC-FIRMNAME    TO RS-FIRMNAME
           MOVE WC-CLAIM-COUNT TO RS-CLAIM-COUNT
           MOVE WC-OWN-COSTS   TO RS-OWN-COSTS
           MOVE WC-CLMT-COSTS  TO RS-CLMT-COSTS
           MOVE WC-TOTAL       TO RS-TOTAL
           MOVE WS-RPT-SPEND-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2000-SPEND-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-OPEN-HEARINGS - total the spend section, close its cursor *
      * and open the hearings cursor                                   *
      ******************************************************************
       4000-OPEN-HEARINGS.
           EXEC SQL
               CLOSE LSCURSOR
           END-EXEC

           MOVE WS-TOT-OWN-COSTS  TO RT-OWN-COSTS
           MOVE WS-TOT-CLMT-COSTS TO RT-CLMT-COSTS
           MOVE WS-TOT-SPEND      TO RT-SPEND
           MOVE WS-RPT-SPEND-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ABORTED
             GO TO 4000-OPEN-HEARINGS-EXIT
           END-IF

           MOVE 'N' TO WS-EOJ-SW
           MOVE WS-RPT-HEARING-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN HGCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN HGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       4000-OPEN-HEARINGS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-HEARING-ROWS - one line per litigated claim next in court *
      * within the look-ahead                                          *
      ******************************************************************
       5000-HEARING-ROWS.
           EXEC SQL
               FETCH HGCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-HEARINGDATE,
                      :WC-HG-FIRMNAME,
                      :WC-COURTREF
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 5000-HEARING-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON HGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 5000-HEARING-ROWS-EXIT
           END-IF

           ADD 1 TO WS-HEARING-COUNT
           MOVE WC-CLAIMNUMBER TO RD-CLAIMNUMBER
           MOVE WC-HEARINGDATE TO RD-HEARINGDATE
           MOVE WC-HG-FIRMNAME TO RD-FIRMNAME
           MOVE WC-COURTREF    TO RD-COURTREF
           MOVE WS-RPT-HEARING-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5000-HEARING-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, run-control completion, close down    *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE HGCURSOR
           END-EXEC

           MOVE WS-FIRM-COUNT    TO RT-FIRM-COUNT
           MOVE WS-HEARING-COUNT TO RT-HEARING-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             MOVE 'RUN ABORTED - REPORT INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             COMPUTE RC-RECORD-COUNT =
                 WS-FIRM-COUNT + WS-HEARING-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
           END-IF

           CLOSE LSB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run - the ledger observes the schedule, it does not own    *
      * it                                                             *
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
