       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGLLB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Daily large-loss report.  Lists, from LARGE_LOSS_NOTICE      *
      *  (written by LGLLN01 when a claim is filed or its reserve      *
      *  moves over the policy type's threshold):                      *
      *                                                                *
      *   NEW - claims notified since the last run, not yet reported   *
      *  to the reinsurers.  The report goes to them, so each is       *
      *  stamped with today as the date the reinsurer was notified.    *
      *                                                                *
      *   DEV - claims already reported whose incurred has moved since *
      *  the last report, up or down, with the movement.               *
      *                                                                *
      *   Every listed row has its reported incurred brought up to     *
      *  the current figure, so tomorrow's run shows only what moves   *
      *  again.  The stamps go in as one unit of work at the end - an  *
      *  aborted run leaves every row to be listed again.  No SYSIN;   *
      *  registered on BATCH_RUN_CONTROL for the run date.             *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGLLB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LLB-RPT   ASSIGN TO LLBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LLB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-NEW-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-DEV-COUNT                PIC S9(7) COMP VALUE 0.

       01  WS-MOVEMENT                 PIC S9(09)V9(02) VALUE 0.

       01  WS-RUN-TOTALS.
           05 WS-TOT-NEW-INCURRED      PIC S9(11)V9(02) VALUE 0.
           05 WS-TOT-DEV-MOVEMENT      PIC S9(11)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)
                      VALUE 'DAILY LARGE-LOSS REPORT - RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE 'STS      CLAIM TYP THRESHOLD  REINS NTFD'.
           05 FILLER                   PIC X(40)
                      VALUE '     INCURRED     MOVEMENT  LIST        '.

       01  WS-RPT-DETAIL.
           05 RD-STATUS                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMNUMBER           PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-POLICYTYPE            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-THRESHOLD             PIC Z(08)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-REINS-NOTIFIED        PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-INCURRED              PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-MOVEMENT              PIC Z(08)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DISTLIST              PIC X(08).
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(04) VALUE 'NEW='.
           05 RN-NEW-COUNT             PIC Z(05)9.
           05 FILLER                   PIC X(05) VALUE ' INC='.
           05 RN-NEW-INCURRED          PIC Z(10)9.99.
           05 FILLER                   PIC X(05) VALUE ' DEV='.
           05 RN-DEV-COUNT             PIC Z(05)9.
           05 FILLER                   PIC X(05) VALUE ' MVT='.
           05 RN-DEV-MOVEMENT          PIC Z(10)9.99-.
           05 FILLER                   PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Notices not yet sent to the reinsurers, and those sent whose
      * incurred has moved since - oldest notice first
           EXEC SQL
               DECLARE LLCURSOR CURSOR FOR
                   SELECT CLAIMNUMBER, POLICYTYPE, THRESHOLD,
                          CURRENTINCURRED, REPORTEDINCURRED,
                          DISTLIST, REINSNOTIFIEDDATE
                     FROM LARGE_LOSS_NOTICE
                    WHERE REINSNOTIFIEDDATE = ' '
                       OR CURRENTINCURRED <> REPORTEDINCURRED
                    ORDER BY NOTIFIEDDATE, CLAIMNUMBER
           END-EXEC.

       01  WS-NOTICE-ROW.
           05 WN-CLAIMNUMBER           PIC 9(10).
           05 WN-POLICYTYPE            PIC X(03).
           05 WN-THRESHOLD             PIC 9(09)V9(02).
           05 WN-CURRENTINCURRED       PIC 9(09)V9(02).
           05 WN-REPORTEDINCURRED      PIC 9(09)V9(02).
           05 WN-DISTLIST              PIC X(08).
           05 WN-REINSNOTIFIEDDATE     PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-NOTICE-ROWS THRU 2000-NOTICE-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date, register the run, open the cursor  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LLB-RPT

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
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGLLB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN LLCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN LLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-NOTICE-ROWS - list one notice as new or developing, and   *
      * stamp it as reported                                           *
      ******************************************************************
       2000-NOTICE-ROWS.
           EXEC SQL
               FETCH LLCURSOR
                 INTO :WN-CLAIMNUMBER,
                      :WN-POLICYTYPE,
                      :WN-THRESHOLD,
                      :WN-CURRENTINCURRED,
                      :WN-REPORTEDINCURRED,
                      :WN-DISTLIST,
                      :WN-REINSNOTIFIEDDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-NOTICE-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON LLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-NOTICE-ROWS-EXIT
           END-IF

      * a new notice goes to the reinsurers today; a developing one
      * keeps the date they first heard of it
           IF WN-REINSNOTIFIEDDATE EQUAL SPACES
             MOVE 'NEW'       TO RD-STATUS
             MOVE WS-RUN-DATE TO WN-REINSNOTIFIEDDATE
             MOVE 0           TO WS-MOVEMENT
             ADD 1 TO WS-NEW-COUNT
             ADD WN-CURRENTINCURRED TO WS-TOT-NEW-INCURRED
           ELSE
             MOVE 'DEV'       TO RD-STATUS
             COMPUTE WS-MOVEMENT =
                 WN-CURRENTINCURRED - WN-REPORTEDINCURRED
             ADD 1 TO WS-DEV-COUNT
             ADD WS-MOVEMENT TO WS-TOT-DEV-MOVEMENT
           END-IF

           EXEC SQL
               UPDATE LARGE_LOSS_NOTICE
                  SET REINSNOTIFIEDDATE = :WN-REINSNOTIFIEDDATE,
                      REPORTEDINCURRED  = :WN-CURRENTINCURRED
                WHERE CLAIMNUMBER = :WN-CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UPDATE ERROR ON LARGE_LOSS_NOTICE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-NOTICE-ROWS-EXIT
           END-IF

           MOVE WN-CLAIMNUMBER       TO RD-CLAIMNUMBER
           MOVE WN-POLICYTYPE        TO RD-POLICYTYPE
           MOVE WN-THRESHOLD         TO RD-THRESHOLD
           MOVE WN-REINSNOTIFIEDDATE TO RD-REINS-NOTIFIED
           MOVE WN-CURRENTINCURRED   TO RD-INCURRED
           MOVE WS-MOVEMENT          TO RD-MOVEMENT
           MOVE WN-DISTLIST          TO RD-DISTLIST
           MOVE WS-RPT-DETAIL        TO RPT-LINE
           WRITE RPT-LINE.
       2000-NOTICE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down.  The stamps go in as one unit of work, so an aborted     *
      * run leaves every notice to be listed again tomorrow.           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE LLCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NEW-COUNT        TO RN-NEW-COUNT
           MOVE WS-TOT-NEW-INCURRED TO RN-NEW-INCURRED
           MOVE WS-DEV-COUNT        TO RN-DEV-COUNT
           MOVE WS-TOT-DEV-MOVEMENT TO RN-DEV-MOVEMENT
           MOVE WS-RPT-RUN-TOTAL    TO RPT-LINE
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
             COMPUTE RC-RECORD-COUNT = WS-NEW-COUNT + WS-DEV-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE LLB-RPT.
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
