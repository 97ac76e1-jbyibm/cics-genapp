       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGRXB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Daily close of overdue entitlement recertifications.  Every  *
      *  STAFF_RECERT row LGRCB01 opened that is still pending after   *
      *  its due date is closed as 'X', and the employee is suspended  *
      *  - EMPSTATUS 'S', AUTH_LEVEL and SETTLEMENT_LIMIT to zero, so  *
      *  every entitlement check refuses them until LGSTM01 sets       *
      *  their authority again.  Each suspension writes a STAFF_AUDIT  *
      *  row ('RCS', changed by LGRXB) and is listed for the           *
      *  administrators.  Registered on BATCH_RUN_CONTROL.             *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRXB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RXB-RPT   ASSIGN TO RXBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RXB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * STAFF_AUDIT stamp for the suspensions, in the MMDDYYYY and
      * HHMMSS forms LGSTM01 writes
       01  WS-AUDIT-FIELDS.
           05 WS-AUDIT-DATE            PIC X(08) VALUE SPACES.
           05 WS-AUDIT-TIME            PIC X(06) VALUE SPACES.
           05 WS-AUDIT-CHANGED-BY      PIC X(05) VALUE 'LGRXB'.
           05 WS-AUDIT-TRANSID         PIC X(04) VALUE 'BTCH'.
       01  WS-CLOCK                    PIC 9(08) VALUE 0.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-SUSPEND-COUNT            PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'RECERTIFICATION OVERDUE SUSPENSIONS -  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-SUSPEND-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RS-EMP-ID                PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-EMP-NAME              PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-PERIOD                PIC X(06).
           05 FILLER                   PIC X(05) VALUE ' DUE '.
           05 RS-DUE-DATE              PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' MGR '.
           05 RS-MANAGER-ID            PIC 9(05).
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'SUSPENDED='.
           05 RT-SUSPENDED             PIC Z(05)9.
           05 FILLER                   PIC X(64) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pending rows whose window has closed
           EXEC SQL
               DECLARE RXCURSOR CURSOR FOR
                   SELECT R.RECERTPERIOD, R.EMP_ID, R.MANAGERID,
                          R.DUEDATE, E.EMP_NAME
                     FROM STAFF_RECERT R, EMPLOYEE E
                    WHERE R.RECERTSTATUS = 'P'
                      AND R.DUEDATE      < :WS-RUN-DATE
                      AND E.EMP_ID       = R.EMP_ID
                    ORDER BY R.EMP_ID, R.RECERTPERIOD
           END-EXEC.

       01  WS-OVERDUE-ROW.
           05 WX-PERIOD                PIC X(06).
           05 WX-EMP-ID                PIC S9(05) COMP.
           05 WX-MANAGER-ID            PIC S9(05) COMP.
           05 WX-DUE-DATE              PIC X(10).
           05 WX-EMP-NAME              PIC X(30).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ROWS THRU 2000-PROCESS-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date, register the run, open the cursor  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RXB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-TODAY-YYYYMMDD(5:4) TO WS-AUDIT-DATE(1:4)
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-AUDIT-DATE(5:4)
           MOVE WS-CLOCK(1:6)          TO WS-AUDIT-TIME

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGRXB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN RXCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RXCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - close one overdue row and suspend the      *
      * employee                                                       *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH RXCURSOR
                 INTO :WX-PERIOD,
                      :WX-EMP-ID,
                      :WX-MANAGER-ID,
                      :WX-DUE-DATE,
                      :WX-EMP-NAME
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON RXCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           EXEC SQL
               UPDATE STAFF_RECERT
                  SET RECERTSTATUS       = 'X',
                      NEWAUTHLEVEL       = 0,
                      NEWSETTLEMENTLIMIT = 0,
                      DECIDEDBY          = :WS-AUDIT-CHANGED-BY,
                      DECIDEDDATE        = :WS-RUN-DATE,
                      DECIDEDTIME        = CURRENT TIME
                WHERE RECERTPERIOD = :WX-PERIOD
                  AND EMP_ID       = :WX-EMP-ID
                  AND RECERTSTATUS = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'STAFF_RECERT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

      * an employee already inactive or suspended keeps that status
           EXEC SQL
               UPDATE EMPLOYEE
                  SET EMPSTATUS        = 'S',
                      AUTH_LEVEL       = 0,
                      SETTLEMENT_LIMIT = 0
                WHERE EMP_ID    = :WX-EMP-ID
                  AND EMPSTATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 2100-WRITE-STAFF-AUDIT
                   THRU 2100-WRITE-STAFF-AUDIT-EXIT
             WHEN 100
               GO TO 2000-PROCESS-ROWS-EXIT
             WHEN OTHER
               MOVE 'EMPLOYEE SUSPENSION FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-PROCESS-ROWS-EXIT
           END-EVALUATE

           ADD 1 TO WS-SUSPEND-COUNT
           MOVE WX-EMP-ID     TO RS-EMP-ID
           MOVE WX-EMP-NAME   TO RS-EMP-NAME
           MOVE WX-PERIOD     TO RS-PERIOD
           MOVE WX-DUE-DATE   TO RS-DUE-DATE
           MOVE WX-MANAGER-ID TO RS-MANAGER-ID
           MOVE WS-RPT-SUSPEND-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-STAFF-AUDIT - the suspension on the employee's      *
      * STAFF_AUDIT trail, beside LGSTM01's and LGRCT01's changes      *
      ******************************************************************
       2100-WRITE-STAFF-AUDIT.
           EXEC SQL
               INSERT INTO STAFF_AUDIT
                         ( EMP_ID,
                           AUDITACTION,
                           CHANGEDBY,
                           TRANSID,
                           AUDITDATE,
                           AUDITTIME )
                  VALUES ( :WX-EMP-ID,
                           'RCS',
                           :WS-AUDIT-CHANGED-BY,
                           :WS-AUDIT-TRANSID,
                           :WS-AUDIT-DATE,
                           :WS-AUDIT-TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'STAFF_AUDIT INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       2100-WRITE-STAFF-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down                                                           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE RXCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUSPEND-COUNT TO RT-SUSPENDED
           MOVE WS-RPT-RUN-TOTAL TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run suspends nobody and leaves its
      * BATCH_RUN_CONTROL row at 'R' for the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - NO SUSPENSIONS APPLIED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-SUSPEND-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE RXB-RPT.
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
