      * PROGRAM-ID.    LGRCB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Quarterly staff entitlement recertification.  People change  *
      *  teams and keep their old authority; this run opens the        *
      *  quarter's STAFF_RECERT row for every active employee and      *
      *  lists them under their line manager with the authority        *
      *  level, settlement limit and last activity date they hold      *
      *  today.  Last activity is the latest of the employee's         *
      *  CUSTOMER_AUDIT and POLICY_AUDIT changes and their             *
      *  CUSTOMER_ACCESS_LOG reads.  Each manager confirms, reduces    *
      *  or revokes each line through LGRCT01 before the due date -    *
      *  the run date plus SYSTEM_PARAMETER 'RECERT'/'WINDOW'          *
      *  (NUMVALUE1 days).  LGRXB01 suspends anyone still pending      *
      *  after it.  Staff with no line manager are listed together     *
      *  for the administrators to sign.                               *
      *                                                                *
      *   SYSIN card 1-6 is the quarter, CCYYQn - blank takes the      *
      *  quarter the run date falls in.  Re-running a quarter lists    *
      *  it again but opens rows only for staff not already on it.     *
      *  Registered on BATCH_RUN_CONTROL.                              *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRCB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCB-RPT   ASSIGN TO RCBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * The quarter being opened, CCYYQn
       01  WS-RECERT-PERIOD.
           05 WS-RP-YEAR               PIC 9(04).
           05 FILLER                   PIC X(01) VALUE 'Q'.
           05 WS-RP-QUARTER            PIC 9(01).
       77  WS-MONTH                    PIC 9(02) VALUE 0.

      * Days a manager has to sign off - overridden at entry from
      * SYSTEM_PARAMETER ('RECERT'/'WINDOW', maintained through
      * LGPAR01); the compiled figure stands only when the table
      * cannot be read
       77  WS-WINDOW-DAYS              PIC S9(05) COMP VALUE 30.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-DUE-WORK.
           05 WS-TODAY-INT             PIC S9(09) COMP.
           05 WS-DUE-INT               PIC S9(09) COMP.
           05 WS-DUE-YYYYMMDD          PIC 9(08).
           05 WS-DUE-DATE              PIC X(10).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-STAFF-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-OPENED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-MANAGER-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-ON-FILE-COUNT            PIC S9(05) COMP VALUE 0.
       77  WS-PREV-MANAGER-ID          PIC S9(05) COMP VALUE -1.
       77  WS-LAST-ACTIVITY            PIC X(10) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'STAFF ENTITLEMENT RECERTIFICATION - '.
           05 RH-PERIOD                PIC X(06).
           05 FILLER                   PIC X(06) VALUE '  RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(06) VALUE '  DUE '.
           05 RH-DUE-DATE              PIC X(10).
           05 FILLER                   PIC X(06) VALUE SPACES.

       01  WS-RPT-MANAGER-LINE.
           05 FILLER                   PIC X(08) VALUE 'MANAGER '.
           05 RM-MANAGER-ID            PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-MANAGER-NAME          PIC X(30).
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-NO-MANAGER-LINE.
           05 FILLER                   PIC X(45)
                 VALUE 'NO LINE MANAGER - FOR ADMINISTRATOR SIGN-OFF'.
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-RPT-STAFF-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RS-EMP-ID                PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-EMP-NAME              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RS-EMP-ROLE              PIC X(04).
           05 FILLER                   PIC X(06) VALUE ' AUTH='.
           05 RS-AUTH-LEVEL            PIC 9(02).
           05 FILLER                   PIC X(07) VALUE ' LIMIT='.
           05 RS-SETTLE-LIMIT          PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' LAST='.
           05 RS-LAST-ACTIVITY         PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'STAFF='.
           05 RT-STAFF                 PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' MANAGERS='.
           05 RT-MANAGERS              PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' ROWS OPEN='.
           05 RT-OPENED                PIC Z(05)9.
           05 FILLER                   PIC X(35) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every active employee with their manager and the latest date
      * each activity trail has them on, by manager
           EXEC SQL
               DECLARE RCCURSOR CURSOR FOR
                   SELECT E.EMP_ID, E.EMP_NAME, E.EMP_ROLE,
                          E.AUTH_LEVEL, E.SETTLEMENT_LIMIT,
                          COALESCE(E.EMP_MANAGERID, 0),
                          COALESCE(M.EMP_NAME, ' '),
                          COALESCE(
                            ( SELECT MAX(A.AUDITDATEISO)
                                FROM CUSTOMER_AUDIT A
                               WHERE A.STAFFID = DIGITS(E.EMP_ID) ),
                            ' '),
                          COALESCE(
                            ( SELECT MAX(P.AUDITDATE)
                                FROM POLICY_AUDIT P
                               WHERE P.STAFFID = DIGITS(E.EMP_ID) ),
                            ' '),
                          COALESCE(
                            ( SELECT MAX(L.ACCESSDATE)
                                FROM CUSTOMER_ACCESS_LOG L
                               WHERE L.STAFFID = DIGITS(E.EMP_ID) ),
                            ' ')
                     FROM EMPLOYEE E
                          LEFT OUTER JOIN EMPLOYEE M
                            ON M.EMP_ID = E.EMP_MANAGERID
                    WHERE E.EMPSTATUS = 'A'
                    ORDER BY 6, 1
           END-EXEC.

       01  WS-STAFF-ROW.
           05 WE-EMP-ID                PIC S9(05) COMP.
           05 WE-EMP-NAME              PIC X(30).
           05 WE-EMP-ROLE              PIC X(04).
           05 WE-AUTH-LEVEL            PIC S9(04) COMP.
           05 WE-SETTLE-LIMIT          PIC S9(09)V9(02) COMP-3.
           05 WE-MANAGER-ID            PIC S9(05) COMP.
           05 WE-MANAGER-NAME          PIC X(30).
           05 WE-LAST-CUST-AUDIT       PIC X(10).
           05 WE-LAST-POL-AUDIT        PIC X(10).
           05 WE-LAST-ACCESS           PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-STAFF THRU 2000-PROCESS-STAFF-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the quarter and due date, register the run,  *
      * open the cursor                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RCB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * blank quarter - the one the run date falls in
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RP-YEAR
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-MONTH
             COMPUTE WS-RP-QUARTER = (WS-MONTH + 2) / 3
           ELSE
             IF WS-PARM-PERIOD(1:4) IS NOT NUMERIC
                 OR WS-PARM-PERIOD(5:1) NOT EQUAL 'Q'
                 OR WS-PARM-PERIOD(6:1) LESS THAN '1'
                 OR WS-PARM-PERIOD(6:1) GREATER THAN '4'
               MOVE 'QUARTER CARD NOT CCYYQN' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
             END-IF
             MOVE WS-PARM-PERIOD TO WS-RECERT-PERIOD
           END-IF

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-DUE-INT = WS-TODAY-INT + WS-WINDOW-DAYS
           COMPUTE WS-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE WS-DUE-YYYYMMDD(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-'                  TO WS-DUE-DATE(5:1)
           MOVE WS-DUE-YYYYMMDD(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-'                  TO WS-DUE-DATE(8:1)
           MOVE WS-DUE-YYYYMMDD(7:2) TO WS-DUE-DATE(9:2)

           MOVE WS-RECERT-PERIOD TO RH-PERIOD
           MOVE WS-RUN-DATE      TO RH-RUN-DATE
           MOVE WS-DUE-DATE      TO RH-DUE-DATE
           MOVE WS-RPT-HEADING   TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGRCB01 '        TO RC-JOBNAME
           MOVE WS-RECERT-PERIOD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN RCCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RCCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-WINDOW-DAYS        *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'RECERT  '
                  AND PARAMKEY   = 'WINDOW  '
           END-EXEC
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
                 AND WS-PRM-NUM LESS THAN 366
               MOVE WS-PRM-NUM TO WS-WINDOW-DAYS
             END-IF
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-STAFF - one employee: open their row for the      *
      * quarter and list them under their manager                      *
      ******************************************************************
       2000-PROCESS-STAFF.
           EXEC SQL
               FETCH RCCURSOR
                 INTO :WE-EMP-ID,
                      :WE-EMP-NAME,
                      :WE-EMP-ROLE,
                      :WE-AUTH-LEVEL,
                      :WE-SETTLE-LIMIT,
                      :WE-MANAGER-ID,
                      :WE-MANAGER-NAME,
                      :WE-LAST-CUST-AUDIT,
                      :WE-LAST-POL-AUDIT,
                      :WE-LAST-ACCESS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-STAFF-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON RCCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-STAFF-EXIT
           END-IF

      * the latest of the three trails - ISO dates compare as text
           MOVE WE-LAST-CUST-AUDIT TO WS-LAST-ACTIVITY
           IF WE-LAST-POL-AUDIT GREATER THAN WS-LAST-ACTIVITY
             MOVE WE-LAST-POL-AUDIT TO WS-LAST-ACTIVITY
           END-IF
           IF WE-LAST-ACCESS GREATER THAN WS-LAST-ACTIVITY
             MOVE WE-LAST-ACCESS TO WS-LAST-ACTIVITY
           END-IF

           PERFORM 2100-OPEN-RECERT-ROW THRU 2100-OPEN-RECERT-ROW-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-STAFF-EXIT
           END-IF

           IF WE-MANAGER-ID NOT EQUAL WS-PREV-MANAGER-ID
             MOVE WE-MANAGER-ID TO WS-PREV-MANAGER-ID
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             IF WE-MANAGER-ID EQUAL ZERO
               MOVE WS-RPT-NO-MANAGER-LINE TO RPT-LINE
             ELSE
               ADD 1 TO WS-MANAGER-COUNT
               MOVE WE-MANAGER-ID   TO RM-MANAGER-ID
               MOVE WE-MANAGER-NAME TO RM-MANAGER-NAME
               MOVE WS-RPT-MANAGER-LINE TO RPT-LINE
             END-IF
             WRITE RPT-LINE
           END-IF

           ADD 1 TO WS-STAFF-COUNT
           MOVE WE-EMP-ID       TO RS-EMP-ID
           MOVE WE-EMP-NAME     TO RS-EMP-NAME
           MOVE WE-EMP-ROLE     TO RS-EMP-ROLE
           MOVE WE-AUTH-LEVEL   TO RS-AUTH-LEVEL
           MOVE WE-SETTLE-LIMIT TO RS-SETTLE-LIMIT
           IF WS-LAST-ACTIVITY EQUAL SPACES
             MOVE 'NONE'           TO RS-LAST-ACTIVITY
           ELSE
             MOVE WS-LAST-ACTIVITY TO RS-LAST-ACTIVITY
           END-IF
           MOVE WS-RPT-STAFF-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-STAFF-EXIT.
           EXIT.

      ******************************************************************
      * 2100-OPEN-RECERT-ROW - the quarter's pending row, holding what *
      * the employee has today; a row already open is left as it is    *
      ******************************************************************
       2100-OPEN-RECERT-ROW.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ON-FILE-COUNT
                 FROM STAFF_RECERT
                WHERE RECERTPERIOD = :WS-RECERT-PERIOD
                  AND EMP_ID       = :WE-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SQL ERROR READING STAFF_RECERT' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-OPEN-RECERT-ROW-EXIT
           END-IF
           IF WS-ON-FILE-COUNT GREATER THAN ZERO
             GO TO 2100-OPEN-RECERT-ROW-EXIT
           END-IF

           EXEC SQL
               INSERT INTO STAFF_RECERT
                         ( RECERTPERIOD,
                           EMP_ID,
                           MANAGERID,
                           AUTHLEVEL,
                           SETTLEMENTLIMIT,
                           LASTACTIVITY,
                           OPENEDDATE,
                           DUEDATE,
                           RECERTSTATUS,
                           NEWAUTHLEVEL,
                           NEWSETTLEMENTLIMIT,
                           DECIDEDBY,
                           DECIDEDDATE )
                  VALUES ( :WS-RECERT-PERIOD,
                           :WE-EMP-ID,
                           :WE-MANAGER-ID,
                           :WE-AUTH-LEVEL,
                           :WE-SETTLE-LIMIT,
                           :WS-LAST-ACTIVITY,
                           :WS-RUN-DATE,
                           :WS-DUE-DATE,
                           'P',
                           0,
                           0,
                           ' ',
                           ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'STAFF_RECERT INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
           ELSE
             ADD 1 TO WS-OPENED-COUNT
           END-IF.
       2100-OPEN-RECERT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down                                                           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE RCCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STAFF-COUNT   TO RT-STAFF
           MOVE WS-MANAGER-COUNT TO RT-MANAGERS
           MOVE WS-OPENED-COUNT  TO RT-OPENED
           MOVE WS-RPT-RUN-TOTAL TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - NO ROWS OPENED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-OPENED-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE RCB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run                                                        *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * record count                                                   *
      ******************************************************************
       8900-REGISTER-RUN-END.
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
