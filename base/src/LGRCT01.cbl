      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *        Staff Entitlement Recertification Sign-off              *
      *                                                                *
      *   Each quarter LGRCB01 puts every active employee on           *
      *  STAFF_RECERT for their line manager to recertify.  Here the   *
      *  manager lists their staff and, one at a time, confirms the    *
      *  authority level and settlement limit, reduces them, or        *
      *  revokes them.  A reduction or revocation takes effect on      *
      *  EMPLOYEE at once.  Only the manager on the row may sign -     *
      *  an administrator signs for staff with no manager - nobody     *
      *  signs for themselves, and a decision is made once.  The row   *
      *  keeps who decided what and when, and every decision writes    *
      *  a STAFF_AUDIT row as LGSTM01's changes do.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGRCT01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           05 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGRCT01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGRCT01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' EMP#='.
             15 EM-EMPID               PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - any active employee may sign for     *
      * their own staff; administrator level signs for staff with no   *
      * line manager                                                   *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 5.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.
           05 WS-ENT-STATUS            PIC X(01).
           05 WS-ENT-ADMIN-SW          PIC X(01) VALUE 'N'.
               88 WS-ENT-ADMIN               VALUE 'Y'.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-RECERT-LEN         PIC S9(4) COMP VALUE +770.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

       01  WS-SWITCHES.
           05 WS-PAGE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-PAGE-EOJ                 VALUE 'Y'.

       77  WS-PAGE-SIZE                 PIC S9(4) COMP VALUE +10.
       77  WS-FETCHED-COUNT             PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the cursor below only needs
      * WORKING-STORAGE host variables, the same way LGCHI01 does
       01  WS-RECERT-PERIOD             PIC X(06).
       01  WS-RESUME-EMP-ID             PIC 9(05).

      * STAFF_RECERT row a decision is made on
       01  WS-RECERT-ROW.
           05 WS-RR-MANAGER-ID          PIC 9(05).
           05 WS-RR-STATUS              PIC X(01).
           05 WS-RR-AUTH-LEVEL          PIC 9(02).
           05 WS-RR-SETTLE-LIMIT        PIC 9(09)V9(02).
           05 WS-RR-NEW-AUTH-LEVEL      PIC 9(02).
           05 WS-RR-NEW-SETTLE-LIMIT    PIC 9(09)V9(02).

      * Audit fields for the STAFF_AUDIT row each decision writes -
      * RCC confirmed, RCR reduced, RCV revoked
       01  WS-AUDIT-FIELDS.
           05 WS-AUDIT-ACTION          PIC X(03) VALUE SPACES.
           05 WS-AUDIT-DATE            PIC X(08) VALUE SPACES.
           05 WS-AUDIT-TIME            PIC X(06) VALUE SPACES.

       01  WS-LIST-ROW.
           05 WS-LR-EMP-ID              PIC 9(05).
           05 WS-LR-EMP-NAME            PIC X(30).
           05 WS-LR-EMP-ROLE            PIC X(04).
           05 WS-LR-AUTH-LEVEL          PIC 9(02).
           05 WS-LR-SETTLE-LIMIT        PIC 9(09)V9(02).
           05 WS-LR-LAST-ACTIVITY       PIC X(10).
           05 WS-LR-DUE-DATE            PIC X(10).
           05 WS-LR-STATUS              PIC X(01).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The caller's staff for the quarter - an administrator also
      * sees the staff with no line manager
           EXEC SQL
               DECLARE RCCURSOR CURSOR FOR
                   SELECT R.EMP_ID, E.EMP_NAME, E.EMP_ROLE,
                          R.AUTHLEVEL, R.SETTLEMENTLIMIT,
                          R.LASTACTIVITY, R.DUEDATE, R.RECERTSTATUS
                     FROM STAFF_RECERT R, EMPLOYEE E
                    WHERE R.RECERTPERIOD = :WS-RECERT-PERIOD
                      AND ( R.MANAGERID  = :WS-ENT-EMP-ID
                         OR ( R.MANAGERID = 0
                          AND :WS-ENT-ADMIN-SW = 'Y' ) )
                      AND R.EMP_ID       > :WS-RESUME-EMP-ID
                      AND E.EMP_ID       = R.EMP_ID
                    ORDER BY R.EMP_ID
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGRECTCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.
      *----------------------------------------------------------------*
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

           COMPUTE WS-REQUIRED-CA-LEN = WS-CA-HEADER-LEN
                                       + WS-CA-RECERT-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-LIST-STAFF
              AND NOT CA-REQ-CONFIRM
              AND NOT CA-REQ-REDUCE
              AND NOT CA-REQ-REVOKE
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-EMP-ID TO EM-EMPID.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-LIST-STAFF
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM RESOLVE-PERIOD THRU RESOLVE-PERIOD-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-REQ-LIST-STAFF
             PERFORM LIST-STAFF THRU LIST-STAFF-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM READ-RECERT-ROW THRU READ-RECERT-ROW-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-CONFIRM
               PERFORM CONFIRM-ENTITLEMENT
                   THRU CONFIRM-ENTITLEMENT-EXIT
             WHEN CA-REQ-REDUCE
               PERFORM REDUCE-ENTITLEMENT
                   THRU REDUCE-ENTITLEMENT-EXIT
             WHEN CA-REQ-REVOKE
               PERFORM REVOKE-ENTITLEMENT
                   THRU REVOKE-ENTITLEMENT-EXIT
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       RESOLVE-PERIOD.
      *================================================================*
      * No quarter given means the latest one LGRCB01 opened.          *
      *================================================================*
           IF CA-RECERT-PERIOD NOT EQUAL SPACES
             MOVE CA-RECERT-PERIOD TO WS-RECERT-PERIOD
             GO TO RESOLVE-PERIOD-EXIT
           END-IF

           MOVE ' MAX RECERTPRD' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(RECERTPERIOD), ' ')
               INTO :WS-RECERT-PERIOD
               FROM STAFF_RECERT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RESOLVE-PERIOD-EXIT
           END-IF
           IF WS-RECERT-PERIOD EQUAL SPACES
             MOVE '94' TO CA-RETURN-CODE
             GO TO RESOLVE-PERIOD-EXIT
           END-IF
           MOVE WS-RECERT-PERIOD TO CA-RECERT-PERIOD.
       RESOLVE-PERIOD-EXIT.
           EXIT.
      *================================================================*
       LIST-STAFF.
      *================================================================*
           IF CA-RESUME-EMP-ID IS NUMERIC
             MOVE CA-RESUME-EMP-ID TO WS-RESUME-EMP-ID
           ELSE
             MOVE ZERO TO WS-RESUME-EMP-ID
           END-IF
           MOVE 'N'  TO CA-MORE-STAFF
           MOVE ZERO TO CA-STAFF-COUNT
           MOVE ZERO TO WS-FETCHED-COUNT

           MOVE ' OPEN RCCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN RCCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO LIST-STAFF-EXIT
           END-IF

           PERFORM FETCH-STAFF-ROW THRU FETCH-STAFF-ROW-EXIT
               UNTIL WS-PAGE-EOJ

           EXEC SQL
               CLOSE RCCURSOR
           END-EXEC.
       LIST-STAFF-EXIT.
           EXIT.
      *================================================================*
       FETCH-STAFF-ROW.
      *================================================================*
           EXEC SQL
               FETCH RCCURSOR
                 INTO :WS-LR-EMP-ID,
                      :WS-LR-EMP-NAME,
                      :WS-LR-EMP-ROLE,
                      :WS-LR-AUTH-LEVEL,
                      :WS-LR-SETTLE-LIMIT,
                      :WS-LR-LAST-ACTIVITY,
                      :WS-LR-DUE-DATE,
                      :WS-LR-STATUS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-STAFF-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH RCCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-STAFF-ROW-EXIT
           END-IF

           IF WS-FETCHED-COUNT NOT LESS THAN WS-PAGE-SIZE
             MOVE 'Y' TO CA-MORE-STAFF
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-STAFF-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-RL-IDX TO WS-FETCHED-COUNT
           MOVE WS-LR-EMP-ID        TO RL-EMP-ID(CA-RL-IDX)
                                       CA-RESUME-EMP-ID
           MOVE WS-LR-EMP-NAME      TO RL-EMP-NAME(CA-RL-IDX)
           MOVE WS-LR-EMP-ROLE      TO RL-EMP-ROLE(CA-RL-IDX)
           MOVE WS-LR-AUTH-LEVEL    TO RL-AUTH-LEVEL(CA-RL-IDX)
           MOVE WS-LR-SETTLE-LIMIT  TO RL-SETTLE-LIMIT(CA-RL-IDX)
           MOVE WS-LR-LAST-ACTIVITY TO RL-LAST-ACTIVITY(CA-RL-IDX)
           MOVE WS-LR-DUE-DATE      TO RL-DUE-DATE(CA-RL-IDX)
           MOVE WS-LR-STATUS        TO RL-RECERT-STATUS(CA-RL-IDX)
           MOVE WS-FETCHED-COUNT    TO CA-STAFF-COUNT.
       FETCH-STAFF-ROW-EXIT.
           EXIT.
      *================================================================*
       READ-RECERT-ROW.
      *================================================================*
      * The employee's row for the quarter, and whether the caller may *
      * sign it: the manager on the row, or an administrator when it   *
      * has none - never the employee themselves.  A row already       *
      * decided, or closed by LGRXB01, is not decided again.           *
      *================================================================*
           MOVE ' SELECT RECERT' TO EM-SQLREQ
           EXEC SQL
             SELECT MANAGERID, RECERTSTATUS, AUTHLEVEL,
                    SETTLEMENTLIMIT
               INTO :WS-RR-MANAGER-ID, :WS-RR-STATUS,
                    :WS-RR-AUTH-LEVEL, :WS-RR-SETTLE-LIMIT
               FROM STAFF_RECERT
              WHERE RECERTPERIOD = :WS-RECERT-PERIOD
                AND EMP_ID       = :CA-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO READ-RECERT-ROW-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-RECERT-ROW-EXIT
           END-EVALUATE

           IF CA-EMP-ID EQUAL WS-ENT-EMP-ID
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' MAY NOT RECERTIFY SELF' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO READ-RECERT-ROW-EXIT
           END-IF

           IF WS-RR-MANAGER-ID EQUAL ZERO
             IF NOT WS-ENT-ADMIN
               MOVE '86' TO CA-RETURN-CODE
               MOVE ' NO MANAGER - ADMINISTRATOR SIGNS' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-RECERT-ROW-EXIT
             END-IF
           ELSE
             IF WS-RR-MANAGER-ID NOT EQUAL WS-ENT-EMP-ID
               MOVE '86' TO CA-RETURN-CODE
               MOVE ' NOT THE EMPLOYEE''S MANAGER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-RECERT-ROW-EXIT
             END-IF
           END-IF

           IF WS-RR-STATUS NOT EQUAL 'P'
             MOVE '95' TO CA-RETURN-CODE
           END-IF.
       READ-RECERT-ROW-EXIT.
           EXIT.
      *================================================================*
       CONFIRM-ENTITLEMENT.
      *================================================================*
      * Nothing changes on EMPLOYEE; the row records the sign-off.     *
      *================================================================*
           MOVE WS-RR-AUTH-LEVEL   TO WS-RR-NEW-AUTH-LEVEL
           MOVE WS-RR-SETTLE-LIMIT TO WS-RR-NEW-SETTLE-LIMIT
           MOVE 'C'   TO WS-RR-STATUS
           MOVE 'RCC' TO WS-AUDIT-ACTION
           PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.
       CONFIRM-ENTITLEMENT-EXIT.
           EXIT.
      *================================================================*
       REDUCE-ENTITLEMENT.
      *================================================================*
      * The new level and limit may not exceed what the employee held  *
      * when the quarter opened, and at least one must be lower -      *
      * raising authority is LGSTM01's business, not a sign-off's.     *
      *================================================================*
           IF CA-NEW-AUTH-LEVEL IS NOT NUMERIC
               OR CA-NEW-SETTLE-LIMIT IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             GO TO REDUCE-ENTITLEMENT-EXIT
           END-IF
           IF CA-NEW-AUTH-LEVEL GREATER THAN WS-RR-AUTH-LEVEL
               OR CA-NEW-SETTLE-LIMIT GREATER THAN WS-RR-SETTLE-LIMIT
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REDUCTION ABOVE CURRENT' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REDUCE-ENTITLEMENT-EXIT
           END-IF
           IF CA-NEW-AUTH-LEVEL EQUAL WS-RR-AUTH-LEVEL
               AND CA-NEW-SETTLE-LIMIT EQUAL WS-RR-SETTLE-LIMIT
             MOVE '96' TO CA-RETURN-CODE
             GO TO REDUCE-ENTITLEMENT-EXIT
           END-IF

           MOVE CA-NEW-AUTH-LEVEL   TO WS-RR-NEW-AUTH-LEVEL
           MOVE CA-NEW-SETTLE-LIMIT TO WS-RR-NEW-SETTLE-LIMIT
           PERFORM UPDATE-EMPLOYEE-AUTHORITY
               THRU UPDATE-EMPLOYEE-AUTHORITY-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REDUCE-ENTITLEMENT-EXIT
           END-IF

           MOVE 'R'   TO WS-RR-STATUS
           MOVE 'RCR' TO WS-AUDIT-ACTION
           PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.
       REDUCE-ENTITLEMENT-EXIT.
           EXIT.
      *================================================================*
       REVOKE-ENTITLEMENT.
      *================================================================*
      * Level and limit both to zero - every entitlement check refuses *
      * the id from now on.  The employee stays active; leaving is     *
      * LGSTM01's deactivation.                                        *
      *================================================================*
           MOVE ZERO TO WS-RR-NEW-AUTH-LEVEL
           MOVE ZERO TO WS-RR-NEW-SETTLE-LIMIT
           PERFORM UPDATE-EMPLOYEE-AUTHORITY
               THRU UPDATE-EMPLOYEE-AUTHORITY-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REVOKE-ENTITLEMENT-EXIT
           END-IF

           MOVE 'V'   TO WS-RR-STATUS
           MOVE 'RCV' TO WS-AUDIT-ACTION
           PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.
       REVOKE-ENTITLEMENT-EXIT.
           EXIT.
      *================================================================*
       UPDATE-EMPLOYEE-AUTHORITY.
      *================================================================*
           MOVE ' UPDATE EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             UPDATE EMPLOYEE
                SET AUTH_LEVEL       = :WS-RR-NEW-AUTH-LEVEL,
                    SETTLEMENT_LIMIT = :WS-RR-NEW-SETTLE-LIMIT
              WHERE EMP_ID = :CA-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       UPDATE-EMPLOYEE-AUTHORITY-EXIT.
           EXIT.
      *================================================================*
       RECORD-DECISION.
      *================================================================*
      * Who decided what and when, on the quarter's row; the status    *
      * guard keeps a second sign-off racing this one from landing.    *
      *================================================================*
           MOVE ' UPDATE RECERT' TO EM-SQLREQ
           EXEC SQL
             UPDATE STAFF_RECERT
                SET RECERTSTATUS       = :WS-RR-STATUS,
                    NEWAUTHLEVEL       = :WS-RR-NEW-AUTH-LEVEL,
                    NEWSETTLEMENTLIMIT = :WS-RR-NEW-SETTLE-LIMIT,
                    DECIDEDBY          = :CA-STAFF-ID,
                    DECIDEDDATE        = :WS-TODAY-DATE,
                    DECIDEDTIME        = CURRENT TIME
              WHERE RECERTPERIOD = :WS-RECERT-PERIOD
                AND EMP_ID       = :CA-EMP-ID
                AND RECERTSTATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-STAFF-AUDIT THRU WRITE-STAFF-AUDIT-EXIT
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.
       RECORD-DECISION-EXIT.
           EXIT.
      *================================================================*
       GET-TODAYS-DATE.
      *================================================================*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP
                     YYYYMMDD(WS-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2).
      *================================================================*
       WRITE-STAFF-AUDIT.
      *================================================================*
      * One STAFF_AUDIT row per change - who changed whom, doing       *
      * what, when.  A failure is logged but never unwinds the         *
      * change itself.                                                 *
      *================================================================*
           MOVE ' INSERT STAFFAUD' TO EM-SQLREQ
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC
           EXEC SQL
             INSERT INTO STAFF_AUDIT
                       ( EMP_ID,
                         AUDITACTION,
                         CHANGEDBY,
                         TRANSID,
                         AUDITDATE,
                         AUDITTIME )
                VALUES ( :CA-EMP-ID,
                         :WS-AUDIT-ACTION,
                         :CA-STAFF-ID,
                         :WS-TRANSID,
                         :WS-AUDIT-DATE,
                         :WS-AUDIT-TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       WRITE-STAFF-AUDIT-EXIT.
           EXIT.
      *================================================================*
       CHECK-STAFF-ENTITLEMENT.
      *================================================================*
      * See the note at WS-REQUIRED-AUTH-LEVEL.  A CA-STAFF-ID that    *
      * is not a real, active EMP_ID is refused before anything is     *
      * touched; the level decides only whether the caller may sign    *
      * for staff with no line manager.                                *
      *================================================================*
           IF CA-STAFF-ID IS NOT NUMERIC
             MOVE '86' TO CA-RETURN-CODE
             MOVE ' CA-STAFF-ID NOT A VALID EMP_ID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-STAFF-ENTITLEMENT-EXIT
           END-IF

           MOVE CA-STAFF-ID TO WS-ENT-EMP-ID
           MOVE ' SELECT EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             SELECT AUTH_LEVEL, EMPSTATUS
               INTO :WS-ENT-AUTH-LEVEL, :WS-ENT-STATUS
               FROM EMPLOYEE
              WHERE EMP_ID = :WS-ENT-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-ENT-STATUS NOT EQUAL 'A'
                 MOVE '86' TO CA-RETURN-CODE
                 MOVE ' CA-STAFF-ID NOT ACTIVE' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
               IF WS-ENT-AUTH-LEVEL NOT LESS THAN
                       WS-REQUIRED-AUTH-LEVEL
                 MOVE 'Y' TO WS-ENT-ADMIN-SW
               END-IF
             WHEN 100
               MOVE '86' TO CA-RETURN-CODE
               MOVE ' CA-STAFF-ID NOT ON EMPLOYEE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-STAFF-ENTITLEMENT-EXIT.
           EXIT.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  While the overnight batch window is open this    *
      * transaction is read-only and the change is refused with '80'.  *
      * A switch that cannot be read leaves the transaction open.      *
      *================================================================*
           MOVE 'N' TO BW-READ-ONLY-SW
           MOVE 0   TO BW-SWITCH-VALUE
           MOVE ' SELECT BATCHWIN' TO EM-SQLREQ
           EXEC SQL
             SELECT NUMVALUE1
               INTO :BW-SWITCH-VALUE
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'BATCHWIN'
                AND PARAMKEY   = 'READONLY'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF BW-SWITCH-VALUE EQUAL 1
                 MOVE 'Y'  TO BW-READ-ONLY-SW
                 MOVE '80' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
