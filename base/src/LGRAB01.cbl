       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGRAB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Weekly customer record access exception report.  Every       *
      *  customer inquiry writes a CUSTOMER_ACCESS_LOG row; this run   *
      *  reads the record views ('V') of the seven days ending on      *
      *  the run date and lists, for the data-protection officer,      *
      *                                                                *
      *   - staff who viewed more distinct customers than the limit    *
      *     on SYSTEM_PARAMETER 'ACCESSLG'/'VOLUME' (NUMVALUE1)        *
      *   - every customer a member of staff viewed with no work       *
      *     connecting them to it: no CUSTOMER_STAFF_ASSIGNMENT, no    *
      *     claim on the customer's policies they handle, no           *
      *     sanctions review or underwriting referral assigned to      *
      *     them, and no change of theirs on CUSTOMER_AUDIT or         *
      *     POLICY_AUDIT                                               *
      *                                                                *
      *  Search-result listings ('L') and subject access runs ('S')    *
      *  are not counted - a search lists strangers by design.         *
      *  Read-only apart from its BATCH_RUN_CONTROL registration.      *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRAB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAB-RPT   ASSIGN TO RABRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * The week reported - the run date and the six days before it
       01  WS-PERIOD-WORK.
           05 WS-TODAY-INT             PIC S9(09) COMP.
           05 WS-START-INT             PIC S9(09) COMP.
           05 WS-START-YYYYMMDD        PIC 9(08).
           05 WS-START-DATE            PIC X(10).

      * Distinct customers one member of staff may view in the week
      * before being listed - overridden at entry from
      * SYSTEM_PARAMETER ('ACCESSLG'/'VOLUME', maintained through
      * LGPAR01); the compiled figure stands only when the table
      * cannot be read
       77  WS-VOLUME-LIMIT             PIC S9(07) COMP VALUE 200.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-SWITCHES.
           05 WS-VL-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-VL-EOJ                  VALUE 'Y'.
           05 WS-UR-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-UR-EOJ                  VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-HEAVY-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-UNRELATED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-UNRELATED-STAFF          PIC S9(7) COMP VALUE 0.
       77  WS-PREV-STAFF-ID            PIC X(05) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'CUSTOMER RECORD ACCESS EXCEPTIONS - '.
           05 RH-FROM-DATE             PIC X(10).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RH-TO-DATE               PIC X(10).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  WS-RPT-LIMIT-LINE.
           05 FILLER                   PIC X(24)
                      VALUE 'STAFF VIEWING MORE THAN '.
           05 RL-LIMIT                 PIC Z(06)9.
           05 FILLER                   PIC X(22)
                      VALUE ' CUSTOMERS IN THE WEEK'.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-VOLUME-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'STAFF '.
           05 RV-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(18)
                      VALUE ' CUSTOMERS VIEWED='.
           05 RV-CUSTOMERS             PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' VIEWS='.
           05 RV-VIEWS                 PIC Z(06)9.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-UNRELATED-HEAD.
           05 FILLER                   PIC X(40)
                      VALUE 'CUSTOMERS VIEWED WITH NO WORK CONNECTING'.
           05 FILLER                   PIC X(40)
                      VALUE ' THE STAFF MEMBER TO THEM'.

       01  WS-RPT-UNRELATED-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'STAFF '.
           05 RU-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(06) VALUE ' CUST '.
           05 RU-CUSTOMER              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RU-LAST-NAME             PIC X(20).
           05 FILLER                   PIC X(07) VALUE ' VIEWS='.
           05 RU-VIEWS                 PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE ' FIRST='.
           05 RU-FIRST-DATE            PIC X(10).

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(14) VALUE 'HEAVY VIEWERS='.
           05 RT-HEAVY                 PIC Z(04)9.
           05 FILLER                   PIC X(17)
                      VALUE ' UNRELATED VIEWS='.
           05 RT-UNRELATED             PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' STAFF='.
           05 RT-UNRELATED-STAFF       PIC Z(04)9.
           05 FILLER                   PIC X(25) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Staff over the volume limit, busiest first
           EXEC SQL
               DECLARE VLCURSOR CURSOR FOR
                   SELECT A.STAFFID,
                          COUNT(DISTINCT A.CUSTOMERNUMBER),
                          COUNT(*)
                     FROM CUSTOMER_ACCESS_LOG A
                    WHERE A.ACCESSTYPE  = 'V'
                      AND A.ACCESSDATE >= :WS-START-DATE
                      AND A.ACCESSDATE <= :WS-RUN-DATE
                    GROUP BY A.STAFFID
                   HAVING COUNT(DISTINCT A.CUSTOMERNUMBER)
                                             > :WS-VOLUME-LIMIT
                    ORDER BY 2 DESC, 1
           END-EXEC.

       01  WS-VOLUME-ROW.
           05 WV-STAFF-ID              PIC X(05).
           05 WV-CUSTOMERS             PIC S9(09) COMP.
           05 WV-VIEWS                 PIC S9(09) COMP.

      * Each staff/customer pair viewed in the week with nothing on
      * file to connect that member of staff to that customer
           EXEC SQL
               DECLARE URCURSOR CURSOR FOR
                   SELECT A.STAFFID, A.CUSTOMERNUMBER, C.LASTNAME,
                          COUNT(*), MIN(A.ACCESSDATE)
                     FROM CUSTOMER_ACCESS_LOG A, CUSTOMER C
                    WHERE A.ACCESSTYPE     = 'V'
                      AND A.ACCESSDATE    >= :WS-START-DATE
                      AND A.ACCESSDATE    <= :WS-RUN-DATE
                      AND C.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM CUSTOMER_STAFF_ASSIGNMENT S
                             WHERE S.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND S.STAFFID        = A.STAFFID )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM CLAIM CL, POLICY P
                             WHERE P.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND CL.POLICYNUMBER  = P.POLICYNUMBER
                               AND CL.ADJUDICATEDBY = A.STAFFID )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM SANCTIONS_REVIEW R
                             WHERE R.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND R.ASSIGNEDTO     = A.STAFFID )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM UNDERWRITING_REFERRAL U, POLICY P
                             WHERE P.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND U.POLICYNUMBER   = P.POLICYNUMBER
                               AND U.ASSIGNEDTO     = A.STAFFID )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM CUSTOMER_AUDIT CA
                             WHERE CA.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND CA.STAFFID        = A.STAFFID )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM POLICY_AUDIT PA, POLICY P
                             WHERE P.CUSTOMERNUMBER = A.CUSTOMERNUMBER
                               AND PA.POLICYNUMBER  = P.POLICYNUMBER
                               AND PA.STAFFID       = A.STAFFID )
                    GROUP BY A.STAFFID, A.CUSTOMERNUMBER, C.LASTNAME
                    ORDER BY 1, 2
           END-EXEC.

       01  WS-UNRELATED-ROW.
           05 WU-STAFF-ID              PIC X(05).
           05 WU-CUSTOMER              PIC 9(10).
           05 WU-LAST-NAME             PIC X(20).
           05 WU-VIEWS                 PIC S9(09) COMP.
           05 WU-FIRST-DATE            PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             PERFORM 2000-VOLUME-SECTION
                 THRU 2000-VOLUME-SECTION-EXIT
           END-IF.
           IF NOT WS-ABORTED
             PERFORM 3000-UNRELATED-SECTION
                 THRU 3000-UNRELATED-SECTION-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the week, the limit, register the run        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RAB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-START-INT = WS-TODAY-INT - 6
           COMPUTE WS-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           MOVE WS-START-YYYYMMDD(1:4) TO WS-START-DATE(1:4)
           MOVE '-'                    TO WS-START-DATE(5:1)
           MOVE WS-START-YYYYMMDD(5:2) TO WS-START-DATE(6:2)
           MOVE '-'                    TO WS-START-DATE(8:1)
           MOVE WS-START-YYYYMMDD(7:2) TO WS-START-DATE(9:2)

           MOVE WS-START-DATE  TO RH-FROM-DATE
           MOVE WS-RUN-DATE    TO RH-TO-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           MOVE 'LGRAB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-VOLUME-LIMIT       *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'ACCESSLG'
                  AND PARAMKEY   = 'VOLUME  '
           END-EXEC
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
               MOVE WS-PRM-NUM TO WS-VOLUME-LIMIT
             END-IF
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VOLUME-SECTION - staff over the weekly volume limit       *
      ******************************************************************
       2000-VOLUME-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VOLUME-LIMIT   TO RL-LIMIT
           MOVE WS-RPT-LIMIT-LINE TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN VLCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN VLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-VOLUME-SECTION-EXIT
           END-IF

           PERFORM 2100-VOLUME-ROW THRU 2100-VOLUME-ROW-EXIT
               UNTIL WS-VL-EOJ

           EXEC SQL
               CLOSE VLCURSOR
           END-EXEC

           IF WS-HEAVY-COUNT EQUAL ZERO
               AND NOT WS-ABORTED
             MOVE '   NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2000-VOLUME-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-VOLUME-ROW                                                *
      ******************************************************************
       2100-VOLUME-ROW.
           EXEC SQL
               FETCH VLCURSOR
                 INTO :WV-STAFF-ID,
                      :WV-CUSTOMERS,
                      :WV-VIEWS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-VL-EOJ-SW
             GO TO 2100-VOLUME-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON VLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-VL-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-VOLUME-ROW-EXIT
           END-IF

           ADD 1 TO WS-HEAVY-COUNT
           MOVE WV-STAFF-ID  TO RV-STAFF-ID
           MOVE WV-CUSTOMERS TO RV-CUSTOMERS
           MOVE WV-VIEWS     TO RV-VIEWS
           MOVE WS-RPT-VOLUME-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2100-VOLUME-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3000-UNRELATED-SECTION - views no work on file explains        *
      ******************************************************************
       3000-UNRELATED-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-UNRELATED-HEAD TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN URCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN URCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-UNRELATED-SECTION-EXIT
           END-IF

           PERFORM 3100-UNRELATED-ROW THRU 3100-UNRELATED-ROW-EXIT
               UNTIL WS-UR-EOJ

           EXEC SQL
               CLOSE URCURSOR
           END-EXEC

           IF WS-UNRELATED-COUNT EQUAL ZERO
               AND NOT WS-ABORTED
             MOVE '   NONE' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3000-UNRELATED-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * 3100-UNRELATED-ROW - one staff/customer pair, a blank line     *
      * between members of staff                                       *
      ******************************************************************
       3100-UNRELATED-ROW.
           EXEC SQL
               FETCH URCURSOR
                 INTO :WU-STAFF-ID,
                      :WU-CUSTOMER,
                      :WU-LAST-NAME,
                      :WU-VIEWS,
                      :WU-FIRST-DATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-UR-EOJ-SW
             GO TO 3100-UNRELATED-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON URCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-UR-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-UNRELATED-ROW-EXIT
           END-IF

           IF WU-STAFF-ID NOT EQUAL WS-PREV-STAFF-ID
             ADD 1 TO WS-UNRELATED-STAFF
             MOVE WU-STAFF-ID TO WS-PREV-STAFF-ID
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           ADD 1 TO WS-UNRELATED-COUNT
           MOVE WU-STAFF-ID   TO RU-STAFF-ID
           MOVE WU-CUSTOMER   TO RU-CUSTOMER
           MOVE WU-LAST-NAME  TO RU-LAST-NAME
           MOVE WU-VIEWS      TO RU-VIEWS
           MOVE WU-FIRST-DATE TO RU-FIRST-DATE
           MOVE WS-RPT-UNRELATED-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-UNRELATED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down                                                           *
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEAVY-COUNT     TO RT-HEAVY
           MOVE WS-UNRELATED-COUNT TO RT-UNRELATED
           MOVE WS-UNRELATED-STAFF TO RT-UNRELATED-STAFF
           MOVE WS-RPT-RUN-TOTAL   TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - REPORT INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             COMPUTE RC-RECORD-COUNT = WS-HEAVY-COUNT
                                     + WS-UNRELATED-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE RAB-RPT.
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
