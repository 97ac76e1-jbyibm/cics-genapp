       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGSCB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Weekly undeclared staff-customer connection report.  Staff   *
      *  declare through LGSTM01 the customer records they hold or     *
      *  share a household with, and the claims, settlement approval,  *
      *  cancellation and bank-mandate transactions refuse to let      *
      *  them act on those customers.  This run looks for the          *
      *  connections nobody declared: an active employee whose home    *
      *  address, phone or salary account, as held on EMPLOYEE,        *
      *  matches a customer's                                          *
      *                                                                *
      *   ADDR  POSTCODE, HOUSENUMBER and HOUSENAME together           *
      *   PHON  PHONEMOBILE or PHONEHOME, both in the +44 form         *
      *   BANK  sort code and account on CUSTOMER_BANK                 *
      *                                                                *
      *  where the customer is neither declared by that employee nor   *
      *  in the household of one who is.  Each suspected link is       *
      *  listed under its employee for the staff-fraud team to follow  *
      *  up - a genuine one is declared, which takes it off next       *
      *  week's report.  Read-only apart from its BATCH_RUN_CONTROL    *
      *  registration.                                                 *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGSCB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCB-RPT   ASSIGN TO SCBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCB-RPT
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

       77  WS-MATCH-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-EMPLOYEE-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-ADDR-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-PHON-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-BANK-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-PREV-EMP-ID              PIC S9(05) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'UNDECLARED STAFF-CUSTOMER LINKS - RUN   '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-EMPLOYEE-LINE.
           05 FILLER                   PIC X(09) VALUE 'EMPLOYEE '.
           05 RE-EMP-ID                PIC 9(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RE-EMP-NAME              PIC X(30).
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-RPT-MATCH-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RM-MATCH-TYPE            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-CUSTOMER              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-LAST-NAME             PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-MATCH-VALUE           PIC X(40).
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'EMPLOYEES='.
           05 RT-EMPLOYEES             PIC Z(04)9.
           05 FILLER                   PIC X(09) VALUE ' MATCHES='.
           05 RT-MATCHES               PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' ADDR='.
           05 RT-ADDR                  PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' PHON='.
           05 RT-PHON                  PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' BANK='.
           05 RT-BANK                  PIC Z(05)9.
           05 FILLER                   PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every customer an active employee matches on address, phone
      * or bank account, less the customers the employee has
      * declared and their households
           EXEC SQL
               DECLARE SCCURSOR CURSOR FOR
                   SELECT E.EMP_ID, E.EMP_NAME, 'ADDR',
                          C.CUSTOMERNUMBER, C.LASTNAME,
                          C.POSTCODE || ' ' || C.HOUSENUMBER || ' '
                                     || C.HOUSENAME
                     FROM EMPLOYEE E, CUSTOMER C
                    WHERE E.EMPSTATUS       = 'A'
                      AND E.EMP_POSTCODE   <> ' '
                      AND C.POSTCODE        = E.EMP_POSTCODE
                      AND C.HOUSENUMBER     = E.EMP_HOUSENUMBER
                      AND C.HOUSENAME       = E.EMP_HOUSENAME
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM EMPLOYEE_CUSTOMER_LINK L,
                                   CUSTOMER LC
                             WHERE L.EMP_ID          = E.EMP_ID
                               AND L.LINKSTATUS      = 'A'
                               AND LC.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                               AND ( LC.CUSTOMERNUMBER
                                                   = C.CUSTOMERNUMBER
                                  OR ( COALESCE(LC.HOUSEHOLDID, 0) > 0
                                   AND LC.HOUSEHOLDID = C.HOUSEHOLDID )
                                   ) )
                   UNION ALL
                   SELECT E.EMP_ID, E.EMP_NAME, 'PHON',
                          C.CUSTOMERNUMBER, C.LASTNAME,
                          E.EMP_PHONE
                     FROM EMPLOYEE E, CUSTOMER C
                    WHERE E.EMPSTATUS       = 'A'
                      AND E.EMP_PHONE      <> ' '
                      AND ( C.PHONEMOBILE   = E.EMP_PHONE
                         OR C.PHONEHOME     = E.EMP_PHONE )
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM EMPLOYEE_CUSTOMER_LINK L,
                                   CUSTOMER LC
                             WHERE L.EMP_ID          = E.EMP_ID
                               AND L.LINKSTATUS      = 'A'
                               AND LC.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                               AND ( LC.CUSTOMERNUMBER
                                                   = C.CUSTOMERNUMBER
                                  OR ( COALESCE(LC.HOUSEHOLDID, 0) > 0
                                   AND LC.HOUSEHOLDID = C.HOUSEHOLDID )
                                   ) )
                   UNION ALL
                   SELECT E.EMP_ID, E.EMP_NAME, 'BANK',
                          C.CUSTOMERNUMBER, C.LASTNAME,
                          B.SORTCODE || ' ' || B.ACCOUNTNUMBER
                     FROM EMPLOYEE E, CUSTOMER_BANK B, CUSTOMER C
                    WHERE E.EMPSTATUS          = 'A'
                      AND E.EMP_ACCOUNTNUMBER <> ' '
                      AND B.SORTCODE           = E.EMP_SORTCODE
                      AND B.ACCOUNTNUMBER      = E.EMP_ACCOUNTNUMBER
                      AND C.CUSTOMERNUMBER     = B.CUSTOMERNUMBER
                      AND NOT EXISTS
                          ( SELECT 1
                              FROM EMPLOYEE_CUSTOMER_LINK L,
                                   CUSTOMER LC
                             WHERE L.EMP_ID          = E.EMP_ID
                               AND L.LINKSTATUS      = 'A'
                               AND LC.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                               AND ( LC.CUSTOMERNUMBER
                                                   = C.CUSTOMERNUMBER
                                  OR ( COALESCE(LC.HOUSEHOLDID, 0) > 0
                                   AND LC.HOUSEHOLDID = C.HOUSEHOLDID )
                                   ) )
                    ORDER BY 1, 4, 3
           END-EXEC.

       01  WS-MATCH-ROW.
           05 WM-EMP-ID                PIC S9(05) COMP.
           05 WM-EMP-NAME              PIC X(30).
           05 WM-MATCH-TYPE            PIC X(04).
           05 WM-CUSTOMER              PIC 9(10).
           05 WM-LAST-NAME             PIC X(20).
           05 WM-MATCH-VALUE           PIC X(40).

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
           OPEN OUTPUT SCB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGSCB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN SCCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN SCCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one suspected link, under its employee     *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH SCCURSOR
                 INTO :WM-EMP-ID,
                      :WM-EMP-NAME,
                      :WM-MATCH-TYPE,
                      :WM-CUSTOMER,
                      :WM-LAST-NAME,
                      :WM-MATCH-VALUE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON SCCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF WM-EMP-ID NOT EQUAL WS-PREV-EMP-ID
             ADD 1 TO WS-EMPLOYEE-COUNT
             MOVE WM-EMP-ID TO WS-PREV-EMP-ID
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE WM-EMP-ID   TO RE-EMP-ID
             MOVE WM-EMP-NAME TO RE-EMP-NAME
             MOVE WS-RPT-EMPLOYEE-LINE TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           EVALUATE WM-MATCH-TYPE
             WHEN 'ADDR'
               ADD 1 TO WS-ADDR-COUNT
             WHEN 'PHON'
               ADD 1 TO WS-PHON-COUNT
             WHEN OTHER
               ADD 1 TO WS-BANK-COUNT
           END-EVALUATE

           MOVE WM-MATCH-TYPE  TO RM-MATCH-TYPE
           MOVE WM-CUSTOMER    TO RM-CUSTOMER
           MOVE WM-LAST-NAME   TO RM-LAST-NAME
           MOVE WM-MATCH-VALUE TO RM-MATCH-VALUE
           MOVE WS-RPT-MATCH-LINE TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down                                                           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE SCCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EMPLOYEE-COUNT TO RT-EMPLOYEES
           MOVE WS-MATCH-COUNT    TO RT-MATCHES
           MOVE WS-ADDR-COUNT     TO RT-ADDR
           MOVE WS-PHON-COUNT     TO RT-PHON
           MOVE WS-BANK-COUNT     TO RT-BANK
           MOVE WS-RPT-RUN-TOTAL  TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - REPORT INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-MATCH-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE SCB-RPT.
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
