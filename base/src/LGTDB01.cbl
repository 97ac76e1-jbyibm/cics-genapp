       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGTDB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Commercial turnover declaration cycle.  A commercial policy  *
      *  is rated on the turnover estimated at inception; this run     *
      *  asks for the actual figure once each policy year is over.     *
      *                                                                *
      *   Invitations - every in-force commercial policy whose policy  *
      *  year ended in the SYSIN month gets an invited ('I')           *
      *  TURNOVER_DECLARATION row carrying the year, the estimate it   *
      *  was rated on, the premium billed for it (the year's           *
      *  PREMIUM_INSTALLMENT rows, or the COMMERCIAL premium where no  *
      *  schedule exists) and a due date WS-DECLARE-DAYS after the     *
      *  year end, and a TURNDECL page onto the LGDOCPRT print feed.   *
      *  A year ends on EXPIRYDATE while the policy awaits renewal;    *
      *  once LGRNW01 has rolled the term forward (a 'RENW' row on     *
      *  POLICY_AUDIT) the year just ended finishes on ISSUEDATE.      *
      *                                                                *
      *   Chase list - every invited declaration past its due date is  *
      *  listed with the days overdue, sent a TURNCHSE reminder page   *
      *  and has its chase count bumped.  Declarations are recorded    *
      *  through LGTOD01, which re-rates the year and raises the       *
      *  adjustment.  Run monthly.                                     *
      *                                                                *
      *   SYSIN card 1-6 is the month whose policy years are invited   *
      *  (CCYYMM) - blank takes last month.                            *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *    2026-10-15  DM  Rebuild-cost merge fields on the print      *
      *                    record zeroed - only LGRWB01's UNDERINS     *
      *                    page fills them.                            *
      *    2026-10-15  DM  Representative-copy fields on the print     *
      *                    record set to 'not a copy'.                 *
      *    2026-10-15  DM  Brand letterhead fields on the print record *
      *                    blanked - declarations go out under our     *
      *                    own letterhead.                             *
      *    2026-10-15  DM  Letter-template fields on the print record  *
      *                    cleared - the bureau's standing TURNDECL    *
      *                    wording is used.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGTDB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-FILE  ASSIGN TO DOCPRINT
               ORGANIZATION IS SEQUENTIAL.

           SELECT TDB-RPT   ASSIGN TO TDBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOC-FILE
           RECORDING MODE IS F.
           COPY LGDOCPRT.

       FD  TDB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * how long after the year end the customer has to declare
       77  WS-DECLARE-DAYS             PIC S9(03) COMP VALUE 60.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * the invited month's date range, first day of the month up to
      * (but not including) the first day of the next
       01  WS-PERIOD-WORK.
           05 WS-FROM-DATE             PIC X(10).
           05 WS-TO-DATE               PIC X(10).
           05 WS-PRD-YYYY              PIC 9(04).
           05 WS-PRD-MM                PIC 9(02).

       01  WS-DATE-WORK.
           05 WS-DATE-NUMERIC          PIC 9(08).
           05 WS-DATE-INT              PIC S9(09) COMP.
           05 WS-DUE-DATE              PIC X(10).
           05 WS-DAYS-OVERDUE          PIC S9(09) COMP.
           05 WS-YEAR-PREMIUM          PIC 9(07)V9(02).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
       77  WS-INVITE-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-CHASE-COUNT              PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(26)
                      VALUE 'TURNOVER DECLARATIONS -   '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(48) VALUE SPACES.

       01  WS-RPT-INVITE-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'INVITATIONS - POLICY YEARS ENDED        '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-CHASE-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'CHASE LIST - DECLARATIONS OVERDUE       '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-INVITE-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RI-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' CUST='.
           05 RI-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(04) VALUE ' YE='.
           05 RI-YEAREND               PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' EST='.
           05 RI-ESTIMATE              PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RI-DUEDATE               PIC X(10).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-RPT-CHASE-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RC-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RC-LASTNAME              PIC X(20).
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RC-DUEDATE               PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' DAYS='.
           05 RC-DAYS-OVERDUE          PIC Z(04)9.
           05 FILLER                   PIC X(08) VALUE ' CHASED='.
           05 RC-CHASECOUNT            PIC Z9.
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(08) VALUE 'INVITED='.
           05 RT-INVITE-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' OVERDUE='.
           05 RT-CHASE-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(49) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * In-force commercial policies whose policy year ended in the
      * month and has not been invited yet - either still awaiting
      * renewal (the year ends on EXPIRYDATE) or already renewed (the
      * year ended on the new term's ISSUEDATE)
           EXEC SQL
               DECLARE INCURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.ISSUEDATE, P.EXPIRYDATE,
                          M.TURNOVER, M.PREMIUM,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE
                     FROM POLICY P, COMMERCIAL M, CUSTOMER C
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                      AND P.EXPIRYDATE    >= :WS-FROM-DATE
                      AND P.EXPIRYDATE    <  :WS-TO-DATE
                      AND C.CUSTOMERSTATUS <> 'X'
                      AND NOT EXISTS
                          ( SELECT 1 FROM TURNOVER_DECLARATION D
                             WHERE D.POLICYNUMBER = P.POLICYNUMBER
                               AND D.YEAREND      = P.EXPIRYDATE )
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          CHAR(DATE(P.ISSUEDATE) - 1 YEAR, ISO),
                          P.ISSUEDATE,
                          M.TURNOVER, M.PREMIUM,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE
                     FROM POLICY P, COMMERCIAL M, CUSTOMER C
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                      AND P.ISSUEDATE     >= :WS-FROM-DATE
                      AND P.ISSUEDATE     <  :WS-TO-DATE
                      AND C.CUSTOMERSTATUS <> 'X'
                      AND EXISTS
                          ( SELECT 1 FROM POLICY_AUDIT A
                             WHERE A.POLICYNUMBER = P.POLICYNUMBER
                               AND A.AUDITACTION  = 'RENW' )
                      AND NOT EXISTS
                          ( SELECT 1 FROM TURNOVER_DECLARATION D
                             WHERE D.POLICYNUMBER = P.POLICYNUMBER
                               AND D.YEAREND      = P.ISSUEDATE )
                    ORDER BY 1
           END-EXEC.

      * Invited declarations past their due date, longest overdue
      * first
           EXEC SQL
               DECLARE CHCURSOR CURSOR FOR
                   SELECT D.POLICYNUMBER, P.CUSTOMERNUMBER,
                          D.YEARSTART, D.YEAREND, D.DUEDATE,
                          D.CHASECOUNT, D.YEARPREMIUM,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE
                     FROM TURNOVER_DECLARATION D, POLICY P, CUSTOMER C
                    WHERE D.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND D.DECLSTATUS     = 'I'
                      AND D.DUEDATE        < :WS-RUN-DATE
                    ORDER BY D.DUEDATE, D.POLICYNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-YEARSTART             PIC X(10).
           05 WC-YEAREND               PIC X(10).
           05 WC-TURNOVER              PIC 9(09)V9(02).
           05 WC-PREMIUM               PIC 9(07)V9(02).
           05 WC-DUEDATE               PIC X(10).
           05 WC-CHASECOUNT            PIC S9(04) COMP.
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-HOUSENAME             PIC X(20).
           05 WC-HOUSENUMBER           PIC X(04).
           05 WC-POSTCODE              PIC X(08).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-INVITE-ROWS THRU 2000-INVITE-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 4000-OPEN-CHASE THRU 4000-OPEN-CHASE-EXIT.
           PERFORM 5000-CHASE-ROWS THRU 5000-CHASE-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - work out the month's date range, open the    *
      * invitation cursor                                              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DOC-FILE
           OPEN OUTPUT TDB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * default to last month - the years that have just ended
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
           MOVE WS-RPT-INVITE-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN INCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN INCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-INVITE-ROWS - one invitation per policy year ended        *
      ******************************************************************
       2000-INVITE-ROWS.
           EXEC SQL
               FETCH INCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-CUSTOMERNUMBER,
                      :WC-YEARSTART,
                      :WC-YEAREND,
                      :WC-TURNOVER,
                      :WC-PREMIUM,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-INVITE-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON INCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-INVITE-ROWS-EXIT
           END-IF

           PERFORM 2100-YEAR-PREMIUM THRU 2100-YEAR-PREMIUM-EXIT

           MOVE WC-YEAREND(1:4) TO WS-DATE-NUMERIC(1:4)
           MOVE WC-YEAREND(6:2) TO WS-DATE-NUMERIC(5:2)
           MOVE WC-YEAREND(9:2) TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
               + WS-DECLARE-DAYS
           COMPUTE WS-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUMERIC(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-'                  TO WS-DUE-DATE(5:1)
           MOVE WS-DATE-NUMERIC(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-'                  TO WS-DUE-DATE(8:1)
           MOVE WS-DATE-NUMERIC(7:2) TO WS-DUE-DATE(9:2)

           EXEC SQL
               INSERT INTO TURNOVER_DECLARATION
                         ( POLICYNUMBER,
                           YEARSTART,
                           YEAREND,
                           ESTTURNOVER,
                           YEARPREMIUM,
                           INVITEDATE,
                           DUEDATE,
                           CHASECOUNT,
                           DECLSTATUS )
                  VALUES ( :WC-POLICYNUMBER,
                           :WC-YEARSTART,
                           :WC-YEAREND,
                           :WC-TURNOVER,
                           :WS-YEAR-PREMIUM,
                           :WS-RUN-DATE,
                           :WS-DUE-DATE,
                           0,
                           'I' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'DECLARATION INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-INVITE-ROWS-EXIT
           END-IF

           MOVE 'TURNDECL' TO DOC-DOCUMENT-TYPE
           PERFORM 6000-WRITE-DOC-PAGE THRU 6000-WRITE-DOC-PAGE-EXIT

           ADD 1 TO WS-INVITE-COUNT
           MOVE WC-POLICYNUMBER   TO RI-POLICYNUMBER
           MOVE WC-CUSTOMERNUMBER TO RI-CUSTOMERNUM
           MOVE WC-YEAREND        TO RI-YEAREND
           MOVE WC-TURNOVER       TO RI-ESTIMATE
           MOVE WS-DUE-DATE       TO RI-DUEDATE
           MOVE WS-RPT-INVITE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2000-INVITE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-YEAR-PREMIUM - what was billed for the year: its          *
      * installments, or the COMMERCIAL premium where the policy has   *
      * no schedule for the year                                       *
      ******************************************************************
       2100-YEAR-PREMIUM.
           MOVE ZERO TO WS-YEAR-PREMIUM
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                 INTO :WS-YEAR-PREMIUM
                 FROM PREMIUM_INSTALLMENT
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND DUEDATE     >= :WC-YEARSTART
                  AND DUEDATE     <  :WC-YEAREND
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR WS-YEAR-PREMIUM EQUAL ZERO
             MOVE WC-PREMIUM TO WS-YEAR-PREMIUM
           END-IF.
       2100-YEAR-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 4000-OPEN-CHASE - close the invitations, start the chase list  *
      ******************************************************************
       4000-OPEN-CHASE.
           EXEC SQL
               CLOSE INCURSOR
           END-EXEC

           IF WS-ABORTED
             GO TO 4000-OPEN-CHASE-EXIT
           END-IF

           MOVE 'N' TO WS-EOJ-SW
           MOVE WS-RPT-CHASE-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN CHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN CHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       4000-OPEN-CHASE-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHASE-ROWS - one chase line and reminder per overdue      *
      * declaration                                                    *
      ******************************************************************
       5000-CHASE-ROWS.
           EXEC SQL
               FETCH CHCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-CUSTOMERNUMBER,
                      :WC-YEARSTART,
                      :WC-YEAREND,
                      :WC-DUEDATE,
                      :WC-CHASECOUNT,
                      :WS-YEAR-PREMIUM,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 5000-CHASE-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON CHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 5000-CHASE-ROWS-EXIT
           END-IF

           EXEC SQL
               UPDATE TURNOVER_DECLARATION
                  SET CHASECOUNT    = CHASECOUNT + 1,
                      LASTCHASEDATE = :WS-RUN-DATE
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND YEAREND      = :WC-YEAREND
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CHASE UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 5000-CHASE-ROWS-EXIT
           END-IF
           ADD 1 TO WC-CHASECOUNT

           MOVE 'TURNCHSE' TO DOC-DOCUMENT-TYPE
           PERFORM 6000-WRITE-DOC-PAGE THRU 6000-WRITE-DOC-PAGE-EXIT

           MOVE WC-DUEDATE(1:4) TO WS-DATE-NUMERIC(1:4)
           MOVE WC-DUEDATE(6:2) TO WS-DATE-NUMERIC(5:2)
           MOVE WC-DUEDATE(9:2) TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DATE-INT

           ADD 1 TO WS-CHASE-COUNT
           MOVE WC-POLICYNUMBER TO RC-POLICYNUMBER
           MOVE WC-LASTNAME     TO RC-LASTNAME
           MOVE WC-DUEDATE      TO RC-DUEDATE
           MOVE WS-DAYS-OVERDUE TO RC-DAYS-OVERDUE
           MOVE WC-CHASECOUNT   TO RC-CHASECOUNT
           MOVE WS-RPT-CHASE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5000-CHASE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-DOC-PAGE - the invitation or reminder page on the   *
      * LGDOCPRT feed: the policy year in the issue/expiry dates and   *
      * the premium billed for it                                      *
      ******************************************************************
       6000-WRITE-DOC-PAGE.
           MOVE WC-POLICYNUMBER   TO DOC-POLICY-NUM
           MOVE WC-CUSTOMERNUMBER TO DOC-CUSTOMER-NUM
           MOVE 'COM'             TO DOC-POLICY-TYPE
           MOVE WC-FIRSTNAME      TO DOC-FIRST-NAME
           MOVE WC-LASTNAME       TO DOC-LAST-NAME
           MOVE WC-HOUSENAME      TO DOC-HOUSE-NAME
           MOVE WC-HOUSENUMBER    TO DOC-HOUSE-NUM
           MOVE WC-POSTCODE       TO DOC-POSTCODE
           MOVE WC-YEARSTART      TO DOC-ISSUE-DATE
           MOVE WC-YEAREND        TO DOC-EXPIRY-DATE
           MOVE WS-YEAR-PREMIUM   TO DOC-PREMIUM
           MOVE SPACES            TO DOC-DRIVER-NAME
           MOVE ZERO              TO DOC-CERT-NUMBER
           MOVE SPACES            TO DOC-PARTY-NAME
           MOVE ZERO              TO DOC-REBUILD-COST
           MOVE ZERO              TO DOC-DECLARED-VALUE
           MOVE ZERO              TO DOC-LEDGER-AMOUNT
           MOVE ZERO              TO DOC-LEDGER-BALANCE
           MOVE SPACES            TO DOC-LEDGER-DATE
           MOVE SPACES            TO DOC-LEDGER-TYPE
           MOVE SPACES            TO DOC-LEDGER-DRCR
           MOVE 'N'               TO DOC-REP-COPY
           MOVE SPACES            TO DOC-REP-NAME
           MOVE SPACES            TO DOC-BRAND-CODE
           MOVE SPACES            TO DOC-BRAND-NAME
           MOVE SPACES            TO DOC-LETTERHEAD-1
           MOVE SPACES            TO DOC-LETTERHEAD-2
           MOVE SPACES            TO DOC-BRAND-PHONE
           MOVE SPACES            TO DOC-BRAND-EMAIL
           MOVE ZERO              TO DOC-TEMPLATE-VERSION
           MOVE SPACES            TO DOC-TEXT-LINES
           WRITE DOC-PRINT-RECORD.
       6000-WRITE-DOC-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the run is one unit of work so the            *
      * declaration rows and the print feed stay in step: an SQL       *
      * error rolls every invitation and chase back and ends RC 16 so  *
      * the partial feed never reaches the bureau.                     *
      ******************************************************************
       9000-TERMINATE.
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT RELEASE PRINT FEED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
           END-IF

           EXEC SQL
               CLOSE CHCURSOR
           END-EXEC

           MOVE WS-INVITE-COUNT TO RT-INVITE-COUNT
           MOVE WS-CHASE-COUNT  TO RT-CHASE-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE DOC-FILE
           CLOSE TDB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
