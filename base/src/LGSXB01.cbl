       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGSXB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Solvency regulatory reporting templates extract.  Finance    *
      *  used to re-key the quarterly and annual templates from        *
      *  LGPWB01, LGEUB01, LGORB01, LGLRB01 and LGBDB01; this job      *
      *  totals the same figures by regulatory line of business and    *
      *  writes them to the SXEXTR file in template layout (see        *
      *  LGSXREC), gross, reinsurers' share and net:                   *
      *                                                                *
      *     WRITTEN   premium on the type tables issued in the range,  *
      *               commercial at the period-end rate; ceded on      *
      *               CESSION                                          *
      *     EARNED    the EARNED_PREMIUM movement over the range;      *
      *               ceded premium earned pro-rata over each          *
      *               policy's term                                    *
      *     CLAIMS    settled in the range plus the RESERVE_MOVEMENT   *
      *               in it, less CLAIM_RECOVERY money received; the   *
      *               reinsurers' share is REINS_RECOVERY booked in    *
      *               the range and the CESSION share of the reserve   *
      *               movement                                         *
      *     EXPENSES  broker commission on the premium written, and    *
      *               the claim fee invoices approved in the range     *
      *     UPR       unearned premium at the period end (EARNED_      *
      *               PREMIUM), ceded part as above                    *
      *     O/S       open claims' reserve as at the run, the CESSION  *
      *               share of it ceded                                *
      *                                                                *
      *   Policy types, and claim types within them, are mapped to     *
      *  the regulatory lines of business on REGULATORY_LOB_MAP - a    *
      *  claim type row overrides its policy type's '*   ' row, which  *
      *  also carries the premium.  A figure with no mapping is        *
      *  listed, reported under line '????' and ends the step RC 8 -   *
      *  finance does not load a file with a '????' line.              *
      *                                                                *
      *   Only closed periods are reported: every month of the range   *
      *  must be PERIODSTATUS 'C' on ACCOUNTING_PERIOD, and the        *
      *  period-end EARNED_PREMIUM must be on file, or the run ends    *
      *  RC 16 with no extract.                                        *
      *                                                                *
      *   SYSIN card 1-6 is the period end (CCYYMM), card 7 the        *
      *  basis - 'Q' (the default) the quarter ending in that month,   *
      *  which must be a quarter end, 'A' January to that month.       *
      *  Blank period takes the last quarter end before today, or      *
      *  the last December for 'A'.                                    *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGSXB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SXE-FILE  ASSIGN TO SXEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT SXB-RPT   ASSIGN TO SXBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SXE-FILE
           RECORDING MODE IS F.
           COPY LGSXREC.

       FD  SXB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Period card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 WS-PARM-BASIS            PIC X(01).
           05 FILLER                   PIC X(73).

      * The range reported - START to END, the month before it for
      * the earned movement, the first day after it for the dates
       01  WS-PERIOD-RANGE.
           05 WS-PERIOD-BASIS          PIC X(01) VALUE 'Q'.
               88 WS-QUARTERLY               VALUE 'Q'.
               88 WS-ANNUAL                  VALUE 'A'.
           05 WS-END-PERIOD.
               10 WS-END-YYYY          PIC 9(04).
               10 WS-END-MM            PIC 9(02).
           05 WS-START-PERIOD.
               10 WS-START-YYYY        PIC 9(04).
               10 WS-START-MM          PIC 9(02).
           05 WS-PRIOR-PERIOD.
               10 WS-PRIOR-YYYY        PIC 9(04).
               10 WS-PRIOR-MM          PIC 9(02).
           05 WS-NEXT-PERIOD.
               10 WS-NEXT-YYYY         PIC 9(04).
               10 WS-NEXT-MM           PIC 9(02).
           05 WS-QUARTER-NUM           PIC 9(02).
           05 WS-MONTH-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-CLOSED-COUNT          PIC S9(4) COMP VALUE 0.

      * ISO dates for the SQL - the range runs from WS-FROM-DATE up to
      * but not including WS-NEXT-FIRST-DATE
       01  WS-FROM-DATE                PIC X(10) VALUE SPACES.
       01  WS-NEXT-FIRST-DATE          PIC X(10) VALUE SPACES.

      * day numbers for the ceded earned premium
       01  WS-DAY-FIELDS.
           05 WS-DATE-NUMERIC          PIC 9(08).
           05 WS-FROM-INT              PIC S9(9) COMP.
           05 WS-TO-INT                PIC S9(9) COMP.
           05 WS-PRE-INT               PIC S9(9) COMP.
           05 WS-ISSUE-INT             PIC S9(9) COMP.
           05 WS-EXPIRY-INT            PIC S9(9) COMP.
           05 WS-TERM-DAYS             PIC S9(9) COMP.
           05 WS-ELAPSED-END           PIC S9(9) COMP.
           05 WS-ELAPSED-PRE           PIC S9(9) COMP.

       01  WS-SWITCHES.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-CURSOR-EOF-SW         PIC X      VALUE 'N'.
               88 WS-CURSOR-EOF              VALUE 'Y'.

       77  WS-UNMAPPED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-DETAIL-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-EARNED-ROWS              PIC S9(7) COMP VALUE 0.
       77  WS-LOB-SUB                  PIC S9(4) COMP VALUE 0.
       77  WS-NEW-SUB                  PIC S9(4) COMP VALUE 0.

      * REGULATORY_LOB_MAP, loaded once - each entry points at its
      * line's slot in WS-LOB-TABLE
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-MAP-ENTRY OCCURS 60 TIMES
                                        INDEXED BY WS-MAP-IDX.
               10 WS-MAP-POLICYTYPE    PIC X(03).
               10 WS-MAP-CLAIMTYPE     PIC X(04).
               10 WS-MAP-LOB-SLOT      PIC S9(4) COMP.

      * One slot per regulatory line of business; slot 1 is kept for
      * figures nothing maps
       01  WS-LOB-TABLE.
           05 WS-LOB-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-LOB-ENTRY OCCURS 31 TIMES
                                        INDEXED BY WS-LOB-IDX.
               10 WS-LOB-CODE          PIC X(04).
               10 WS-LOB-NAME          PIC X(30).
               10 WS-LOB-WRITTEN       PIC S9(11)V9(02).
               10 WS-LOB-WRITTEN-RI    PIC S9(11)V9(02).
               10 WS-LOB-EARNED        PIC S9(11)V9(02).
               10 WS-LOB-EARNED-RI     PIC S9(11)V9(02).
               10 WS-LOB-SETTLED       PIC S9(11)V9(02).
               10 WS-LOB-SETTLED-RI    PIC S9(11)V9(02).
               10 WS-LOB-RESERVE-MOVE  PIC S9(11)V9(02).
               10 WS-LOB-RESERVE-RI    PIC S9(11)V9(02).
               10 WS-LOB-RECOVERED     PIC S9(11)V9(02).
               10 WS-LOB-ACQUISITION   PIC S9(11)V9(02).
               10 WS-LOB-HANDLING      PIC S9(11)V9(02).
               10 WS-LOB-UPR           PIC S9(11)V9(02).
               10 WS-LOB-UPR-RI        PIC S9(11)V9(02).
               10 WS-LOB-OUTSTANDING   PIC S9(11)V9(02).
               10 WS-LOB-OUTSTAND-RI   PIC S9(11)V9(02).

      * the figure being placed on its line
       01  WS-FIND-KEY.
           05 WS-FIND-POLICYTYPE       PIC X(03).
           05 WS-FIND-CLAIMTYPE        PIC X(04).
           05 WS-FIND-FIGURE           PIC X(10).

      * Commercial amounts through the EXCHANGE_RATE in force at the
      * period end, as LGGLB01 converts them
       01  WS-CONVERSION-FIELDS.
           05 WS-CONV-CURRENCY         PIC X(03).
           05 WS-CONV-RATE             PIC 9(03)V9(06).

      * host variables for the map and figure cursors
       01  WS-MAP-ROW.
           05 WM-POLICYTYPE            PIC X(03).
           05 WM-CLAIMTYPE             PIC X(04).
           05 WM-LOBCODE               PIC X(04).
           05 WM-LOBNAME               PIC X(30).

       01  WS-WRITTEN-ROW.
           05 WW-POLICYTYPE            PIC X(03).
           05 WW-CURRENCY              PIC X(03).
           05 WW-PREMIUM               PIC S9(11)V9(02).
           05 WW-COMMISSION            PIC S9(11)V9(02).
           05 WW-CEDED                 PIC S9(11)V9(02).

       01  WS-EARNED-ROW.
           05 WE-POLICYTYPE            PIC X(03).
           05 WE-EARNED-END            PIC S9(11)V9(02).
           05 WE-EARNED-PRIOR          PIC S9(11)V9(02).
           05 WE-UNEARNED-END          PIC S9(11)V9(02).
           05 WE-END-ROWS              PIC S9(9) COMP.

       01  WS-CESSION-ROW.
           05 WS-POLICYTYPE            PIC X(03).
           05 WS-ISSUEDATE             PIC X(10).
           05 WS-EXPIRYDATE            PIC X(10).
           05 WS-CURRENCY              PIC X(03).
           05 WS-CEDEDPREMIUM          PIC S9(09)V9(02).
           05 WS-CEDED-EARNED          PIC S9(11)V9(02).
           05 WS-CEDED-UNEARNED        PIC S9(11)V9(02).

       01  WS-CLAIM-ROW.
           05 WC-FIGURE                PIC X(02).
               88 WC-SETTLED                 VALUE 'PD'.
               88 WC-REINS-RECOVERY          VALUE 'RR'.
               88 WC-RESERVE-MOVEMENT        VALUE 'RM'.
               88 WC-RECOVERY-RECEIVED       VALUE 'RV'.
               88 WC-OUTSTANDING             VALUE 'OS'.
               88 WC-HANDLING-FEE            VALUE 'CH'.
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-CLAIMTYPE             PIC X(04).
           05 WC-GROSS                 PIC S9(11)V9(02).
           05 WC-CEDED                 PIC S9(11)V9(02).

      * one template row, on its way to the report and the extract
       01  WS-OUT-ROW.
           05 WS-OUT-TEMPLATE          PIC X(08).
           05 WS-OUT-ROW-CODE          PIC X(05).
           05 WS-OUT-DESC              PIC X(20).
           05 WS-OUT-GROSS             PIC S9(11)V9(02).
           05 WS-OUT-REINS             PIC S9(11)V9(02).
           05 WS-OUT-NET               PIC S9(11)V9(02).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'SOLVENCY TEMPLATES EXTRACT - '.
           05 RH-START-PERIOD          PIC X(06).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RH-END-PERIOD            PIC X(06).
           05 FILLER                   PIC X(07) VALUE ' BASIS '.
           05 RH-BASIS                 PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE 'TEMPLATE ROW   FIGURE                   '.
           05 FILLER                   PIC X(40)
                      VALUE '  GROSS        REINS          NET       '.

       01  WS-RPT-LOB.
           05 FILLER                   PIC X(05) VALUE 'LOB  '.
           05 RL-LOB-CODE              PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-LOB-NAME              PIC X(30).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-ROW.
           05 RR-TEMPLATE              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-ROW-CODE              PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-DESC                  PIC X(20).
           05 RR-GROSS                 PIC Z(09)9.99-.
           05 RR-REINS                 PIC Z(09)9.99-.
           05 RR-NET                   PIC Z(09)9.99-.
           05 FILLER                   PIC X(03) VALUE SPACES.

      * one component under its template row
       01  WS-RPT-COMPONENT.
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 RC-DESC                  PIC X(20).
           05 RC-AMOUNT                PIC Z(09)9.99-.
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  WS-RPT-UNMAPPED.
           05 FILLER                   PIC X(19)
                      VALUE 'NO LOB MAPPING FOR '.
           05 RU-POLICYTYPE            PIC X(03).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RU-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RU-FIGURE                PIC X(10).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(08) VALUE 'LINES  ='.
           05 RT-LOB-COUNT             PIC Z(03)9.
           05 FILLER                   PIC X(15)
                                        VALUE ' TEMPLATE ROWS='.
           05 RT-DETAIL-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(11) VALUE ' UNMAPPED ='.
           05 RT-UNMAPPED-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(28) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               DECLARE SXMCURS CURSOR FOR
                   SELECT POLICYTYPE, CLAIMTYPE, LOBCODE, LOBNAME
                     FROM REGULATORY_LOB_MAP
                    ORDER BY LOBCODE, POLICYTYPE, CLAIMTYPE
           END-EXEC.

      * premium written in the range, type table by type table - the
      * commission is the broker's percentage of it, the ceded part
      * the commercial CESSION
           EXEC SQL
               DECLARE SXWCURS CURSOR FOR
                   SELECT P.POLICYTYPE, 'GBP',
                          COALESCE(SUM(H.PREMIUM), 0),
                          COALESCE(SUM(H.PREMIUM *
                                   P.BROKERSCOMMISSION / 100), 0),
                          0
                     FROM POLICY P, HOUSE H
                    WHERE P.POLICYNUMBER = H.POLICYNUMBER
                      AND P.ISSUEDATE   >= :WS-FROM-DATE
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE
                   UNION ALL
                   SELECT P.POLICYTYPE, 'GBP',
                          COALESCE(SUM(M.PREMIUM), 0),
                          COALESCE(SUM(M.PREMIUM *
                                   P.BROKERSCOMMISSION / 100), 0),
                          0
                     FROM POLICY P, MOTOR M
                    WHERE P.POLICYNUMBER = M.POLICYNUMBER
                      AND P.ISSUEDATE   >= :WS-FROM-DATE
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE
                   UNION ALL
                   SELECT P.POLICYTYPE, 'GBP',
                          COALESCE(SUM(E.PREMIUM), 0),
                          COALESCE(SUM(E.PREMIUM *
                                   P.BROKERSCOMMISSION / 100), 0),
                          0
                     FROM POLICY P, ENDOWMENT E
                    WHERE P.POLICYNUMBER = E.POLICYNUMBER
                      AND P.ISSUEDATE   >= :WS-FROM-DATE
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE
                   UNION ALL
                   SELECT P.POLICYTYPE, 'GBP',
                          COALESCE(SUM(T.PREMIUM), 0),
                          COALESCE(SUM(T.PREMIUM *
                                   P.BROKERSCOMMISSION / 100), 0),
                          0
                     FROM POLICY P, TRAVEL T
                    WHERE P.POLICYNUMBER = T.POLICYNUMBER
                      AND P.ISSUEDATE   >= :WS-FROM-DATE
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE
                   UNION ALL
                   SELECT P.POLICYTYPE, C.CURRENCYCODE,
                          COALESCE(SUM(C.PREMIUM), 0),
                          COALESCE(SUM(C.PREMIUM *
                                   P.BROKERSCOMMISSION / 100), 0),
                          COALESCE(SUM(S.CEDEDPREMIUM), 0)
                     FROM POLICY P
                          INNER JOIN COMMERCIAL C
                             ON C.POLICYNUMBER = P.POLICYNUMBER
                          LEFT OUTER JOIN CESSION S
                             ON S.POLICYNUMBER = P.POLICYNUMBER
                    WHERE P.ISSUEDATE   >= :WS-FROM-DATE
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CURRENCYCODE
           END-EXEC.

      * LGEUB01's totals at the period end and at the month before
      * the range
           EXEC SQL
               DECLARE SXECURS CURSOR FOR
                   SELECT POLICYTYPE,
                          SUM(CASE WHEN RUNPERIOD = :WS-END-PERIOD
                                   THEN EARNEDAMOUNT ELSE 0 END),
                          SUM(CASE WHEN RUNPERIOD = :WS-PRIOR-PERIOD
                                   THEN EARNEDAMOUNT ELSE 0 END),
                          SUM(CASE WHEN RUNPERIOD = :WS-END-PERIOD
                                   THEN UNEARNEDAMOUNT ELSE 0 END),
                          SUM(CASE WHEN RUNPERIOD = :WS-END-PERIOD
                                   THEN 1 ELSE 0 END)
                     FROM EARNED_PREMIUM
                    WHERE RUNPERIOD IN (:WS-END-PERIOD,
                                        :WS-PRIOR-PERIOD)
                    GROUP BY POLICYTYPE
           END-EXEC.

      * every cession whose policy was on risk at some point in the
      * range
           EXEC SQL
               DECLARE SXSCURS CURSOR FOR
                   SELECT P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.CURRENCYCODE, S.CEDEDPREMIUM
                     FROM CESSION S, POLICY P, COMMERCIAL C
                    WHERE S.POLICYNUMBER = P.POLICYNUMBER
                      AND C.POLICYNUMBER = P.POLICYNUMBER
                      AND P.ISSUEDATE    < :WS-NEXT-FIRST-DATE
                      AND P.EXPIRYDATE   > :WS-FROM-DATE
           END-EXEC.

      * The claims figures by policy type and claim type, one kind
      * per branch:
      *    PD  settled in the range           RR  REINS_RECOVERY booked
      *    RM  reserve movement and its ceded share
      *    RV  recoveries received            CH  fee invoices approved
      *    OS  open claims' reserve as at the run, and its ceded share
           EXEC SQL
               DECLARE SXCCURS CURSOR FOR
                   SELECT 'PD', P.POLICYTYPE, C.CLAIMTYPE,
                          COALESCE(SUM(C.APPROVEDAMOUNT), 0), 0
                     FROM CLAIM C, POLICY P
                    WHERE C.POLICYNUMBER  = P.POLICYNUMBER
                      AND C.CLAIMSTATUS   = 'S'
                      AND C.DECISIONDATE >= :WS-FROM-DATE
                      AND C.DECISIONDATE  < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
                   UNION ALL
                   SELECT 'RR', P.POLICYTYPE, C.CLAIMTYPE,
                          0, COALESCE(SUM(R.RECOVERABLEAMOUNT), 0)
                     FROM REINS_RECOVERY R, CLAIM C, POLICY P
                    WHERE R.CLAIMNUMBER     = C.CLAIMNUMBER
                      AND C.POLICYNUMBER    = P.POLICYNUMBER
                      AND R.SETTLEMENTDATE >= :WS-FROM-DATE
                      AND R.SETTLEMENTDATE  < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
                   UNION ALL
                   SELECT 'RM', P.POLICYTYPE, C.CLAIMTYPE,
                          COALESCE(SUM(M.TOAMOUNT - M.FROMAMOUNT), 0),
                          COALESCE(SUM((M.TOAMOUNT - M.FROMAMOUNT) *
                                   COALESCE(S.CESSIONPCT, 0) / 100), 0)
                     FROM RESERVE_MOVEMENT M
                          INNER JOIN CLAIM C
                             ON C.CLAIMNUMBER = M.CLAIMNUMBER
                          INNER JOIN POLICY P
                             ON P.POLICYNUMBER = C.POLICYNUMBER
                          LEFT OUTER JOIN CESSION S
                             ON S.POLICYNUMBER = C.POLICYNUMBER
                    WHERE M.MOVEDDATE >= :WS-FROM-DATE
                      AND M.MOVEDDATE  < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
                   UNION ALL
                   SELECT 'RV', P.POLICYTYPE, C.CLAIMTYPE,
                          COALESCE(SUM(V.RECEIVEDAMOUNT), 0), 0
                     FROM CLAIM_RECOVERY V, CLAIM C, POLICY P
                    WHERE V.CLAIMNUMBER    = C.CLAIMNUMBER
                      AND C.POLICYNUMBER   = P.POLICYNUMBER
                      AND V.RECOVERYSTATUS = 'R'
                      AND V.RECEIVEDDATE  >= :WS-FROM-DATE
                      AND V.RECEIVEDDATE   < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
                   UNION ALL
                   SELECT 'CH', P.POLICYTYPE, C.CLAIMTYPE,
                          COALESCE(SUM(F.GROSSAMOUNT), 0), 0
                     FROM CLAIM_FEE_INVOICE F, CLAIM C, POLICY P
                    WHERE F.CLAIMNUMBER   = C.CLAIMNUMBER
                      AND C.POLICYNUMBER  = P.POLICYNUMBER
                      AND F.FEESTATUS     = 'A'
                      AND F.APPROVEDDATE >= :WS-FROM-DATE
                      AND F.APPROVEDDATE  < :WS-NEXT-FIRST-DATE
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
                   UNION ALL
                   SELECT 'OS', P.POLICYTYPE, C.CLAIMTYPE,
                          COALESCE(SUM(CASE WHEN C.CASERESERVE > 0
                                            THEN C.CASERESERVE
                                            ELSE C.CLAIMAMOUNT END), 0),
                          COALESCE(SUM(CASE WHEN C.CASERESERVE > 0
                                            THEN C.CASERESERVE
                                            ELSE C.CLAIMAMOUNT END *
                                   COALESCE(S.CESSIONPCT, 0) / 100), 0)
                     FROM CLAIM C
                          INNER JOIN POLICY P
                             ON P.POLICYNUMBER = C.POLICYNUMBER
                          LEFT OUTER JOIN CESSION S
                             ON S.POLICYNUMBER = C.POLICYNUMBER
                    WHERE C.CLAIMSTATUS = 'O'
                    GROUP BY P.POLICYTYPE, C.CLAIMTYPE
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             PERFORM 1500-LOAD-LOB-MAP THRU 1500-LOAD-LOB-MAP-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3000-WRITTEN-PREMIUM
                 THRU 3000-WRITTEN-PREMIUM-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3500-EARNED-PREMIUM
                 THRU 3500-EARNED-PREMIUM-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3700-CEDED-EARNED
                 THRU 3700-CEDED-EARNED-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 4000-CLAIMS-FIGURES
                 THRU 4000-CLAIMS-FIGURES-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 5000-WRITE-TEMPLATES
                 THRU 5000-WRITE-TEMPLATES-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the range, proved closed; register the run   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SXE-FILE
           OPEN OUTPUT SXB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           IF WS-PARM-BASIS NOT EQUAL SPACE
             MOVE WS-PARM-BASIS TO WS-PERIOD-BASIS
           END-IF

           IF WS-PARM-PERIOD EQUAL SPACES
             PERFORM 1100-DEFAULT-PERIOD THRU 1100-DEFAULT-PERIOD-EXIT
           ELSE
             MOVE WS-PARM-PERIOD TO WS-END-PERIOD
           END-IF

           MOVE WS-END-PERIOD  TO RH-END-PERIOD
           MOVE WS-PERIOD-BASIS TO RH-BASIS
           MOVE WS-RUN-DATE    TO RH-RUN-DATE

           IF WS-END-PERIOD IS NOT NUMERIC
               OR WS-END-MM LESS THAN 1
               OR WS-END-MM GREATER THAN 12
             MOVE WS-RPT-HEADING TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'INVALID PERIOD ON SYSIN - EXPECTED CCYYMM'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           IF NOT WS-QUARTERLY AND NOT WS-ANNUAL
             MOVE WS-RPT-HEADING TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'INVALID BASIS ON SYSIN - EXPECTED Q OR A' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-SET-RANGE THRU 1200-SET-RANGE-EXIT
           MOVE WS-START-PERIOD TO RH-START-PERIOD
           MOVE WS-RPT-HEADING  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-QUARTERLY
               AND WS-END-MM NOT EQUAL 3 AND WS-END-MM NOT EQUAL 6
               AND WS-END-MM NOT EQUAL 9 AND WS-END-MM NOT EQUAL 12
             MOVE 'QUARTERLY BASIS MUST END ON A QUARTER END'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

      * every month of the range must be closed - the templates are
      * filed on figures that can no longer move
           MOVE 0 TO WS-CLOSED-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLOSED-COUNT
                 FROM ACCOUNTING_PERIOD
                WHERE ACCPERIOD   >= :WS-START-PERIOD
                  AND ACCPERIOD   <= :WS-END-PERIOD
                  AND PERIODSTATUS = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO READ ACCOUNTING_PERIOD' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF WS-CLOSED-COUNT NOT EQUAL WS-MONTH-COUNT
             MOVE 'RANGE NOT CLOSED - EVERY MONTH MUST BE CLOSED THROUGH
      -           ' LGPCL01' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'LGSXB01 '         TO RC-JOBNAME
           MOVE WS-END-PERIOD      TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-DEFAULT-PERIOD - the last quarter end before this month,  *
      * or last December on the annual basis                           *
      ******************************************************************
       1100-DEFAULT-PERIOD.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-END-YYYY
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-END-MM
           IF WS-ANNUAL
             MOVE 0 TO WS-END-MM
           ELSE
             SUBTRACT 1 FROM WS-END-MM
             DIVIDE WS-END-MM BY 3 GIVING WS-QUARTER-NUM
             MULTIPLY WS-QUARTER-NUM BY 3 GIVING WS-END-MM
           END-IF
           IF WS-END-MM EQUAL ZERO
             MOVE 12 TO WS-END-MM
             SUBTRACT 1 FROM WS-END-YYYY
           END-IF.
       1100-DEFAULT-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 1200-SET-RANGE - first month, the month before it, the month   *
      * after the end, and the dates and day numbers they give         *
      ******************************************************************
       1200-SET-RANGE.
           MOVE WS-END-YYYY TO WS-START-YYYY
           IF WS-ANNUAL
             MOVE 1 TO WS-START-MM
             MOVE WS-END-MM TO WS-MONTH-COUNT
           ELSE
             IF WS-END-MM LESS THAN 3
               MOVE 1 TO WS-START-MM
             ELSE
               COMPUTE WS-START-MM = WS-END-MM - 2
             END-IF
             COMPUTE WS-MONTH-COUNT = WS-END-MM - WS-START-MM + 1
           END-IF

           MOVE WS-START-YYYY TO WS-PRIOR-YYYY
           IF WS-START-MM EQUAL 1
             MOVE 12 TO WS-PRIOR-MM
             SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
             COMPUTE WS-PRIOR-MM = WS-START-MM - 1
           END-IF

           MOVE WS-END-YYYY TO WS-NEXT-YYYY
           IF WS-END-MM EQUAL 12
             MOVE 1 TO WS-NEXT-MM
             ADD 1 TO WS-NEXT-YYYY
           ELSE
             COMPUTE WS-NEXT-MM = WS-END-MM + 1
           END-IF

           MOVE WS-START-YYYY TO WS-FROM-DATE(1:4)
           MOVE '-'           TO WS-FROM-DATE(5:1)
           MOVE WS-START-MM   TO WS-FROM-DATE(6:2)
           MOVE '-01'         TO WS-FROM-DATE(8:3)
           MOVE WS-NEXT-YYYY  TO WS-NEXT-FIRST-DATE(1:4)
           MOVE '-'           TO WS-NEXT-FIRST-DATE(5:1)
           MOVE WS-NEXT-MM    TO WS-NEXT-FIRST-DATE(6:2)
           MOVE '-01'         TO WS-NEXT-FIRST-DATE(8:3)

           MOVE WS-START-PERIOD TO WS-DATE-NUMERIC(1:6)
           MOVE '01'            TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           COMPUTE WS-PRE-INT = WS-FROM-INT - 1
           MOVE WS-NEXT-PERIOD  TO WS-DATE-NUMERIC(1:6)
           MOVE '01'            TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) - 1.
       1200-SET-RANGE-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOAD-LOB-MAP - REGULATORY_LOB_MAP into the tables; slot 1 *
      * of the lines is the unmapped one                               *
      ******************************************************************
       1500-LOAD-LOB-MAP.
           MOVE 1          TO WS-LOB-COUNT
           MOVE '????'     TO WS-LOB-CODE(1)
           MOVE 'NOT MAPPED - SEE REGULATORY_LOB_MAP'
                           TO WS-LOB-NAME(1)
           MOVE 1 TO WS-LOB-SUB
           PERFORM 1700-CLEAR-LOB THRU 1700-CLEAR-LOB-EXIT

           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
               OPEN SXMCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 1500-LOAD-LOB-MAP-EXIT
           END-IF

           PERFORM 1600-LOAD-MAP-ROW THRU 1600-LOAD-MAP-ROW-EXIT
               UNTIL WS-CURSOR-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE SXMCURS
           END-EXEC

           IF NOT WS-ABORTED AND WS-MAP-COUNT EQUAL ZERO
             MOVE 'REGULATORY_LOB_MAP IS EMPTY - NOTHING CAN BE MAPPED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1500-LOAD-LOB-MAP-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-MAP-ROW - one mapping; its line gets a slot the      *
      * first time it is met                                           *
      ******************************************************************
       1600-LOAD-MAP-ROW.
           EXEC SQL
               FETCH SXMCURS
                 INTO :WM-POLICYTYPE,
                      :WM-CLAIMTYPE,
                      :WM-LOBCODE,
                      :WM-LOBNAME
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CURSOR-EOF-SW
             GO TO 1600-LOAD-MAP-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 1600-LOAD-MAP-ROW-EXIT
           END-IF

           IF WS-MAP-COUNT NOT LESS THAN 60
             MOVE 'MORE THAN 60 REGULATORY_LOB_MAP ROWS' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1600-LOAD-MAP-ROW-EXIT
           END-IF

      * rows come in line order, so a new line is always the last one
           IF WS-LOB-CODE(WS-LOB-COUNT) NOT EQUAL WM-LOBCODE
             IF WS-LOB-COUNT NOT LESS THAN 31
               MOVE 'MORE THAN 30 REGULATORY LINES OF BUSINESS'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1600-LOAD-MAP-ROW-EXIT
             END-IF
             ADD 1 TO WS-LOB-COUNT
             MOVE WS-LOB-COUNT TO WS-LOB-SUB
             MOVE WM-LOBCODE   TO WS-LOB-CODE(WS-LOB-SUB)
             MOVE WM-LOBNAME   TO WS-LOB-NAME(WS-LOB-SUB)
             PERFORM 1700-CLEAR-LOB THRU 1700-CLEAR-LOB-EXIT
           END-IF

           ADD 1 TO WS-MAP-COUNT
           MOVE WM-POLICYTYPE TO WS-MAP-POLICYTYPE(WS-MAP-COUNT)
           MOVE WM-CLAIMTYPE  TO WS-MAP-CLAIMTYPE(WS-MAP-COUNT)
           MOVE WS-LOB-COUNT  TO WS-MAP-LOB-SLOT(WS-MAP-COUNT).
       1600-LOAD-MAP-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CLEAR-LOB - zero the figures on slot WS-LOB-SUB           *
      ******************************************************************
       1700-CLEAR-LOB.
           MOVE 0 TO WS-LOB-WRITTEN(WS-LOB-SUB)
                     WS-LOB-WRITTEN-RI(WS-LOB-SUB)
                     WS-LOB-EARNED(WS-LOB-SUB)
                     WS-LOB-EARNED-RI(WS-LOB-SUB)
                     WS-LOB-SETTLED(WS-LOB-SUB)
                     WS-LOB-SETTLED-RI(WS-LOB-SUB)
                     WS-LOB-RESERVE-MOVE(WS-LOB-SUB)
                     WS-LOB-RESERVE-RI(WS-LOB-SUB)
                     WS-LOB-RECOVERED(WS-LOB-SUB)
                     WS-LOB-ACQUISITION(WS-LOB-SUB)
                     WS-LOB-HANDLING(WS-LOB-SUB)
                     WS-LOB-UPR(WS-LOB-SUB)
                     WS-LOB-UPR-RI(WS-LOB-SUB)
                     WS-LOB-OUTSTANDING(WS-LOB-SUB)
                     WS-LOB-OUTSTAND-RI(WS-LOB-SUB).
       1700-CLEAR-LOB-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITTEN-PREMIUM - premium, commission and ceded premium   *
      * written in the range                                           *
      ******************************************************************
       3000-WRITTEN-PREMIUM.
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
               OPEN SXWCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-WRITTEN-PREMIUM-EXIT
           END-IF

           PERFORM 3100-ADD-WRITTEN-ROW THRU 3100-ADD-WRITTEN-ROW-EXIT
               UNTIL WS-CURSOR-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE SXWCURS
           END-EXEC.
       3000-WRITTEN-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ADD-WRITTEN-ROW - one type (and currency) onto its line   *
      ******************************************************************
       3100-ADD-WRITTEN-ROW.
           EXEC SQL
               FETCH SXWCURS
                 INTO :WW-POLICYTYPE,
                      :WW-CURRENCY,
                      :WW-PREMIUM,
                      :WW-COMMISSION,
                      :WW-CEDED
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CURSOR-EOF-SW
             GO TO 3100-ADD-WRITTEN-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3100-ADD-WRITTEN-ROW-EXIT
           END-IF

           MOVE WW-CURRENCY TO WS-CONV-CURRENCY
           PERFORM 7200-GET-RATE THRU 7200-GET-RATE-EXIT
           IF WS-ABORTED
             GO TO 3100-ADD-WRITTEN-ROW-EXIT
           END-IF
           COMPUTE WW-PREMIUM ROUNDED    = WW-PREMIUM * WS-CONV-RATE
           COMPUTE WW-COMMISSION ROUNDED = WW-COMMISSION * WS-CONV-RATE
           COMPUTE WW-CEDED ROUNDED      = WW-CEDED * WS-CONV-RATE

           MOVE WW-POLICYTYPE TO WS-FIND-POLICYTYPE
           MOVE '*   '        TO WS-FIND-CLAIMTYPE
           MOVE 'PREMIUM'     TO WS-FIND-FIGURE
           PERFORM 7000-FIND-LOB THRU 7000-FIND-LOB-EXIT

           ADD WW-PREMIUM    TO WS-LOB-WRITTEN(WS-LOB-SUB)
           ADD WW-CEDED      TO WS-LOB-WRITTEN-RI(WS-LOB-SUB)
           ADD WW-COMMISSION TO WS-LOB-ACQUISITION(WS-LOB-SUB).
       3100-ADD-WRITTEN-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3500-EARNED-PREMIUM - the earned movement over the range and   *
      * the unearned at its end, off LGEUB01's EARNED_PREMIUM.  The    *
      * period end must be on file; a month before it that is not      *
      * (the first year LGEUB01 ran) counts as nothing earned.         *
      ******************************************************************
       3500-EARNED-PREMIUM.
           MOVE 0   TO WS-EARNED-ROWS
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
               OPEN SXECURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3500-EARNED-PREMIUM-EXIT
           END-IF

           PERFORM 3600-ADD-EARNED-ROW THRU 3600-ADD-EARNED-ROW-EXIT
               UNTIL WS-CURSOR-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE SXECURS
           END-EXEC

           IF NOT WS-ABORTED AND WS-EARNED-ROWS EQUAL ZERO
             MOVE 'NO EARNED_PREMIUM FOR THE PERIOD END - RUN LGEUB01'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3500-EARNED-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 3600-ADD-EARNED-ROW - one policy type onto its line            *
      ******************************************************************
       3600-ADD-EARNED-ROW.
           EXEC SQL
               FETCH SXECURS
                 INTO :WE-POLICYTYPE,
                      :WE-EARNED-END,
                      :WE-EARNED-PRIOR,
                      :WE-UNEARNED-END,
                      :WE-END-ROWS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CURSOR-EOF-SW
             GO TO 3600-ADD-EARNED-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3600-ADD-EARNED-ROW-EXIT
           END-IF

           ADD WE-END-ROWS TO WS-EARNED-ROWS

           MOVE WE-POLICYTYPE TO WS-FIND-POLICYTYPE
           MOVE '*   '        TO WS-FIND-CLAIMTYPE
           MOVE 'EARNED'      TO WS-FIND-FIGURE
           PERFORM 7000-FIND-LOB THRU 7000-FIND-LOB-EXIT

           COMPUTE WS-LOB-EARNED(WS-LOB-SUB) =
               WS-LOB-EARNED(WS-LOB-SUB)
                 + WE-EARNED-END - WE-EARNED-PRIOR
           ADD WE-UNEARNED-END TO WS-LOB-UPR(WS-LOB-SUB).
       3600-ADD-EARNED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3700-CEDED-EARNED - each cession's premium earned pro-rata     *
      * over its policy's term, the way LGEUB01 earns the gross        *
      ******************************************************************
       3700-CEDED-EARNED.
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
               OPEN SXSCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3700-CEDED-EARNED-EXIT
           END-IF

           PERFORM 3800-EARN-CESSION THRU 3800-EARN-CESSION-EXIT
               UNTIL WS-CURSOR-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE SXSCURS
           END-EXEC.
       3700-CEDED-EARNED-EXIT.
           EXIT.

      ******************************************************************
      * 3800-EARN-CESSION - earned up to the period end less earned    *
      * before the range; what is left unearned at the end is the      *
      * reinsurers' share of the UPR                                   *
      ******************************************************************
       3800-EARN-CESSION.
           EXEC SQL
               FETCH SXSCURS
                 INTO :WS-POLICYTYPE,
                      :WS-ISSUEDATE,
                      :WS-EXPIRYDATE,
                      :WS-CURRENCY,
                      :WS-CEDEDPREMIUM
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CURSOR-EOF-SW
             GO TO 3800-EARN-CESSION-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3800-EARN-CESSION-EXIT
           END-IF

           MOVE WS-ISSUEDATE(1:4)  TO WS-DATE-NUMERIC(1:4)
           MOVE WS-ISSUEDATE(6:2)  TO WS-DATE-NUMERIC(5:2)
           MOVE WS-ISSUEDATE(9:2)  TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           MOVE WS-EXPIRYDATE(1:4) TO WS-DATE-NUMERIC(1:4)
           MOVE WS-EXPIRYDATE(6:2) TO WS-DATE-NUMERIC(5:2)
           MOVE WS-EXPIRYDATE(9:2) TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           COMPUTE WS-TERM-DAYS   = WS-EXPIRY-INT - WS-ISSUE-INT
           IF WS-TERM-DAYS NOT GREATER THAN ZERO
             GO TO 3800-EARN-CESSION-EXIT
           END-IF

           COMPUTE WS-ELAPSED-END = WS-TO-INT  - WS-ISSUE-INT
           COMPUTE WS-ELAPSED-PRE = WS-PRE-INT - WS-ISSUE-INT
           IF WS-ELAPSED-END LESS THAN ZERO
             MOVE ZERO TO WS-ELAPSED-END
           END-IF
           IF WS-ELAPSED-END GREATER THAN WS-TERM-DAYS
             MOVE WS-TERM-DAYS TO WS-ELAPSED-END
           END-IF
           IF WS-ELAPSED-PRE LESS THAN ZERO
             MOVE ZERO TO WS-ELAPSED-PRE
           END-IF
           IF WS-ELAPSED-PRE GREATER THAN WS-TERM-DAYS
             MOVE WS-TERM-DAYS TO WS-ELAPSED-PRE
           END-IF

           MOVE WS-CURRENCY TO WS-CONV-CURRENCY
           PERFORM 7200-GET-RATE THRU 7200-GET-RATE-EXIT
           IF WS-ABORTED
             GO TO 3800-EARN-CESSION-EXIT
           END-IF

           COMPUTE WS-CEDED-EARNED ROUNDED =
               WS-CEDEDPREMIUM * WS-CONV-RATE
                 * (WS-ELAPSED-END - WS-ELAPSED-PRE) / WS-TERM-DAYS
           COMPUTE WS-CEDED-UNEARNED ROUNDED =
               WS-CEDEDPREMIUM * WS-CONV-RATE
                 * (WS-TERM-DAYS - WS-ELAPSED-END) / WS-TERM-DAYS

           MOVE WS-POLICYTYPE TO WS-FIND-POLICYTYPE
           MOVE '*   '        TO WS-FIND-CLAIMTYPE
           MOVE 'CEDED'       TO WS-FIND-FIGURE
           PERFORM 7000-FIND-LOB THRU 7000-FIND-LOB-EXIT

           ADD WS-CEDED-EARNED   TO WS-LOB-EARNED-RI(WS-LOB-SUB)
           ADD WS-CEDED-UNEARNED TO WS-LOB-UPR-RI(WS-LOB-SUB).
       3800-EARN-CESSION-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLAIMS-FIGURES - every claims figure, by policy type and  *
      * claim type                                                     *
      ******************************************************************
       4000-CLAIMS-FIGURES.
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
               OPEN SXCCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4000-CLAIMS-FIGURES-EXIT
           END-IF

           PERFORM 4100-ADD-CLAIMS-ROW THRU 4100-ADD-CLAIMS-ROW-EXIT
               UNTIL WS-CURSOR-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE SXCCURS
           END-EXEC.
       4000-CLAIMS-FIGURES-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ADD-CLAIMS-ROW - one figure onto its line                 *
      ******************************************************************
       4100-ADD-CLAIMS-ROW.
           EXEC SQL
               FETCH SXCCURS
                 INTO :WC-FIGURE,
                      :WC-POLICYTYPE,
                      :WC-CLAIMTYPE,
                      :WC-GROSS,
                      :WC-CEDED
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CURSOR-EOF-SW
             GO TO 4100-ADD-CLAIMS-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4100-ADD-CLAIMS-ROW-EXIT
           END-IF

           MOVE WC-POLICYTYPE TO WS-FIND-POLICYTYPE
           MOVE WC-CLAIMTYPE  TO WS-FIND-CLAIMTYPE
           EVALUATE TRUE
             WHEN WC-SETTLED
               MOVE 'SETTLED'    TO WS-FIND-FIGURE
             WHEN WC-REINS-RECOVERY
               MOVE 'REINS REC'  TO WS-FIND-FIGURE
             WHEN WC-RESERVE-MOVEMENT
               MOVE 'RESERVE'    TO WS-FIND-FIGURE
             WHEN WC-RECOVERY-RECEIVED
               MOVE 'RECOVERY'   TO WS-FIND-FIGURE
             WHEN WC-HANDLING-FEE
               MOVE 'FEES'       TO WS-FIND-FIGURE
             WHEN OTHER
               MOVE 'OUTSTAND'   TO WS-FIND-FIGURE
           END-EVALUATE
           PERFORM 7000-FIND-LOB THRU 7000-FIND-LOB-EXIT

           EVALUATE TRUE
             WHEN WC-SETTLED
               ADD WC-GROSS TO WS-LOB-SETTLED(WS-LOB-SUB)
             WHEN WC-REINS-RECOVERY
               ADD WC-CEDED TO WS-LOB-SETTLED-RI(WS-LOB-SUB)
             WHEN WC-RESERVE-MOVEMENT
               ADD WC-GROSS TO WS-LOB-RESERVE-MOVE(WS-LOB-SUB)
               ADD WC-CEDED TO WS-LOB-RESERVE-RI(WS-LOB-SUB)
             WHEN WC-RECOVERY-RECEIVED
               ADD WC-GROSS TO WS-LOB-RECOVERED(WS-LOB-SUB)
             WHEN WC-HANDLING-FEE
               ADD WC-GROSS TO WS-LOB-HANDLING(WS-LOB-SUB)
             WHEN OTHER
               ADD WC-GROSS TO WS-LOB-OUTSTANDING(WS-LOB-SUB)
               ADD WC-CEDED TO WS-LOB-OUTSTAND-RI(WS-LOB-SUB)
           END-EVALUATE.
       4100-ADD-CLAIMS-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-TEMPLATES - header, every line's template rows,     *
      * trailer; the unmapped line only when something landed on it    *
      ******************************************************************
       5000-WRITE-TEMPLATES.
           MOVE SPACES           TO SX-EXTRACT-RECORD
           MOVE 'H'              TO SX-RECORD-TYPE
           MOVE WS-START-PERIOD  TO SX-PERIOD-FROM
           MOVE WS-END-PERIOD    TO SX-PERIOD-TO
           MOVE WS-RUN-DATE      TO SX-RUN-DATE
           MOVE WS-PERIOD-BASIS  TO SX-PERIOD-BASIS
           WRITE SX-EXTRACT-RECORD

           IF WS-UNMAPPED-COUNT GREATER THAN ZERO
             MOVE 1 TO WS-LOB-SUB
             PERFORM 5100-WRITE-LOB THRU 5100-WRITE-LOB-EXIT
           END-IF
           PERFORM 5100-WRITE-LOB THRU 5100-WRITE-LOB-EXIT
               VARYING WS-LOB-SUB FROM 2 BY 1
               UNTIL WS-LOB-SUB GREATER THAN WS-LOB-COUNT

           MOVE SPACES           TO SX-EXTRACT-RECORD
           MOVE 'T'              TO SX-RECORD-TYPE
           MOVE WS-START-PERIOD  TO SX-PERIOD-FROM
           MOVE WS-END-PERIOD    TO SX-PERIOD-TO
           MOVE WS-DETAIL-COUNT  TO SX-DETAIL-COUNT
           WRITE SX-EXTRACT-RECORD.
       5000-WRITE-TEMPLATES-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-LOB - one line of business: its six template rows,  *
      * with the components of claims and expenses under them          *
      ******************************************************************
       5100-WRITE-LOB.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOB-CODE(WS-LOB-SUB) TO RL-LOB-CODE
           MOVE WS-LOB-NAME(WS-LOB-SUB) TO RL-LOB-NAME
           MOVE WS-RPT-LOB TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'S.05.01 '               TO WS-OUT-TEMPLATE
           MOVE 'R0110'                  TO WS-OUT-ROW-CODE
           MOVE 'PREMIUMS WRITTEN'       TO WS-OUT-DESC
           MOVE WS-LOB-WRITTEN(WS-LOB-SUB)    TO WS-OUT-GROSS
           MOVE WS-LOB-WRITTEN-RI(WS-LOB-SUB) TO WS-OUT-REINS
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT

           MOVE 'R0210'                  TO WS-OUT-ROW-CODE
           MOVE 'PREMIUMS EARNED'        TO WS-OUT-DESC
           MOVE WS-LOB-EARNED(WS-LOB-SUB)     TO WS-OUT-GROSS
           MOVE WS-LOB-EARNED-RI(WS-LOB-SUB)  TO WS-OUT-REINS
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT

           MOVE 'R0310'                  TO WS-OUT-ROW-CODE
           MOVE 'CLAIMS INCURRED'        TO WS-OUT-DESC
           COMPUTE WS-OUT-GROSS = WS-LOB-SETTLED(WS-LOB-SUB)
                                + WS-LOB-RESERVE-MOVE(WS-LOB-SUB)
                                - WS-LOB-RECOVERED(WS-LOB-SUB)
           COMPUTE WS-OUT-REINS = WS-LOB-SETTLED-RI(WS-LOB-SUB)
                                + WS-LOB-RESERVE-RI(WS-LOB-SUB)
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT
           MOVE 'SETTLED'                TO RC-DESC
           MOVE WS-LOB-SETTLED(WS-LOB-SUB)      TO RC-AMOUNT
           MOVE WS-RPT-COMPONENT         TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RESERVE MOVEMENT'       TO RC-DESC
           MOVE WS-LOB-RESERVE-MOVE(WS-LOB-SUB) TO RC-AMOUNT
           MOVE WS-RPT-COMPONENT         TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RECOVERIES RECEIVED'    TO RC-DESC
           COMPUTE RC-AMOUNT = 0 - WS-LOB-RECOVERED(WS-LOB-SUB)
           MOVE WS-RPT-COMPONENT         TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'R0550'                  TO WS-OUT-ROW-CODE
           MOVE 'EXPENSES INCURRED'      TO WS-OUT-DESC
           COMPUTE WS-OUT-GROSS = WS-LOB-ACQUISITION(WS-LOB-SUB)
                                + WS-LOB-HANDLING(WS-LOB-SUB)
           MOVE 0                        TO WS-OUT-REINS
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT
           MOVE 'ACQUISITION'            TO RC-DESC
           MOVE WS-LOB-ACQUISITION(WS-LOB-SUB)  TO RC-AMOUNT
           MOVE WS-RPT-COMPONENT         TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CLAIMS HANDLING'        TO RC-DESC
           MOVE WS-LOB-HANDLING(WS-LOB-SUB)     TO RC-AMOUNT
           MOVE WS-RPT-COMPONENT         TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'S.17.01 '               TO WS-OUT-TEMPLATE
           MOVE 'R0060'                  TO WS-OUT-ROW-CODE
           MOVE 'UNEARNED PREMIUM'       TO WS-OUT-DESC
           MOVE WS-LOB-UPR(WS-LOB-SUB)        TO WS-OUT-GROSS
           MOVE WS-LOB-UPR-RI(WS-LOB-SUB)     TO WS-OUT-REINS
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT

           MOVE 'R0160'                  TO WS-OUT-ROW-CODE
           MOVE 'OUTSTANDING CLAIMS'     TO WS-OUT-DESC
           MOVE WS-LOB-OUTSTANDING(WS-LOB-SUB) TO WS-OUT-GROSS
           MOVE WS-LOB-OUTSTAND-RI(WS-LOB-SUB) TO WS-OUT-REINS
           PERFORM 5200-WRITE-ROW THRU 5200-WRITE-ROW-EXIT.
       5100-WRITE-LOB-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-ROW - WS-OUT-ROW to the report and the extract      *
      ******************************************************************
       5200-WRITE-ROW.
           COMPUTE WS-OUT-NET = WS-OUT-GROSS - WS-OUT-REINS

           MOVE WS-OUT-TEMPLATE  TO RR-TEMPLATE
           MOVE WS-OUT-ROW-CODE  TO RR-ROW-CODE
           MOVE WS-OUT-DESC      TO RR-DESC
           MOVE WS-OUT-GROSS     TO RR-GROSS
           MOVE WS-OUT-REINS     TO RR-REINS
           MOVE WS-OUT-NET       TO RR-NET
           MOVE WS-RPT-ROW       TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES           TO SX-EXTRACT-RECORD
           MOVE 'D'              TO SX-RECORD-TYPE
           MOVE WS-OUT-TEMPLATE  TO SX-TEMPLATE-ID
           MOVE WS-START-PERIOD  TO SX-PERIOD-FROM
           MOVE WS-END-PERIOD    TO SX-PERIOD-TO
           MOVE WS-OUT-ROW-CODE  TO SX-ROW-CODE
           MOVE WS-LOB-CODE(WS-LOB-SUB) TO SX-LOB-CODE
           MOVE WS-OUT-GROSS     TO SX-GROSS-AMOUNT
           MOVE WS-OUT-REINS     TO SX-REINS-AMOUNT
           MOVE WS-OUT-NET       TO SX-NET-AMOUNT
           WRITE SX-EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT.
       5200-WRITE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FIND-LOB - the line for WS-FIND-KEY into WS-LOB-SUB: the  *
      * claim type's own mapping, else its policy type's '*   ' row,   *
      * else slot 1 and a line on the report                           *
      ******************************************************************
       7000-FIND-LOB.
           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
             AT END
               CONTINUE
             WHEN WS-MAP-IDX GREATER THAN WS-MAP-COUNT
               CONTINUE
             WHEN WS-MAP-POLICYTYPE(WS-MAP-IDX) = WS-FIND-POLICYTYPE
              AND WS-MAP-CLAIMTYPE(WS-MAP-IDX)  = WS-FIND-CLAIMTYPE
               MOVE WS-MAP-LOB-SLOT(WS-MAP-IDX) TO WS-LOB-SUB
               GO TO 7000-FIND-LOB-EXIT
           END-SEARCH

           SET WS-MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
             AT END
               CONTINUE
             WHEN WS-MAP-IDX GREATER THAN WS-MAP-COUNT
               CONTINUE
             WHEN WS-MAP-POLICYTYPE(WS-MAP-IDX) = WS-FIND-POLICYTYPE
              AND WS-MAP-CLAIMTYPE(WS-MAP-IDX)  = '*   '
               MOVE WS-MAP-LOB-SLOT(WS-MAP-IDX) TO WS-LOB-SUB
               GO TO 7000-FIND-LOB-EXIT
           END-SEARCH

           MOVE 1 TO WS-LOB-SUB
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE WS-FIND-POLICYTYPE TO RU-POLICYTYPE
           MOVE WS-FIND-CLAIMTYPE  TO RU-CLAIMTYPE
           MOVE WS-FIND-FIGURE     TO RU-FIGURE
           MOVE WS-RPT-UNMAPPED    TO RPT-LINE
           WRITE RPT-LINE.
       7000-FIND-LOB-EXIT.
           EXIT.

      ******************************************************************
      * 7200-GET-RATE - the period-end EXCHANGE_RATE for               *
      * WS-CONV-CURRENCY; sterling, or no rate on file, is taken at    *
      * face value - the latter flagged, as the journal does           *
      ******************************************************************
       7200-GET-RATE.
           MOVE 1 TO WS-CONV-RATE
           IF WS-CONV-CURRENCY EQUAL 'GBP'
               OR WS-CONV-CURRENCY EQUAL SPACES
             GO TO 7200-GET-RATE-EXIT
           END-IF

           EXEC SQL
               SELECT RATETOBASE
                 INTO :WS-CONV-RATE
                 FROM EXCHANGE_RATE
                WHERE CURRENCYCODE   = :WS-CONV-CURRENCY
                  AND EFFECTIVEDATE  < :WS-NEXT-FIRST-DATE
                ORDER BY EFFECTIVEDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 1 TO WS-CONV-RATE
             MOVE 'NO EXCHANGE RATE - FACE VALUE USED FOR' TO RPT-LINE
             MOVE WS-CONV-CURRENCY TO RPT-LINE(40:3)
             WRITE RPT-LINE
             GO TO 7200-GET-RATE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
           END-IF.
       7200-GET-RATE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-SQL-ERROR - any failure stops the run; no extract is      *
      * released                                                       *
      ******************************************************************
       8000-SQL-ERROR.
           MOVE 'SQL ERROR DURING EXTRACT' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-ABORT-SW.
       8000-SQL-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals; unmapped figures end RC 8, an aborted *
      * run RC 16                                                      *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             COMPUTE RT-LOB-COUNT = WS-LOB-COUNT - 1
             MOVE WS-DETAIL-COUNT   TO RT-DETAIL-COUNT
             MOVE WS-UNMAPPED-COUNT TO RT-UNMAPPED-COUNT
             MOVE WS-RPT-TOTAL      TO RPT-LINE
             WRITE RPT-LINE
           END-IF

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - NO EXTRACT FOR FINANCE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-UNMAPPED-COUNT GREATER THAN ZERO
               MOVE 'UNMAPPED FIGURES UNDER LINE ???? - MAINTAIN REGULAT
      -             'ORY_LOB_MAP AND RERUN' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
             END-IF
             MOVE WS-DETAIL-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE SXE-FILE
           CLOSE SXB-RPT.
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
      * number of template rows written                                *
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
