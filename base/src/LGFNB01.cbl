       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGFNB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Weekly shared-identifier fraud network report.  LGCLB01's    *
      *  SCORE-FRAUD-INDICATORS looks at one claim at a time; an       *
      *  organised ring works through several customers who have       *
      *  nothing in common on paper but share a bank account, a        *
      *  mobile number, an email address or an address.  This run      *
      *  finds every such identifier held by customers of different    *
      *  households - HOUSEHOLDID as lgacdb01 derives it and LGHHM01   *
      *  corrects it, a customer with none standing alone - so family  *
      *  sharing a home or an account is not reported:                 *
      *                                                                *
      *   BANK  sort code and account on CUSTOMER_BANK                 *
      *   MOBL  PHONEMOBILE, held normalised since the add             *
      *   MAIL  EMAILADDRESS, compared without regard to case          *
      *   ADDR  POSTCODE, HOUSENUMBER and HOUSENAME together           *
      *                                                                *
      *   Customers linked by any identifier are joined, directly or   *
      *  through one another, into a network.  A network whose         *
      *  members have claims with a CLAIMDATE in the last two years    *
      *  is reported for the fraud team with each member, the          *
      *  identifiers they share and the value of those claims.         *
      *                                                                *
      *   The networks are built in storage (up to 5000 customers and  *
      *  10000 shared identifier holdings); a run that outgrows that   *
      *  stops with RC 16 rather than report networks cut short.       *
      *  Read-only apart from its BATCH_RUN_CONTROL registration.      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGFNB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNB-RPT   ASSIGN TO FNBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FNB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * Claims with a CLAIMDATE on or after this count towards a
      * network - two years back from the run date
       77  WS-LOOKBACK-YEARS           PIC 9(02) VALUE 2.
       01  WS-CLAIM-FROM-DATE          PIC X(10) VALUE SPACES.
       01  WS-CLAIM-FROM-YYYY          PIC 9(04) VALUE 0.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-NODE-FOUND-SW         PIC X      VALUE 'N'.
               88 WS-NODE-FOUND              VALUE 'Y'.

       77  WS-IDENT-ROWS               PIC S9(7) COMP VALUE 0.
       77  WS-NETWORK-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-REPORTED-COUNT           PIC S9(7) COMP VALUE 0.

      * Customers holding a shared identifier.  WS-ND-PARENT links
      * each to another in its network until the one that stands for
      * the whole network, which points at itself.
       77  WS-NODE-MAX                 PIC S9(4) COMP VALUE 5000.
       01  WS-NODE-TABLE.
           05 WS-NODE-USED             PIC S9(4) COMP VALUE 0.
           05 WS-NODE-ENTRY OCCURS 5000 TIMES
                                        INDEXED BY WS-ND-IDX.
               10 WS-ND-CUSTOMER       PIC 9(10).
               10 WS-ND-HOUSEHOLD      PIC S9(11) COMP-3.
               10 WS-ND-PARENT         PIC S9(4) COMP.
               10 WS-ND-ROOT           PIC S9(4) COMP.
               10 WS-ND-CLAIMS         PIC S9(5) COMP.
               10 WS-ND-CLAIM-VALUE    PIC S9(09)V9(02) COMP-3.

      * Every shared identifier holding, in the cursor's order - type,
      * value, customer - so the holders of one value sit together
       77  WS-IDENT-MAX                PIC S9(5) COMP VALUE 10000.
       01  WS-IDENT-TABLE.
           05 WS-IDENT-USED            PIC S9(5) COMP VALUE 0.
           05 WS-IDENT-ENTRY OCCURS 10000 TIMES
                                        INDEXED BY WS-ID-IDX.
               10 WS-ID-TYPE           PIC X(04).
               10 WS-ID-VALUE          PIC X(40).
               10 WS-ID-NODE           PIC S9(4) COMP.

      * Union-find work
       01  WS-LINK-WORK.
           05 WS-THIS-NODE             PIC S9(4) COMP.
           05 WS-FIRST-NODE            PIC S9(4) COMP.
           05 WS-FIND-NODE             PIC S9(4) COMP.
           05 WS-ROOT-A                PIC S9(4) COMP.
           05 WS-ROOT-B                PIC S9(4) COMP.
           05 WS-PREV-TYPE             PIC X(04) VALUE SPACES.
           05 WS-PREV-VALUE            PIC X(40) VALUE SPACES.

      * One network's totals
       01  WS-NETWORK-WORK.
           05 WS-NW-ROOT               PIC S9(4) COMP.
           05 WS-NW-MEMBERS            PIC S9(5) COMP.
           05 WS-NW-CLAIMS             PIC S9(7) COMP.
           05 WS-NW-CLAIM-VALUE        PIC S9(11)V9(02) COMP-3.
           05 WS-NW-HOLDERS            PIC S9(5) COMP.
           05 WS-NW-LAST-TYPE          PIC X(04).
           05 WS-NW-LAST-VALUE         PIC X(40).

       01  WS-MEMBER-NAME.
           05 WS-MB-FIRST-NAME         PIC X(10).
           05 WS-MB-LAST-NAME          PIC X(20).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(39)
                      VALUE 'SHARED-IDENTIFIER FRAUD NETWORKS - RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(16)
                      VALUE ' CLAIMS SINCE   '.
           05 RH-CLAIM-FROM            PIC X(10).
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-NETWORK-LINE.
           05 FILLER                   PIC X(08) VALUE 'NETWORK '.
           05 RN-NETWORK-NUM           PIC Z(04)9.
           05 FILLER                   PIC X(10) VALUE '  MEMBERS='.
           05 RN-MEMBERS               PIC Z(03)9.
           05 FILLER                   PIC X(09) VALUE '  CLAIMS='.
           05 RN-CLAIMS                PIC Z(04)9.
           05 FILLER                   PIC X(14)
                      VALUE '  CLAIM VALUE='.
           05 RN-CLAIM-VALUE           PIC Z(10)9.99.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-MEMBER-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'CUST='.
           05 RM-CUSTOMER              PIC 9(10).
           05 FILLER                   PIC X(04) VALUE ' HH='.
           05 RM-HOUSEHOLD             PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-LAST-NAME             PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-FIRST-NAME            PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RM-CLAIMS                PIC Z(03)9.
           05 FILLER                   PIC X(05) VALUE ' VAL='.
           05 RM-CLAIM-VALUE           PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  RM-HOUSEHOLD-NUM            PIC 9(09).

       01  WS-RPT-IDENT-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'SHARED '.
           05 RI-TYPE                  PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RI-VALUE                 PIC X(40).
           05 FILLER                   PIC X(04) VALUE ' BY '.
           05 RI-HOLDERS               PIC Z9.
           05 FILLER                   PIC X(10) VALUE ' CUSTOMERS'.
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-RUN-TOTAL.
           05 FILLER                   PIC X(09) VALUE 'HOLDINGS='.
           05 RT-IDENT-ROWS            PIC Z(04)9.
           05 FILLER                   PIC X(11) VALUE ' CUSTOMERS='.
           05 RT-CUSTOMERS             PIC Z(03)9.
           05 FILLER                   PIC X(10) VALUE ' NETWORKS='.
           05 RT-NETWORKS              PIC Z(03)9.
           05 FILLER                   PIC X(24)
                      VALUE ' WITH RECENT CLAIMS    ='.
           05 RT-REPORTED              PIC Z(03)9.
           05 FILLER                   PIC X(09) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every holding of an identifier that some customer of another
      * household also holds.  The household key is HOUSEHOLDID, or
      * the customer number negated for a customer with none.
           EXEC SQL
               DECLARE IDCURSOR CURSOR FOR
                   SELECT 'BANK',
                          CB.SORTCODE || ' ' || CB.ACCOUNTNUMBER,
                          C.CUSTOMERNUMBER,
                          CASE WHEN COALESCE(C.HOUSEHOLDID, 0) > 0
                               THEN C.HOUSEHOLDID
                               ELSE 0 - C.CUSTOMERNUMBER END
                     FROM CUSTOMER_BANK CB, CUSTOMER C
                    WHERE C.CUSTOMERNUMBER = CB.CUSTOMERNUMBER
                      AND CB.ACCOUNTNUMBER <> ' '
                      AND EXISTS
                          ( SELECT 1
                              FROM CUSTOMER_BANK B2, CUSTOMER C2
                             WHERE B2.SORTCODE      = CB.SORTCODE
                               AND B2.ACCOUNTNUMBER = CB.ACCOUNTNUMBER
                               AND C2.CUSTOMERNUMBER = B2.CUSTOMERNUMBER
                               AND CASE WHEN COALESCE(C2.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C2.HOUSEHOLDID
                                        ELSE 0 - C2.CUSTOMERNUMBER END
                                <> CASE WHEN COALESCE(C.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C.HOUSEHOLDID
                                        ELSE 0 - C.CUSTOMERNUMBER END )
                   UNION ALL
                   SELECT 'MOBL',
                          C.PHONEMOBILE,
                          C.CUSTOMERNUMBER,
                          CASE WHEN COALESCE(C.HOUSEHOLDID, 0) > 0
                               THEN C.HOUSEHOLDID
                               ELSE 0 - C.CUSTOMERNUMBER END
                     FROM CUSTOMER C
                    WHERE C.PHONEMOBILE <> ' '
                      AND EXISTS
                          ( SELECT 1
                              FROM CUSTOMER C2
                             WHERE C2.PHONEMOBILE = C.PHONEMOBILE
                               AND CASE WHEN COALESCE(C2.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C2.HOUSEHOLDID
                                        ELSE 0 - C2.CUSTOMERNUMBER END
                                <> CASE WHEN COALESCE(C.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C.HOUSEHOLDID
                                        ELSE 0 - C.CUSTOMERNUMBER END )
                   UNION ALL
                   SELECT 'MAIL',
                          UPPER(C.EMAILADDRESS),
                          C.CUSTOMERNUMBER,
                          CASE WHEN COALESCE(C.HOUSEHOLDID, 0) > 0
                               THEN C.HOUSEHOLDID
                               ELSE 0 - C.CUSTOMERNUMBER END
                     FROM CUSTOMER C
                    WHERE C.EMAILADDRESS <> ' '
                      AND EXISTS
                          ( SELECT 1
                              FROM CUSTOMER C2
                             WHERE UPPER(C2.EMAILADDRESS)
                                 = UPPER(C.EMAILADDRESS)
                               AND CASE WHEN COALESCE(C2.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C2.HOUSEHOLDID
                                        ELSE 0 - C2.CUSTOMERNUMBER END
                                <> CASE WHEN COALESCE(C.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C.HOUSEHOLDID
                                        ELSE 0 - C.CUSTOMERNUMBER END )
                   UNION ALL
                   SELECT 'ADDR',
                          C.POSTCODE || ' ' || C.HOUSENUMBER || ' '
                                     || C.HOUSENAME,
                          C.CUSTOMERNUMBER,
                          CASE WHEN COALESCE(C.HOUSEHOLDID, 0) > 0
                               THEN C.HOUSEHOLDID
                               ELSE 0 - C.CUSTOMERNUMBER END
                     FROM CUSTOMER C
                    WHERE C.POSTCODE <> ' '
                      AND EXISTS
                          ( SELECT 1
                              FROM CUSTOMER C2
                             WHERE C2.POSTCODE    = C.POSTCODE
                               AND C2.HOUSENUMBER = C.HOUSENUMBER
                               AND C2.HOUSENAME   = C.HOUSENAME
                               AND CASE WHEN COALESCE(C2.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C2.HOUSEHOLDID
                                        ELSE 0 - C2.CUSTOMERNUMBER END
                                <> CASE WHEN COALESCE(C.HOUSEHOLDID, 0)
                                             > 0
                                        THEN C.HOUSEHOLDID
                                        ELSE 0 - C.CUSTOMERNUMBER END )
                    ORDER BY 1, 2, 3
           END-EXEC.

       01  WS-IDENT-ROW.
           05 WI-TYPE                  PIC X(04).
           05 WI-VALUE                 PIC X(40).
           05 WI-CUSTOMER              PIC 9(10).
           05 WI-HOUSEHOLD             PIC S9(11) COMP-3.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-IDENT-ROWS THRU 2000-IDENT-ROWS-EXIT
               UNTIL WS-EOJ.
           IF NOT WS-ABORTED
             PERFORM 3000-RESOLVE-NODE THRU 3000-RESOLVE-NODE-EXIT
                 VARYING WS-ND-IDX FROM 1 BY 1
                 UNTIL WS-ND-IDX GREATER THAN WS-NODE-USED
                    OR WS-ABORTED
           END-IF.
           IF NOT WS-ABORTED
             PERFORM 4000-REPORT-NETWORK THRU 4000-REPORT-NETWORK-EXIT
                 VARYING WS-ND-IDX FROM 1 BY 1
                 UNTIL WS-ND-IDX GREATER THAN WS-NODE-USED
                    OR WS-ABORTED
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date and claim window, register the run, *
      * open the identifier cursor                                     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FNB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-CLAIM-FROM-YYYY
           SUBTRACT WS-LOOKBACK-YEARS FROM WS-CLAIM-FROM-YYYY
           MOVE WS-RUN-DATE            TO WS-CLAIM-FROM-DATE
           MOVE WS-CLAIM-FROM-YYYY     TO WS-CLAIM-FROM-DATE(1:4)
      * a run on 29 February looks back from 28 February
           IF WS-CLAIM-FROM-DATE(6:5) EQUAL '02-29'
             MOVE '28' TO WS-CLAIM-FROM-DATE(9:2)
           END-IF

           MOVE WS-RUN-DATE        TO RH-RUN-DATE
           MOVE WS-CLAIM-FROM-DATE TO RH-CLAIM-FROM
           MOVE WS-RPT-HEADING     TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGFNB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN IDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN IDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-IDENT-ROWS - record one holding, and join its customer to *
      * the first holder of the same value                             *
      ******************************************************************
       2000-IDENT-ROWS.
           EXEC SQL
               FETCH IDCURSOR
                 INTO :WI-TYPE,
                      :WI-VALUE,
                      :WI-CUSTOMER,
                      :WI-HOUSEHOLD
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-IDENT-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON IDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-IDENT-ROWS-EXIT
           END-IF

           ADD 1 TO WS-IDENT-ROWS
           PERFORM 2100-LOCATE-NODE THRU 2100-LOCATE-NODE-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-IDENT-ROWS-EXIT
           END-IF

           IF WS-IDENT-USED NOT LESS THAN WS-IDENT-MAX
             MOVE 'SHARED IDENTIFIER TABLE FULL - RAISE WS-IDENT-MAX'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-IDENT-ROWS-EXIT
           END-IF
           ADD 1 TO WS-IDENT-USED
           SET WS-ID-IDX TO WS-IDENT-USED
           MOVE WI-TYPE      TO WS-ID-TYPE(WS-ID-IDX)
           MOVE WI-VALUE     TO WS-ID-VALUE(WS-ID-IDX)
           MOVE WS-THIS-NODE TO WS-ID-NODE(WS-ID-IDX)

      * the first holder of a value anchors it; each later holder is
      * joined to the anchor's network
           IF WI-TYPE EQUAL WS-PREV-TYPE
               AND WI-VALUE EQUAL WS-PREV-VALUE
             MOVE WS-THIS-NODE  TO WS-FIND-NODE
             PERFORM 2500-FIND-ROOT THRU 2500-FIND-ROOT-EXIT
             MOVE WS-FIND-NODE  TO WS-ROOT-A
             MOVE WS-FIRST-NODE TO WS-FIND-NODE
             PERFORM 2500-FIND-ROOT THRU 2500-FIND-ROOT-EXIT
             MOVE WS-FIND-NODE  TO WS-ROOT-B
             IF WS-ROOT-A NOT EQUAL WS-ROOT-B
               MOVE WS-ROOT-B TO WS-ND-PARENT(WS-ROOT-A)
             END-IF
           ELSE
             MOVE WI-TYPE      TO WS-PREV-TYPE
             MOVE WI-VALUE     TO WS-PREV-VALUE
             MOVE WS-THIS-NODE TO WS-FIRST-NODE
           END-IF.
       2000-IDENT-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOCATE-NODE - the customer's slot, opened on first sight; *
      * a new customer starts as a network of one                      *
      ******************************************************************
       2100-LOCATE-NODE.
           MOVE 'N' TO WS-NODE-FOUND-SW
           PERFORM 2150-MATCH-NODE THRU 2150-MATCH-NODE-EXIT
               VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX GREATER THAN WS-NODE-USED
                  OR WS-NODE-FOUND
           IF WS-NODE-FOUND
             GO TO 2100-LOCATE-NODE-EXIT
           END-IF

           IF WS-NODE-USED NOT LESS THAN WS-NODE-MAX
             MOVE 'NETWORK CUSTOMER TABLE FULL - RAISE WS-NODE-MAX'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-LOCATE-NODE-EXIT
           END-IF
           ADD 1 TO WS-NODE-USED
           MOVE WS-NODE-USED TO WS-THIS-NODE
           SET WS-ND-IDX TO WS-NODE-USED
           MOVE WI-CUSTOMER  TO WS-ND-CUSTOMER(WS-ND-IDX)
           MOVE WI-HOUSEHOLD TO WS-ND-HOUSEHOLD(WS-ND-IDX)
           MOVE WS-THIS-NODE TO WS-ND-PARENT(WS-ND-IDX)
           MOVE 0            TO WS-ND-ROOT(WS-ND-IDX)
           MOVE 0            TO WS-ND-CLAIMS(WS-ND-IDX)
           MOVE 0            TO WS-ND-CLAIM-VALUE(WS-ND-IDX).
       2100-LOCATE-NODE-EXIT.
           EXIT.

      ******************************************************************
      * 2150-MATCH-NODE                                                *
      ******************************************************************
       2150-MATCH-NODE.
           IF WS-ND-CUSTOMER(WS-ND-IDX) = WI-CUSTOMER
             MOVE 'Y' TO WS-NODE-FOUND-SW
             SET WS-THIS-NODE TO WS-ND-IDX
           END-IF.
       2150-MATCH-NODE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-FIND-ROOT - follow WS-FIND-NODE's links up to the slot    *
      * that stands for its network                                    *
      ******************************************************************
       2500-FIND-ROOT.
           PERFORM 2550-CLIMB THRU 2550-CLIMB-EXIT
               UNTIL WS-ND-PARENT(WS-FIND-NODE) EQUAL WS-FIND-NODE.
       2500-FIND-ROOT-EXIT.
           EXIT.

       2550-CLIMB.
           MOVE WS-ND-PARENT(WS-FIND-NODE) TO WS-FIND-NODE.
       2550-CLIMB-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RESOLVE-NODE - note the customer's network, and their     *
      * claims inside the window                                       *
      ******************************************************************
       3000-RESOLVE-NODE.
           SET WS-FIND-NODE TO WS-ND-IDX
           PERFORM 2500-FIND-ROOT THRU 2500-FIND-ROOT-EXIT
           MOVE WS-FIND-NODE TO WS-ND-ROOT(WS-ND-IDX)
           IF WS-FIND-NODE EQUAL WS-ND-IDX
             ADD 1 TO WS-NETWORK-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(C.CLAIMAMOUNT), 0)
                 INTO :WS-ND-CLAIMS(WS-ND-IDX),
                      :WS-ND-CLAIM-VALUE(WS-ND-IDX)
                 FROM CLAIM C, POLICY P
                WHERE P.CUSTOMERNUMBER = :WS-ND-CUSTOMER(WS-ND-IDX)
                  AND C.POLICYNUMBER   = P.POLICYNUMBER
                  AND C.CLAIMDATE     >= :WS-CLAIM-FROM-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SELECT ERROR ON CLAIM' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3000-RESOLVE-NODE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REPORT-NETWORK - for the slot standing for a network,     *
      * total its members' claims; one with claims in the window is    *
      * reported with its members and what they share                  *
      ******************************************************************
       4000-REPORT-NETWORK.
           IF WS-ND-ROOT(WS-ND-IDX) NOT EQUAL WS-ND-IDX
             GO TO 4000-REPORT-NETWORK-EXIT
           END-IF

           MOVE WS-ND-ROOT(WS-ND-IDX) TO WS-NW-ROOT
           MOVE 0 TO WS-NW-MEMBERS
           MOVE 0 TO WS-NW-CLAIMS
           MOVE 0 TO WS-NW-CLAIM-VALUE
           PERFORM 4100-TOTAL-MEMBER THRU 4100-TOTAL-MEMBER-EXIT
               VARYING WS-FIND-NODE FROM 1 BY 1
               UNTIL WS-FIND-NODE GREATER THAN WS-NODE-USED
           IF WS-NW-CLAIMS EQUAL ZERO
             GO TO 4000-REPORT-NETWORK-EXIT
           END-IF

           ADD 1 TO WS-REPORTED-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REPORTED-COUNT  TO RN-NETWORK-NUM
           MOVE WS-NW-MEMBERS      TO RN-MEMBERS
           MOVE WS-NW-CLAIMS       TO RN-CLAIMS
           MOVE WS-NW-CLAIM-VALUE  TO RN-CLAIM-VALUE
           MOVE WS-RPT-NETWORK-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 4200-PRINT-MEMBER THRU 4200-PRINT-MEMBER-EXIT
               VARYING WS-FIND-NODE FROM 1 BY 1
               UNTIL WS-FIND-NODE GREATER THAN WS-NODE-USED

           MOVE SPACES TO WS-NW-LAST-TYPE
           MOVE SPACES TO WS-NW-LAST-VALUE
           MOVE 0      TO WS-NW-HOLDERS
           PERFORM 4300-PRINT-IDENT THRU 4300-PRINT-IDENT-EXIT
               VARYING WS-ID-IDX FROM 1 BY 1
               UNTIL WS-ID-IDX GREATER THAN WS-IDENT-USED
           PERFORM 4350-FLUSH-IDENT THRU 4350-FLUSH-IDENT-EXIT.
       4000-REPORT-NETWORK-EXIT.
           EXIT.

       4100-TOTAL-MEMBER.
           IF WS-ND-ROOT(WS-FIND-NODE) EQUAL WS-NW-ROOT
             ADD 1 TO WS-NW-MEMBERS
             ADD WS-ND-CLAIMS(WS-FIND-NODE) TO WS-NW-CLAIMS
             ADD WS-ND-CLAIM-VALUE(WS-FIND-NODE) TO WS-NW-CLAIM-VALUE
           END-IF.
       4100-TOTAL-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-MEMBER - one member of the network being reported   *
      ******************************************************************
       4200-PRINT-MEMBER.
           IF WS-ND-ROOT(WS-FIND-NODE) NOT EQUAL WS-NW-ROOT
             GO TO 4200-PRINT-MEMBER-EXIT
           END-IF

           MOVE SPACES TO WS-MEMBER-NAME
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :WS-MB-FIRST-NAME, :WS-MB-LAST-NAME
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-ND-CUSTOMER(WS-FIND-NODE)
           END-EXEC

           MOVE WS-ND-CUSTOMER(WS-FIND-NODE) TO RM-CUSTOMER
           IF WS-ND-HOUSEHOLD(WS-FIND-NODE) GREATER THAN ZERO
             MOVE WS-ND-HOUSEHOLD(WS-FIND-NODE) TO RM-HOUSEHOLD-NUM
             MOVE RM-HOUSEHOLD-NUM TO RM-HOUSEHOLD
           ELSE
             MOVE 'NONE' TO RM-HOUSEHOLD
           END-IF
           MOVE WS-MB-LAST-NAME  TO RM-LAST-NAME
           MOVE WS-MB-FIRST-NAME TO RM-FIRST-NAME
           MOVE WS-ND-CLAIMS(WS-FIND-NODE)      TO RM-CLAIMS
           MOVE WS-ND-CLAIM-VALUE(WS-FIND-NODE) TO RM-CLAIM-VALUE
           MOVE WS-RPT-MEMBER-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4200-PRINT-MEMBER-EXIT.
           EXIT.

      ******************************************************************
      * 4300-PRINT-IDENT - the holders of one value sit together in    *
      * the table and are all in one network; print each value the     *
      * network shares once, with how many of its members hold it      *
      ******************************************************************
       4300-PRINT-IDENT.
           MOVE WS-ID-NODE(WS-ID-IDX) TO WS-FIND-NODE
           IF WS-ND-ROOT(WS-FIND-NODE) NOT EQUAL WS-NW-ROOT
             GO TO 4300-PRINT-IDENT-EXIT
           END-IF

           IF WS-ID-TYPE(WS-ID-IDX) NOT EQUAL WS-NW-LAST-TYPE
               OR WS-ID-VALUE(WS-ID-IDX) NOT EQUAL WS-NW-LAST-VALUE
             PERFORM 4350-FLUSH-IDENT THRU 4350-FLUSH-IDENT-EXIT
             MOVE WS-ID-TYPE(WS-ID-IDX)  TO WS-NW-LAST-TYPE
             MOVE WS-ID-VALUE(WS-ID-IDX) TO WS-NW-LAST-VALUE
             MOVE 0 TO WS-NW-HOLDERS
           END-IF
           ADD 1 TO WS-NW-HOLDERS.
       4300-PRINT-IDENT-EXIT.
           EXIT.

       4350-FLUSH-IDENT.
           IF WS-NW-HOLDERS GREATER THAN ZERO
             MOVE WS-NW-LAST-TYPE  TO RI-TYPE
             MOVE WS-NW-LAST-VALUE TO RI-VALUE
             MOVE WS-NW-HOLDERS    TO RI-HOLDERS
             MOVE WS-RPT-IDENT-LINE TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4350-FLUSH-IDENT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - run totals, run-control completion, close     *
      * down                                                           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE IDCURSOR
           END-EXEC

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-IDENT-ROWS     TO RT-IDENT-ROWS
           MOVE WS-NODE-USED      TO RT-CUSTOMERS
           MOVE WS-NETWORK-COUNT  TO RT-NETWORKS
           MOVE WS-REPORTED-COUNT TO RT-REPORTED
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
             MOVE WS-REPORTED-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE FNB-RPT.
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
