       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGUIB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Quarterly underinsured-book report.  Every in-force house    *
      *  policy carries a rebuild-cost estimate and an underinsured    *
      *  flag on its HOUSE row (LGRBCTAB - set by LGHPB01 at intake,   *
      *  LGHPU01 at endorsement and LGRWB01 at renewal).  This run     *
      *  cells the book by the customer's LGREGTAB-derived REGIONCODE  *
      *  and prints, per region, the policies in force, how many have  *
      *  been assessed (an estimate on the row), how many of those     *
      *  are underinsured and what share of the assessed book that     *
      *  is, and the shortfall - the underinsured houses' total        *
      *  estimate less their total declared value.  A grand total      *
      *  follows.  Run quarterly, after the online close.              *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGUIB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UIB-RPT  ASSIGN TO UIBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UIB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.

       77  WS-TOTAL-POLICIES           PIC S9(9) COMP VALUE 0.
       77  WS-TOTAL-ASSESSED           PIC S9(9) COMP VALUE 0.
       77  WS-TOTAL-UNDERINS           PIC S9(9) COMP VALUE 0.
       77  WS-TOTAL-DECLARED           PIC 9(11)V9(02) VALUE 0.
       77  WS-TOTAL-ESTIMATE           PIC 9(11)V9(02) VALUE 0.
       77  WS-UNDERINS-PCT             PIC 9(03)V9(02) VALUE 0.
       77  WS-SHORTFALL                PIC 9(11)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(33)
                      VALUE 'UNDERINSURED HOUSE BOOK BY REGION'.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RH-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' REGN='.
           05 RD-REGION                PIC X(04).
           05 FILLER                   PIC X(06) VALUE ' POLS='.
           05 RD-POLICIES              PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' ASSD='.
           05 RD-ASSESSED              PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' UNDR='.
           05 RD-UNDERINS              PIC Z(06)9.
           05 FILLER                   PIC X(05) VALUE ' PCT='.
           05 RD-PCT                   PIC ZZ9.99.
           05 FILLER                   PIC X(07) VALUE ' SHORT='.
           05 RD-SHORTFALL             PIC Z(09)9.99.

       01  WS-RPT-GRAND-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'TOTAL     '.
           05 FILLER                   PIC X(06) VALUE ' POLS='.
           05 RG-POLICIES              PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' ASSD='.
           05 RG-ASSESSED              PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' UNDR='.
           05 RG-UNDERINS              PIC Z(06)9.
           05 FILLER                   PIC X(05) VALUE ' PCT='.
           05 RG-PCT                   PIC ZZ9.99.
           05 FILLER                   PIC X(07) VALUE ' SHORT='.
           05 RG-SHORTFALL             PIC Z(09)9.99.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * One row per region - the in-force house book with the
      * assessed and underinsured counts, and the declared value and
      * estimate summed over the underinsured houses only
           EXEC SQL
               DECLARE UICURSOR CURSOR FOR
                   SELECT CU.REGIONCODE,
                          COUNT(*),
                          SUM(CASE WHEN H.REBUILDCOST > 0
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN H.UNDERINSURED = 'Y'
                                   THEN 1 ELSE 0 END),
                          COALESCE(SUM(CASE WHEN H.UNDERINSURED = 'Y'
                                            THEN H.HOUSEVALUE
                                            ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN H.UNDERINSURED = 'Y'
                                            THEN H.REBUILDCOST
                                            ELSE 0 END), 0)
                     FROM POLICY P, CUSTOMER CU, HOUSE H
                    WHERE P.POLICYNUMBER   = H.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                    GROUP BY CU.REGIONCODE
                    ORDER BY CU.REGIONCODE
           END-EXEC.

       01  WS-REGION-ROW.
           05 WU-REGIONCODE            PIC X(04).
           05 WU-POLICIES              PIC S9(09) COMP.
           05 WU-ASSESSED              PIC S9(09) COMP.
           05 WU-UNDERINS              PIC S9(09) COMP.
           05 WU-DECLARED              PIC 9(11)V9(02).
           05 WU-ESTIMATE              PIC 9(11)V9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REGION-ROW THRU 2000-REGION-ROW-EXIT
               UNTIL WS-EOJ.
           PERFORM 5000-PRINT-TOTAL THRU 5000-PRINT-TOTAL-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the report and the cursor               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT UIB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN UICURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN UICURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-REGION-ROW - print one region and add it to the totals.   *
      * The percentage is of the assessed houses - a house with no     *
      * estimate on its row cannot be judged either way.               *
      ******************************************************************
       2000-REGION-ROW.
           EXEC SQL
               FETCH UICURSOR
                 INTO :WU-REGIONCODE,
                      :WU-POLICIES,
                      :WU-ASSESSED,
                      :WU-UNDERINS,
                      :WU-DECLARED,
                      :WU-ESTIMATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-REGION-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON UICURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-REGION-ROW-EXIT
           END-IF

           ADD WU-POLICIES TO WS-TOTAL-POLICIES
           ADD WU-ASSESSED TO WS-TOTAL-ASSESSED
           ADD WU-UNDERINS TO WS-TOTAL-UNDERINS
           ADD WU-DECLARED TO WS-TOTAL-DECLARED
           ADD WU-ESTIMATE TO WS-TOTAL-ESTIMATE

           IF WU-ASSESSED GREATER THAN ZERO
             COMPUTE WS-UNDERINS-PCT ROUNDED =
                 WU-UNDERINS * 100 / WU-ASSESSED
           ELSE
             MOVE 0 TO WS-UNDERINS-PCT
           END-IF
           IF WU-ESTIMATE GREATER THAN WU-DECLARED
             COMPUTE WS-SHORTFALL = WU-ESTIMATE - WU-DECLARED
           ELSE
             MOVE 0 TO WS-SHORTFALL
           END-IF

           MOVE WU-REGIONCODE   TO RD-REGION
           MOVE WU-POLICIES     TO RD-POLICIES
           MOVE WU-ASSESSED     TO RD-ASSESSED
           MOVE WU-UNDERINS     TO RD-UNDERINS
           MOVE WS-UNDERINS-PCT TO RD-PCT
           MOVE WS-SHORTFALL    TO RD-SHORTFALL
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2000-REGION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-TOTAL - the whole in-force house book               *
      ******************************************************************
       5000-PRINT-TOTAL.
           IF WS-TOTAL-ASSESSED GREATER THAN ZERO
             COMPUTE WS-UNDERINS-PCT ROUNDED =
                 WS-TOTAL-UNDERINS * 100 / WS-TOTAL-ASSESSED
           ELSE
             MOVE 0 TO WS-UNDERINS-PCT
           END-IF
           IF WS-TOTAL-ESTIMATE GREATER THAN WS-TOTAL-DECLARED
             COMPUTE WS-SHORTFALL =
                 WS-TOTAL-ESTIMATE - WS-TOTAL-DECLARED
           ELSE
             MOVE 0 TO WS-SHORTFALL
           END-IF

           MOVE WS-TOTAL-POLICIES TO RG-POLICIES
           MOVE WS-TOTAL-ASSESSED TO RG-ASSESSED
           MOVE WS-TOTAL-UNDERINS TO RG-UNDERINS
           MOVE WS-UNDERINS-PCT   TO RG-PCT
           MOVE WS-SHORTFALL      TO RG-SHORTFALL
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
       5000-PRINT-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close down                                    *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE UICURSOR
           END-EXEC

           CLOSE UIB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
