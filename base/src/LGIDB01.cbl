       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGIDB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly prior-claims disclosure report.  At claim intake     *
      *  (LGCLB01) the claimant declares how many claims they made     *
      *  with any insurer in the five years before; the industry       *
      *  claims database then tells us, through the CLAIM_MATCH rows   *
      *  LGIMB01 loads, what it actually holds against them.  For      *
      *  every claim that had matches loaded in the SYSIN month,       *
      *  compares the declaration with the matched claims dated in     *
      *  the five years before the claim date and lists the claim as   *
      *  DISCLOSED or UNDISCLOSED.  An undisclosed claim is followed   *
      *  by the matched claims themselves - insurer, date, type,       *
      *  amount and status - for the handler to take up.  Closes with  *
      *  the claims compared, how many were fully disclosed and the    *
      *  total of prior claims left undeclared.  Run monthly.          *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGIDB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDB-RPT  ASSIGN TO IDBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IDB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * the month's date range, first day of the run month up to (but
      * not including) the first day of the next
       01  WS-PERIOD-WORK.
           05 WS-FROM-DATE             PIC X(10).
           05 WS-TO-DATE               PIC X(10).
           05 WS-NEXT-YYYY             PIC 9(04).
           05 WS-NEXT-MM               PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-MX-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-MX-EOJ                  VALUE 'Y'.

       77  WS-CLAIM-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-DISCLOSED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-UNDISCLOSED-COUNT        PIC S9(7) COMP VALUE 0.
       77  WS-UNDECLARED-TOTAL         PIC S9(7) COMP VALUE 0.
       77  WS-UNDECLARED               PIC S9(5) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'PRIOR CLAIMS DISCLOSURE -       '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 RD-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMDATE             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMANT              PIC X(25).
           05 FILLER                   PIC X(06) VALUE ' DECL='.
           05 RD-DECLARED              PIC Z9.
           05 FILLER                   PIC X(06) VALUE ' MTCH='.
           05 RD-MATCHED               PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-RESULT                PIC X(11).
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-MATCH.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 RM-INSURER               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-MATCH-REF             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-CLAIMDATE             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-AMOUNT                PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RM-STATUS                PIC X(01).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(09) VALUE 'COMPARED='.
           05 RT-CLAIM-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' DISCLOSED='.
           05 RT-DISCLOSED-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(13) VALUE ' UNDISCLOSED='.
           05 RT-UNDISCLOSED-COUNT     PIC Z(05)9.
           05 FILLER                   PIC X(12) VALUE ' UNDECLARED='.
           05 RT-UNDECLARED-TOTAL      PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Claims with industry matches loaded in the month, with the
      * count of matched claims dated in the five years before each
           EXEC SQL
               DECLARE IDCURSOR CURSOR FOR
                   SELECT C.CLAIMNUMBER, C.CLAIMDATE,
                          COALESCE(C.PRIORCLAIMSDECL, 0),
                          P.CUSTOMERNUMBER, U.FIRSTNAME, U.LASTNAME,
                          ( SELECT COUNT(DISTINCT M.MATCHREF)
                              FROM CLAIM_MATCH M
                             WHERE M.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                               AND M.MATCHCLAIMDATE < C.CLAIMDATE
                               AND M.MATCHCLAIMDATE >=
                                   C.CLAIMDATE - 5 YEARS )
                     FROM CLAIM C, POLICY P, CUSTOMER U
                    WHERE C.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = U.CUSTOMERNUMBER
                      AND EXISTS
                          ( SELECT 1 FROM CLAIM_MATCH X
                             WHERE X.CLAIMNUMBER = C.CLAIMNUMBER
                               AND X.LOADDATE   >= :WS-FROM-DATE
                               AND X.LOADDATE   <  :WS-TO-DATE )
                    ORDER BY C.CLAIMNUMBER
           END-EXEC.

      * The matched claims behind one undisclosed claim
           EXEC SQL
               DECLARE MXCURSOR CURSOR FOR
                   SELECT DISTINCT M.INSURERCODE, M.MATCHREF,
                          M.MATCHCLAIMDATE, M.MATCHCLAIMTYPE,
                          M.MATCHAMOUNT, M.MATCHSTATUS
                     FROM CLAIM_MATCH M
                    WHERE M.CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                      AND M.MATCHCLAIMDATE < :WC-CLAIMDATE
                      AND M.MATCHCLAIMDATE >=
                          DATE(:WC-CLAIMDATE) - 5 YEARS
                    ORDER BY 3
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-CLAIMDATE             PIC X(10).
           05 WC-DECLARED              PIC S9(4) COMP.
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-MATCHED               PIC S9(4) COMP.

       01  WS-MATCH-ROW.
           05 WM-INSURERCODE           PIC X(08).
           05 WM-MATCHREF              PIC X(12).
           05 WM-MATCHCLAIMDATE        PIC X(10).
           05 WM-MATCHCLAIMTYPE        PIC X(04).
           05 WM-MATCHAMOUNT           PIC 9(07)V9(02).
           05 WM-MATCHSTATUS           PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CLAIM THRU 2000-PROCESS-CLAIM-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - work out the month's date range              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT IDB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PARM-PERIOD
           END-IF

           MOVE WS-PARM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-PARM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)

           MOVE WS-PARM-PERIOD(1:4) TO WS-NEXT-YYYY
           MOVE WS-PARM-PERIOD(5:2) TO WS-NEXT-MM
           ADD 1 TO WS-NEXT-MM
           IF WS-NEXT-MM GREATER THAN 12
             MOVE 1 TO WS-NEXT-MM
             ADD 1 TO WS-NEXT-YYYY
           END-IF
           MOVE WS-NEXT-YYYY TO WS-TO-DATE(1:4)
           MOVE '-'          TO WS-TO-DATE(5:1)
           MOVE WS-NEXT-MM   TO WS-TO-DATE(6:2)
           MOVE '-01'        TO WS-TO-DATE(8:3)

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN IDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN IDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CLAIM - declaration against matches for one       *
      * claim                                                          *
      ******************************************************************
       2000-PROCESS-CLAIM.
           EXEC SQL
               FETCH IDCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-CLAIMDATE,
                      :WC-DECLARED,
                      :WC-CUSTOMERNUMBER,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-MATCHED
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON IDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-COUNT

           COMPUTE WS-UNDECLARED = WC-MATCHED - WC-DECLARED
           IF WS-UNDECLARED LESS THAN ZERO
             MOVE 0 TO WS-UNDECLARED
           END-IF

           MOVE WC-CLAIMNUMBER TO RD-CLAIMNUMBER
           MOVE WC-CLAIMDATE   TO RD-CLAIMDATE
           MOVE SPACES         TO RD-CLAIMANT
           STRING WC-FIRSTNAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WC-LASTNAME  DELIMITED BY SIZE
             INTO RD-CLAIMANT
           END-STRING
           MOVE WC-DECLARED    TO RD-DECLARED
           MOVE WC-MATCHED     TO RD-MATCHED
           IF WS-UNDECLARED GREATER THAN ZERO
             MOVE 'UNDISCLOSED' TO RD-RESULT
             ADD 1 TO WS-UNDISCLOSED-COUNT
             ADD WS-UNDECLARED TO WS-UNDECLARED-TOTAL
           ELSE
             MOVE 'DISCLOSED'   TO RD-RESULT
             ADD 1 TO WS-DISCLOSED-COUNT
           END-IF
           MOVE WS-RPT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE

           IF WS-UNDECLARED GREATER THAN ZERO
             PERFORM 3000-LIST-MATCHES THRU 3000-LIST-MATCHES-EXIT
           END-IF.
       2000-PROCESS-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-MATCHES - the matched claims behind an undisclosed   *
      * claim, oldest first                                            *
      ******************************************************************
       3000-LIST-MATCHES.
           MOVE 'N' TO WS-MX-EOJ-SW
           EXEC SQL
               OPEN MXCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN MXCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-LIST-MATCHES-EXIT
           END-IF

           PERFORM 3100-FETCH-MATCH THRU 3100-FETCH-MATCH-EXIT
               UNTIL WS-MX-EOJ

           EXEC SQL
               CLOSE MXCURSOR
           END-EXEC.
       3000-LIST-MATCHES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FETCH-MATCH - one matched claim line                      *
      ******************************************************************
       3100-FETCH-MATCH.
           EXEC SQL
               FETCH MXCURSOR
                 INTO :WM-INSURERCODE,
                      :WM-MATCHREF,
                      :WM-MATCHCLAIMDATE,
                      :WM-MATCHCLAIMTYPE,
                      :WM-MATCHAMOUNT,
                      :WM-MATCHSTATUS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-MX-EOJ-SW
             GO TO 3100-FETCH-MATCH-EXIT
           END-IF

           MOVE WM-INSURERCODE    TO RM-INSURER
           MOVE WM-MATCHREF       TO RM-MATCH-REF
           MOVE WM-MATCHCLAIMDATE TO RM-CLAIMDATE
           MOVE WM-MATCHCLAIMTYPE TO RM-CLAIMTYPE
           MOVE WM-MATCHAMOUNT    TO RM-AMOUNT
           MOVE WM-MATCHSTATUS    TO RM-STATUS
           MOVE WS-RPT-MATCH      TO RPT-LINE
           WRITE RPT-LINE.
       3100-FETCH-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE IDCURSOR
           END-EXEC

           MOVE WS-CLAIM-COUNT       TO RT-CLAIM-COUNT
           MOVE WS-DISCLOSED-COUNT   TO RT-DISCLOSED-COUNT
           MOVE WS-UNDISCLOSED-COUNT TO RT-UNDISCLOSED-COUNT
           MOVE WS-UNDECLARED-TOTAL  TO RT-UNDECLARED-TOTAL
           MOVE WS-RPT-TOTAL         TO RPT-LINE
           WRITE RPT-LINE

           CLOSE IDB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
