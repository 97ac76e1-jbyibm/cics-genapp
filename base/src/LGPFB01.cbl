       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGPFB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Renewal price fairness attestation.  Every renewal offer     *
      *  LGRWB01 made in the period was priced twice - re-rated as a   *
      *  renewal and quoted as new business - and capped at the        *
      *  new-business price where the renewal came out higher.  This   *
      *  report totals the period's RENEWAL_OFFER rows by policy type  *
      *  and by years of tenure (policy issue to the expiry being      *
      *  renewed): offers made, offers capped, and the re-rated,       *
      *  new-business and offered totals.  Offered never exceeding     *
      *  new-business on any line is what compliance signs off - a     *
      *  line where it does is flagged.  The period defaults to the    *
      *  current calendar month; a CCYYMM card in SYSIN columns 1-6    *
      *  overrides it.  Run monthly.                                   *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPFB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFB-RPT  ASSIGN TO PFBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PFB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-PERIOD               PIC X(06) VALUE SPACES.
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-OFFER-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-CAPPED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(37)
                      VALUE 'RENEWAL PRICE FAIRNESS - PERIOD      '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(38)
                      VALUE 'TYP BAND  OFFERS CAPPED      RE-RATED'.
           05 FILLER                   PIC X(42)
                      VALUE '  NEW-BUSINESS       OFFERED'.

       01  WS-RPT-DETAIL.
           05 RD-POLICYTYPE            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-TENURE-BAND           PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-OFFERS                PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CAPPED                PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-RENEWAL-TOTAL         PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-NB-TOTAL              PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-OFFERED-TOTAL         PIC Z(09)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-EXCEPTION             PIC X(09).
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(08) VALUE 'OFFERS ='.
           05 RT-OFFER-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' CAPPED = '.
           05 RT-CAPPED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(14)
                      VALUE ' EXCEPTIONS = '.
           05 RT-EXCEPTION-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-SIGNOFF.
           05 FILLER                   PIC X(40)
                      VALUE 'ATTESTED BY ....................  DATE '.
           05 FILLER                   PIC X(40)
                      VALUE '..........                              '.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The period's offers, banded by whole years from policy issue
      * to the expiry being renewed
           EXEC SQL
               DECLARE PFCURSOR CURSOR FOR
                   SELECT T.POLICYTYPE, T.TENUREBAND,
                          COUNT(*),
                          SUM(CASE WHEN T.PRICECAPPED = 'Y'
                                   THEN 1 ELSE 0 END),
                          SUM(T.RENEWALPREMIUM),
                          SUM(T.NEWBUSPREMIUM),
                          SUM(T.OFFEREDPREMIUM)
                     FROM (SELECT X.POLICYTYPE,
                             CASE WHEN X.TENURE <= 1 THEN '0-1  '
                                  WHEN X.TENURE <= 3 THEN '2-3  '
                                  WHEN X.TENURE <= 5 THEN '4-5  '
                                  WHEN X.TENURE <= 9 THEN '6-9  '
                                  ELSE '10+  '
                             END AS TENUREBAND,
                             X.PRICECAPPED, X.RENEWALPREMIUM,
                             X.NEWBUSPREMIUM, X.OFFEREDPREMIUM
                        FROM (SELECT P.POLICYTYPE,
                                INTEGER(SUBSTR(O.EXPIRYDATE, 1, 4))
                                - INTEGER(SUBSTR(P.ISSUEDATE, 1, 4))
                                  AS TENURE,
                                O.PRICECAPPED, O.RENEWALPREMIUM,
                                O.NEWBUSPREMIUM, O.OFFEREDPREMIUM
                           FROM RENEWAL_OFFER O, POLICY P
                          WHERE O.POLICYNUMBER = P.POLICYNUMBER
                            AND SUBSTR(O.OFFERDATE, 1, 4) ||
                                SUBSTR(O.OFFERDATE, 6, 2)
                                = :WS-RUN-PERIOD) AS X) AS T
                    GROUP BY T.POLICYTYPE, T.TENUREBAND
                    ORDER BY T.POLICYTYPE, T.TENUREBAND
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-TENUREBAND            PIC X(05).
           05 WC-OFFERS                PIC S9(09) COMP.
           05 WC-CAPPED                PIC S9(09) COMP.
           05 WC-RENEWAL-TOTAL         PIC S9(11)V9(02).
           05 WC-NB-TOTAL              PIC S9(11)V9(02).
           05 WC-OFFERED-TOTAL         PIC S9(11)V9(02).

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
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PFB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-RUN-PERIOD
           ELSE
             MOVE WS-PARM-PERIOD TO WS-RUN-PERIOD
           END-IF

           MOVE WS-RUN-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN PFCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN PFCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per policy type and tenure band   *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH PFCURSOR
                 INTO :WC-POLICYTYPE,
                      :WC-TENUREBAND,
                      :WC-OFFERS,
                      :WC-CAPPED,
                      :WC-RENEWAL-TOTAL,
                      :WC-NB-TOTAL,
                      :WC-OFFERED-TOTAL
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON PFCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD WC-OFFERS TO WS-OFFER-COUNT
           ADD WC-CAPPED TO WS-CAPPED-COUNT

      * offered above new business on any line is a breach to be
      * explained before the report is signed
           MOVE SPACES TO RD-EXCEPTION
           IF WC-OFFERED-TOTAL GREATER THAN WC-NB-TOTAL
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE 'EXCEPTION' TO RD-EXCEPTION
           END-IF

           MOVE WC-POLICYTYPE     TO RD-POLICYTYPE
           MOVE WC-TENUREBAND     TO RD-TENURE-BAND
           MOVE WC-OFFERS         TO RD-OFFERS
           MOVE WC-CAPPED         TO RD-CAPPED
           MOVE WC-RENEWAL-TOTAL  TO RD-RENEWAL-TOTAL
           MOVE WC-NB-TOTAL       TO RD-NB-TOTAL
           MOVE WC-OFFERED-TOTAL  TO RD-OFFERED-TOTAL
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE PFCURSOR
           END-EXEC

           MOVE WS-OFFER-COUNT     TO RT-OFFER-COUNT
           MOVE WS-CAPPED-COUNT    TO RT-CAPPED-COUNT
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTION-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-SIGNOFF TO RPT-LINE
           WRITE RPT-LINE

           CLOSE PFB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
