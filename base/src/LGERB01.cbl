       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGERB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly paperless delivery report.  For each document type   *
      *  the portal mailbox carries (PORTAL_DOCUMENT, see LGEDOCWS):   *
      *  how many documents LGDPB01 and LGRWB01 stored in the SYSIN    *
      *  month, how many of those the customer has since opened        *
      *  (LGEDM01), how many LGEFB01 printed in the month because the  *
      *  notice bounced or because they went unread, and how many of   *
      *  the month's documents are still paperless - never printed -   *
      *  with the postage that saved at the SYSTEM_PARAMETER           *
      *  EDOC/POSTAGE rate per item.  A month's documents can fall     *
      *  back in the following month, so a month re-run later shows    *
      *  the settled figure.  Run monthly.                             *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGERB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERB-RPT  ASSIGN TO ERBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERB-RPT
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

      * postage a printed item costs - SYSTEM_PARAMETER EDOC/POSTAGE
      * overrides this default
       01  WS-POSTAGE                  PIC 9(03)V9(02) VALUE 0.85.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
       01  WS-SAVED                    PIC 9(07)V9(02) VALUE 0.

       01  WS-GRAND-TOTALS.
           05 WS-GRAND-STORED          PIC S9(9) COMP VALUE 0.
           05 WS-GRAND-OPENED          PIC S9(9) COMP VALUE 0.
           05 WS-GRAND-BOUNCED         PIC S9(9) COMP VALUE 0.
           05 WS-GRAND-UNREAD          PIC S9(9) COMP VALUE 0.
           05 WS-GRAND-KEPT            PIC S9(9) COMP VALUE 0.
           05 WS-GRAND-SAVED           PIC 9(07)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)
                      VALUE 'PAPERLESS DELIVERY REPORT -   '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(20)
                      VALUE '   POSTAGE PER ITEM '.
           05 RH-POSTAGE               PIC ZZ9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(33)
                      VALUE ' DOCTYPE    STORED   OPENED  BOUN'.
           05 FILLER                   PIC X(33)
                      VALUE 'CED   UNREAD     KEPT  POST SAVED'.
           05 FILLER                   PIC X(14) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DOCTYPE               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-STORED                PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-OPENED                PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-BOUNCED               PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-UNREAD                PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-KEPT                  PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RD-SAVED                 PIC Z(06)9.99.
           05 FILLER                   PIC X(14) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * One row per document type: stored in the month, of those
      * opened and of those never printed; fallen back in the month
      * by reason
           EXEC SQL
               DECLARE ERCURSOR CURSOR FOR
                   SELECT DOCTYPE,
                          SUM(CASE WHEN CREATEDDATE >= :WS-FROM-DATE
                                    AND CREATEDDATE <  :WS-TO-DATE
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CREATEDDATE >= :WS-FROM-DATE
                                    AND CREATEDDATE <  :WS-TO-DATE
                                    AND OPENEDDATE  <> ' '
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN FALLBACKDATE >= :WS-FROM-DATE
                                    AND FALLBACKDATE <  :WS-TO-DATE
                                    AND FALLBACKREASON = 'B'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN FALLBACKDATE >= :WS-FROM-DATE
                                    AND FALLBACKDATE <  :WS-TO-DATE
                                    AND FALLBACKREASON = 'U'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN CREATEDDATE >= :WS-FROM-DATE
                                    AND CREATEDDATE <  :WS-TO-DATE
                                    AND DOCSTATUS   <> 'F'
                                   THEN 1 ELSE 0 END)
                     FROM PORTAL_DOCUMENT
                    WHERE ( CREATEDDATE  >= :WS-FROM-DATE
                        AND CREATEDDATE  <  :WS-TO-DATE )
                       OR ( FALLBACKDATE >= :WS-FROM-DATE
                        AND FALLBACKDATE <  :WS-TO-DATE )
                    GROUP BY DOCTYPE
                    ORDER BY DOCTYPE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-DOCTYPE               PIC X(08).
           05 WC-STORED                PIC S9(9) COMP.
           05 WC-OPENED                PIC S9(9) COMP.
           05 WC-BOUNCED               PIC S9(9) COMP.
           05 WC-UNREAD                PIC S9(9) COMP.
           05 WC-KEPT                  PIC S9(9) COMP.

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
      * 1000-INITIALIZE - work out the month's date range              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT ERB-RPT

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

           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'EDOC    '
                  AND PARAMKEY   = 'POSTAGE '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-POSTAGE
           END-IF

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-POSTAGE     TO RH-POSTAGE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN ERCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ERCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per document type                 *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH ERCURSOR
                 INTO :WC-DOCTYPE,
                      :WC-STORED,
                      :WC-OPENED,
                      :WC-BOUNCED,
                      :WC-UNREAD,
                      :WC-KEPT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON ERCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           COMPUTE WS-SAVED = WC-KEPT * WS-POSTAGE

           ADD WC-STORED  TO WS-GRAND-STORED
           ADD WC-OPENED  TO WS-GRAND-OPENED
           ADD WC-BOUNCED TO WS-GRAND-BOUNCED
           ADD WC-UNREAD  TO WS-GRAND-UNREAD
           ADD WC-KEPT    TO WS-GRAND-KEPT
           ADD WS-SAVED   TO WS-GRAND-SAVED

           MOVE WC-DOCTYPE    TO RD-DOCTYPE
           MOVE WC-STORED     TO RD-STORED
           MOVE WC-OPENED     TO RD-OPENED
           MOVE WC-BOUNCED    TO RD-BOUNCED
           MOVE WC-UNREAD     TO RD-UNREAD
           MOVE WC-KEPT       TO RD-KEPT
           MOVE WS-SAVED      TO RD-SAVED
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE ERCURSOR
           END-EXEC

           MOVE 'TOTAL'          TO RD-DOCTYPE
           MOVE WS-GRAND-STORED  TO RD-STORED
           MOVE WS-GRAND-OPENED  TO RD-OPENED
           MOVE WS-GRAND-BOUNCED TO RD-BOUNCED
           MOVE WS-GRAND-UNREAD  TO RD-UNREAD
           MOVE WS-GRAND-KEPT    TO RD-KEPT
           MOVE WS-GRAND-SAVED   TO RD-SAVED
           MOVE WS-RPT-DETAIL    TO RPT-LINE
           WRITE RPT-LINE

           CLOSE ERB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
