       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGPHB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Payment holiday report.  Lists every policy on an agreed     *
      *  PAYMENT_HOLIDAY (LGPHM01) in the run period - customer,       *
      *  window, reason, recovery method and the amount deferred -    *
      *  and marks the ones whose holiday ends this month, so credit   *
      *  control knows which customers go back onto collection next    *
      *  month and can contact them first.  The period defaults to     *
      *  the current calendar month; a CCYYMM card in SYSIN columns    *
      *  1-6 overrides it, the same card LGDDB01 takes.  Run monthly. *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPHB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHB-RPT  ASSIGN TO PHBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PHB-RPT
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
       77  WS-HOLIDAY-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-ENDING-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-DEFERRED-TOTAL           PIC S9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)
                      VALUE 'PAYMENT HOLIDAYS - PERIOD     '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 RD-POLICYNUM             PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-STARTMONTH            PIC X(06).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 RD-ENDMONTH              PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-REASON                PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-RECOVERY              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DEFERRED              PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ENDING                PIC X(14).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(12)
                      VALUE 'ON HOLIDAY ='.
           05 RT-HOLIDAY-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(10)
                      VALUE ' ENDING = '.
           05 RT-ENDING-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(12)
                      VALUE ' DEFERRED = '.
           05 RT-DEFERRED-TOTAL        PIC Z(08)9.99.
           05 FILLER                   PIC X(20) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every agreed holiday whose window takes in the run period
           EXEC SQL
               DECLARE PHCURSOR CURSOR FOR
                   SELECT H.POLICYNUMBER, P.CUSTOMERNUMBER,
                          H.STARTMONTH, H.ENDMONTH,
                          H.REASONCODE, H.RECOVERYMETHOD,
                          H.DEFERREDAMOUNT
                     FROM PAYMENT_HOLIDAY H, POLICY P
                    WHERE H.POLICYNUMBER  = P.POLICYNUMBER
                      AND H.HOLIDAYSTATUS = 'A'
                      AND H.STARTMONTH   <= :WS-RUN-PERIOD
                      AND H.ENDMONTH     >= :WS-RUN-PERIOD
                    ORDER BY H.ENDMONTH, H.POLICYNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-STARTMONTH            PIC X(06).
           05 WC-ENDMONTH              PIC X(06).
           05 WC-REASONCODE            PIC X(04).
           05 WC-RECOVERYMETHOD        PIC X(01).
           05 WC-DEFERREDAMOUNT        PIC 9(07)V9(02).

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
           OPEN OUTPUT PHB-RPT

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

           EXEC SQL
               OPEN PHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN PHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per policy on holiday             *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH PHCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-CUSTOMERNUMBER,
                      :WC-STARTMONTH,
                      :WC-ENDMONTH,
                      :WC-REASONCODE,
                      :WC-RECOVERYMETHOD,
                      :WC-DEFERREDAMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON PHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-HOLIDAY-COUNT
           ADD WC-DEFERREDAMOUNT TO WS-DEFERRED-TOTAL

      * a holiday ending this period means collection resumes next
      * month - flagged so the customer can be contacted first
           MOVE SPACES TO RD-ENDING
           IF WC-ENDMONTH EQUAL WS-RUN-PERIOD
             ADD 1 TO WS-ENDING-COUNT
             MOVE 'ENDS THIS MNTH' TO RD-ENDING
           END-IF

           MOVE WC-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM
           MOVE WC-STARTMONTH     TO RD-STARTMONTH
           MOVE WC-ENDMONTH       TO RD-ENDMONTH
           MOVE WC-REASONCODE     TO RD-REASON
           MOVE WC-RECOVERYMETHOD TO RD-RECOVERY
           MOVE WC-DEFERREDAMOUNT TO RD-DEFERRED
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE PHCURSOR
           END-EXEC

           MOVE WS-HOLIDAY-COUNT  TO RT-HOLIDAY-COUNT
           MOVE WS-ENDING-COUNT   TO RT-ENDING-COUNT
           MOVE WS-DEFERRED-TOTAL TO RT-DEFERRED-TOTAL
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE PHB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
