      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-12-22  DM  Initial version.                            *
      *    2026-10-15  DM  Reopened claims (LGCLA01) develop on their  *
      *                    original accident quarter and are counted   *
      *                    per cell (TRI-REOPENED-COUNT); a reopened   *
      *                    claim later rejected keeps what it paid.    *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGTRB01.
           05 TRI-CLAIM-COUNT          PIC 9(07).
           05 TRI-PAID-AMOUNT          PIC 9(11)V9(02).
           05 TRI-INCURRED-AMOUNT      PIC 9(11)V9(02).
      * of TRI-CLAIM-COUNT, the claims reopened after a decision
           05 TRI-REOPENED-COUNT       PIC 9(07).
           05 FILLER                   PIC X(31).

       FD  TRB-RPT
           RECORDING MODE IS F.
               10 WS-CELL-COUNT        PIC S9(7) COMP.
               10 WS-CELL-PAID         PIC 9(11)V9(02).
               10 WS-CELL-INCURRED     PIC 9(11)V9(02).
               10 WS-CELL-REOPENED     PIC S9(7) COMP.
       01  WS-CELL-FOUND-SW            PIC X VALUE 'N'.
           88 WS-CELL-FOUND                  VALUE 'Y'.

           05 WS-DEV-QTRS              PIC 9(03).
           05 WS-PAID-AMOUNT           PIC 9(09)V9(02).
           05 WS-INCURRED-AMOUNT       PIC 9(09)V9(02).
           05 WS-REOPENED              PIC S9(1) COMP.

      * Quarter arithmetic
       01  WS-QTR-WORK.
       77  WS-RECORD-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-CLAIM-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-DROPPED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-REOPENED-COUNT           PIC S9(7) COMP VALUE 0.

       01  WS-RPT-DROPPED.
           05 FILLER                   PIC X(26)
           05 RT-CLAIM-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' CELLS  ='.
           05 RT-RECORD-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' REOPENED='.
           05 RT-REOPENED-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *

      * Every claim ever filed, with the dates and amounts the
      * triangle needs.  Rejected claims cost nothing and are
      * excluded - except one rejected after a reopen, which has
      * paid its first settlement (carried in INTERIMPAID).  A
      * reopened claim keeps its CLAIMDATE, so its further
      * development lands on the original accident quarter.
           EXEC SQL
               DECLARE TRCURSOR CURSOR FOR
                   SELECT CLAIMDATE,
                          CLAIMAMOUNT,
                          CASERESERVE,
                          APPROVEDAMOUNT,
                          INTERIMPAID,
                          COALESCE(REOPENCOUNT, 0)
                     FROM CLAIM
                    WHERE CLAIMSTATUS IN ('O', 'S')
                       OR ( CLAIMSTATUS = 'R'
                            AND REOPENCOUNT > 0 )
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CASERESERVE           PIC 9(07)V9(02).
           05 WC-APPROVEDAMOUNT        PIC 9(07)V9(02).
           05 WC-INTERIMPAID           PIC 9(07)V9(02).
           05 WC-REOPENCOUNT           PIC 9(03).

       PROCEDURE DIVISION.

                      :WC-CLAIMAMOUNT,
                      :WC-CASERESERVE,
                      :WC-APPROVEDAMOUNT,
                      :WC-INTERIMPAID,
                      :WC-REOPENCOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
           PERFORM 2500-WORK-OUT-PERIODS
               THRU 2500-WORK-OUT-PERIODS-EXIT.

           MOVE 0 TO WS-REOPENED
           IF WC-REOPENCOUNT GREATER THAN ZERO
             MOVE 1 TO WS-REOPENED
             ADD 1 TO WS-REOPENED-COUNT
           END-IF

           MOVE WC-INTERIMPAID TO WS-PAID-AMOUNT
           EVALUATE WC-CLAIMSTATUS
             WHEN 'S'
               ADD WC-APPROVEDAMOUNT TO WS-PAID-AMOUNT
               MOVE WS-PAID-AMOUNT TO WS-INCURRED-AMOUNT
      * rejected after a reopen: what it paid is all it will cost
             WHEN 'R'
               MOVE WS-PAID-AMOUNT TO WS-INCURRED-AMOUNT
      * open: incurred = paid so far plus the managed reserve, or
      * the claimed amount where no reserve has been set yet
             WHEN OTHER
               IF WC-CASERESERVE GREATER THAN ZERO
                 COMPUTE WS-INCURRED-AMOUNT =
                     WS-PAID-AMOUNT + WC-CASERESERVE
               ELSE
                 COMPUTE WS-INCURRED-AMOUNT =
                     WS-PAID-AMOUNT + WC-CLAIMAMOUNT
               END-IF
           END-EVALUATE

           PERFORM 3000-ACCUMULATE-CELL
               THRU 3000-ACCUMULATE-CELL-EXIT.
      ******************************************************************
      * 2500-WORK-OUT-PERIODS - accident quarter from CLAIMDATE and    *
      * the development count in quarters: to DECISIONDATE for a       *
      * decided claim, to the run date for an open one (a reopened     *
      * claim is open again, so it develops to the run date)           *
      ******************************************************************
       2500-WORK-OUT-PERIODS.
           MOVE WC-CLAIMDATE(1:4) TO WS-ACC-YYYY
           MOVE 'Q'               TO WS-ACC-PERIOD(5:1)
           MOVE WS-ACC-QTR        TO WS-ACC-PERIOD(6:1)

           IF (WC-CLAIMSTATUS EQUAL 'S' OR WC-CLAIMSTATUS EQUAL 'R')
               AND WC-DECISIONDATE NOT EQUAL SPACES
             MOVE WC-DECISIONDATE(1:4) TO WS-DEV-YYYY
             MOVE WC-DECISIONDATE(6:2) TO WS-DEV-MM
             MOVE 1                  TO WS-CELL-COUNT(WS-CELL-IDX)
             MOVE WS-PAID-AMOUNT     TO WS-CELL-PAID(WS-CELL-IDX)
             MOVE WS-INCURRED-AMOUNT TO WS-CELL-INCURRED(WS-CELL-IDX)
             MOVE WS-REOPENED        TO WS-CELL-REOPENED(WS-CELL-IDX)
           ELSE
             ADD 1 TO WS-DROPPED-COUNT
           END-IF.
             ADD 1                  TO WS-CELL-COUNT(WS-CELL-IDX)
             ADD WS-PAID-AMOUNT     TO WS-CELL-PAID(WS-CELL-IDX)
             ADD WS-INCURRED-AMOUNT TO WS-CELL-INCURRED(WS-CELL-IDX)
             ADD WS-REOPENED        TO WS-CELL-REOPENED(WS-CELL-IDX)
           END-IF.
       3100-MATCH-CELL-EXIT.
           EXIT.
           MOVE WS-CELL-COUNT(WS-CELL-IDX)    TO TRI-CLAIM-COUNT
           MOVE WS-CELL-PAID(WS-CELL-IDX)     TO TRI-PAID-AMOUNT
           MOVE WS-CELL-INCURRED(WS-CELL-IDX) TO TRI-INCURRED-AMOUNT
           MOVE WS-CELL-REOPENED(WS-CELL-IDX) TO TRI-REOPENED-COUNT
           WRITE TRI-CELL-RECORD
           ADD 1 TO WS-RECORD-COUNT.
       5100-WRITE-ONE-CELL-EXIT.

           MOVE WS-CLAIM-COUNT  TO RT-CLAIM-COUNT
           MOVE WS-RECORD-COUNT TO RT-RECORD-COUNT
           MOVE WS-REOPENED-COUNT TO RT-REOPENED-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

