      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-02-09  DM  Initial version.                            *
      *    2026-10-15  DM  Affinity brands - a fourth breakdown by the *
      *                    policy's BRANDCODE, our own brand (spaces)  *
      *                    printing as OWN.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPSB01.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.

      * Outcome cells keyed four ways - by type, by region, by
      * broker, by brand - each slot holding the four outcome counts
       01  WS-TYPE-CELLS.
           05 WS-TYPE-USED             PIC S9(4) COMP VALUE 0.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES
               10 WS-BCELL-LAPSED      PIC S9(7) COMP.
               10 WS-BCELL-CANCELLED   PIC S9(7) COMP.
               10 WS-BCELL-EXPIRED     PIC S9(7) COMP.
       01  WS-BRAND-CELLS.
           05 WS-BRAND-USED            PIC S9(4) COMP VALUE 0.
           05 WS-BRAND-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WS-BRAND-IDX.
               10 WS-NCELL-KEY         PIC X(08).
               10 WS-NCELL-RENEWED     PIC S9(7) COMP.
               10 WS-NCELL-LAPSED      PIC S9(7) COMP.
               10 WS-NCELL-CANCELLED   PIC S9(7) COMP.
               10 WS-NCELL-EXPIRED     PIC S9(7) COMP.
       01  WS-CELL-FOUND-SW            PIC X VALUE 'N'.
           88 WS-CELL-FOUND                  VALUE 'Y'.

           EXEC SQL
               DECLARE PSCURSOR CURSOR FOR
                   SELECT 'R', P.POLICYTYPE, CU.REGIONCODE,
                          P.BROKERID, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND SUBSTR(P.LASTRENEWALDATE, 1, 4) ||
                          = :WS-RUN-PERIOD
                   UNION ALL
                   SELECT 'L', P.POLICYTYPE, CU.REGIONCODE,
                          P.BROKERID, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'L'
                          SUBSTR(P.CANCELDATE, 6, 2) = :WS-RUN-PERIOD
                   UNION ALL
                   SELECT 'C', P.POLICYTYPE, CU.REGIONCODE,
                          P.BROKERID, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'C'
                          SUBSTR(P.CANCELDATE, 6, 2) = :WS-RUN-PERIOD
                   UNION ALL
                   SELECT 'E', P.POLICYTYPE, CU.REGIONCODE,
                          P.BROKERID, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-REGIONCODE            PIC X(04).
           05 WC-BROKERID              PIC X(08).
           05 WC-BRANDCODE             PIC X(04).
       01  WS-ACCUM-KEY                PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one terminal event into its four cells     *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
                 INTO :WC-OUTCOME,
                      :WC-POLICYTYPE,
                      :WC-REGIONCODE,
                      :WC-BROKERID,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
           MOVE WC-BROKERID TO WS-ACCUM-KEY
           PERFORM 3200-ACCUMULATE-BROKER
               THRU 3200-ACCUMULATE-BROKER-EXIT.
           MOVE SPACES TO WS-ACCUM-KEY
           IF WC-BRANDCODE EQUAL SPACES
             MOVE 'OWN' TO WS-ACCUM-KEY
           ELSE
             MOVE WC-BRANDCODE TO WS-ACCUM-KEY
           END-IF
           PERFORM 3300-ACCUMULATE-BRAND
               THRU 3300-ACCUMULATE-BRAND-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

       3260-COUNT-BROKER-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ACCUMULATE-BRAND                                          *
      ******************************************************************
       3300-ACCUMULATE-BRAND.
           MOVE 'N' TO WS-CELL-FOUND-SW
           PERFORM 3350-MATCH-BRAND THRU 3350-MATCH-BRAND-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED
                  OR WS-CELL-FOUND
           IF NOT WS-CELL-FOUND
               AND WS-BRAND-USED LESS THAN 20
             ADD 1 TO WS-BRAND-USED
             SET WS-BRAND-IDX TO WS-BRAND-USED
             MOVE WS-ACCUM-KEY TO WS-NCELL-KEY(WS-BRAND-IDX)
             MOVE 0 TO WS-NCELL-RENEWED(WS-BRAND-IDX)
                       WS-NCELL-LAPSED(WS-BRAND-IDX)
                       WS-NCELL-CANCELLED(WS-BRAND-IDX)
                       WS-NCELL-EXPIRED(WS-BRAND-IDX)
             PERFORM 3360-COUNT-BRAND THRU 3360-COUNT-BRAND-EXIT
           END-IF.
       3300-ACCUMULATE-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 3350-MATCH-BRAND                                               *
      ******************************************************************
       3350-MATCH-BRAND.
           IF WS-NCELL-KEY(WS-BRAND-IDX) = WS-ACCUM-KEY
             MOVE 'Y' TO WS-CELL-FOUND-SW
             PERFORM 3360-COUNT-BRAND THRU 3360-COUNT-BRAND-EXIT
           END-IF.
       3350-MATCH-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 3360-COUNT-BRAND                                               *
      ******************************************************************
       3360-COUNT-BRAND.
           EVALUATE WC-OUTCOME
             WHEN 'R'
               ADD 1 TO WS-NCELL-RENEWED(WS-BRAND-IDX)
             WHEN 'L'
               ADD 1 TO WS-NCELL-LAPSED(WS-BRAND-IDX)
             WHEN 'C'
               ADD 1 TO WS-NCELL-CANCELLED(WS-BRAND-IDX)
             WHEN OTHER
               ADD 1 TO WS-NCELL-EXPIRED(WS-BRAND-IDX)
           END-EVALUATE.
       3360-COUNT-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-SECTIONS                                            *
      ******************************************************************
           PERFORM 5300-PRINT-BROKER-LINE
               THRU 5300-PRINT-BROKER-LINE-EXIT
               VARYING WS-BROKER-IDX FROM 1 BY 1
               UNTIL WS-BROKER-IDX GREATER THAN WS-BROKER-USED

           MOVE 'PERSISTENCY BY BRAND' TO RS-SECTION-TITLE
           MOVE WS-RPT-SECTION TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5400-PRINT-BRAND-LINE
               THRU 5400-PRINT-BRAND-LINE-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED.
       5000-PRINT-SECTIONS-EXIT.
           EXIT.

       5300-PRINT-BROKER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5400-PRINT-BRAND-LINE                                          *
      ******************************************************************
       5400-PRINT-BRAND-LINE.
           MOVE WS-NCELL-KEY(WS-BRAND-IDX)       TO RD-KEY
           MOVE WS-NCELL-RENEWED(WS-BRAND-IDX)   TO RD-RENEWED
                                                    RD-RENEWED-WORK
           MOVE WS-NCELL-LAPSED(WS-BRAND-IDX)    TO RD-LAPSED
           MOVE WS-NCELL-CANCELLED(WS-BRAND-IDX) TO RD-CANCELLED
           MOVE WS-NCELL-EXPIRED(WS-BRAND-IDX)   TO RD-EXPIRED
           COMPUTE WS-DECIDED-COUNT =
               WS-NCELL-RENEWED(WS-BRAND-IDX)
               + WS-NCELL-LAPSED(WS-BRAND-IDX)
               + WS-NCELL-CANCELLED(WS-BRAND-IDX)
               + WS-NCELL-EXPIRED(WS-BRAND-IDX)
           PERFORM 5050-COMPUTE-RETENTION
               THRU 5050-COMPUTE-RETENTION-EXIT
           MOVE WS-RETENTION-PCT TO RD-RETENTION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5400-PRINT-BRAND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
