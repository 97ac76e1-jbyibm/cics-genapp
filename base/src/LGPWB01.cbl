      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-11-04  DM  Initial version.                            *
      *    2026-10-15  DM  Travel (TRV) policies from LGTPB01 join the *
      *                    cursor and get their own policy-type line.  *
      *    2026-10-15  DM  Co-insured commercial risks - every line    *
      *                    also shows premium at our share, from the   *
      *                    OURLINE row on COINSURANCE_SHARE (no        *
      *                    schedule is 100%); VALUE stays at 100%.     *
      *    2026-10-15  DM  Affinity brands - production is also        *
      *                    totalled by the policy's BRANDCODE, our     *
      *                    own brand (spaces) printing as OWN.         *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPWB01.

      * Per-policy-type accumulators
       01  WS-TYPE-TOTALS.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-CODE         PIC X(03).
               10 WS-TYPE-COUNT        PIC S9(7) COMP.
               10 WS-TYPE-AMOUNT       PIC 9(11)V9(02).
               10 WS-TYPE-SH-AMOUNT    PIC 9(11)V9(02).

      * Per-broker accumulators - one slot per distinct BROKERID on
      * the day's production; fifty is comfortable headroom for one
               10 WS-BROKER-ID         PIC X(08).
               10 WS-BROKER-COUNT      PIC S9(7) COMP.
               10 WS-BROKER-AMOUNT     PIC 9(11)V9(02).
               10 WS-BROKER-SH-AMOUNT  PIC 9(11)V9(02).
       01  WS-BROKER-FOUND-SW          PIC X VALUE 'N'.
           88 WS-BROKER-FOUND                VALUE 'Y'.

               10 WS-REGION-CODE       PIC X(04).
               10 WS-REGION-COUNT      PIC S9(7) COMP.
               10 WS-REGION-AMOUNT     PIC 9(11)V9(02).
               10 WS-REGION-SH-AMOUNT  PIC 9(11)V9(02).
       01  WS-REGION-FOUND-SW          PIC X VALUE 'N'.
           88 WS-REGION-FOUND                VALUE 'Y'.

      * Per-brand accumulators - our own brand plus the affinity
      * partners live on the BRAND master
       01  WS-BRAND-TOTALS.
           05 WS-BRAND-USED            PIC S9(4) COMP VALUE 0.
           05 WS-BRAND-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WS-BRAND-IDX.
               10 WS-BRAND-CODE        PIC X(04).
               10 WS-BRAND-COUNT       PIC S9(7) COMP.
               10 WS-BRAND-AMOUNT      PIC 9(11)V9(02).
               10 WS-BRAND-SH-AMOUNT   PIC 9(11)V9(02).
       01  WS-BRAND-FOUND-SW           PIC X VALUE 'N'.
           88 WS-BRAND-FOUND                 VALUE 'Y'.

       77  WS-GRAND-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-GRAND-AMOUNT             PIC 9(11)V9(02) VALUE 0.
       77  WS-GRAND-SH-AMOUNT          PIC 9(11)V9(02) VALUE 0.

      * the policy's premium at our co-insurance share - the cursor
      * hands back 100.00 for anything not co-insured
       77  WS-SHARE-PREMIUM            PIC 9(07)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(18)
           05 RT-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' VALUE='.
           05 RT-AMOUNT                PIC Z(10)9.99.
           05 FILLER                   PIC X(07) VALUE ' SHARE='.
           05 RT-SH-AMOUNT             PIC Z(10)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-BROKER-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' BRKR='.
           05 RB-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' VALUE='.
           05 RB-AMOUNT                PIC Z(10)9.99.
           05 FILLER                   PIC X(07) VALUE ' SHARE='.
           05 RB-SH-AMOUNT             PIC Z(10)9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  WS-RPT-REGION-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' REGN='.
           05 RR-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' VALUE='.
           05 RR-AMOUNT                PIC Z(10)9.99.
           05 FILLER                   PIC X(07) VALUE ' SHARE='.
           05 RR-SH-AMOUNT             PIC Z(10)9.99.
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-RPT-BRAND-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' BRND='.
           05 RN-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(08) VALUE ' COUNT='.
           05 RN-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' VALUE='.
           05 RN-AMOUNT                PIC Z(10)9.99.
           05 FILLER                   PIC X(07) VALUE ' SHARE='.
           05 RN-SH-AMOUNT             PIC Z(10)9.99.
           05 FILLER                   PIC X(12) VALUE SPACES.

      * Base-currency conversion for commercial premiums, same
      * EXCHANGE_RATE lookup LGCMB01 uses - both figures are shown
           05 FILLER                   PIC X(16)
                      VALUE ' TOTAL PREMIUM ='.
           05 RG-AMOUNT                PIC Z(10)9.99.
           05 FILLER                   PIC X(11) VALUE ' AT SHARE ='.
           05 RG-SH-AMOUNT             PIC Z(10)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               DECLARE PWCURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, P.BROKERID, CU.REGIONCODE,
                          H.PREMIUM, 'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, HOUSE H
                    WHERE P.POLICYNUMBER   = H.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE      = :WS-REPORT-DATE
                   UNION ALL
                   SELECT P.POLICYTYPE, P.BROKERID, CU.REGIONCODE,
                          M.PREMIUM, 'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, MOTOR M
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE      = :WS-REPORT-DATE
                   UNION ALL
                   SELECT P.POLICYTYPE, P.BROKERID, CU.REGIONCODE,
                          E.PREMIUM, 'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, ENDOWMENT E
                    WHERE P.POLICYNUMBER   = E.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE      = :WS-REPORT-DATE
                   UNION ALL
                   SELECT P.POLICYTYPE, P.BROKERID, CU.REGIONCODE,
                          C.PREMIUM, C.CURRENCYCODE,
                          COALESCE((SELECT S.SHAREPCT
                                      FROM COINSURANCE_SHARE S
                                     WHERE S.POLICYNUMBER =
                                                   P.POLICYNUMBER
                                       AND S.OURLINE = 'Y'), 100.00),
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, COMMERCIAL C
                    WHERE P.POLICYNUMBER   = C.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE      = :WS-REPORT-DATE
                   UNION ALL
                   SELECT P.POLICYTYPE, P.BROKERID, CU.REGIONCODE,
                          T.PREMIUM, 'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, TRAVEL T
                    WHERE P.POLICYNUMBER   = T.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE      = :WS-REPORT-DATE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-REGIONCODE            PIC X(04).
           05 WC-PREMIUM               PIC 9(07)V9(02).
           05 WC-CURRENCY              PIC X(03).
           05 WC-SHARE-PCT             PIC 9(03)V9(02).
           05 WC-BRANDCODE             PIC X(04).

       PROCEDURE DIVISION.

           MOVE 'MOT' TO WS-TYPE-CODE(2)
           MOVE 'END' TO WS-TYPE-CODE(3)
           MOVE 'COM' TO WS-TYPE-CODE(4)
           MOVE 'TRV' TO WS-TYPE-CODE(5)
           MOVE '???' TO WS-TYPE-CODE(6)
           PERFORM 1100-CLEAR-TYPE-SLOT THRU 1100-CLEAR-TYPE-SLOT-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX GREATER THAN 6

           MOVE WS-REPORT-DATE(1:4) TO WS-RUN-PERIOD(1:4)
           MOVE WS-REPORT-DATE(6:2) TO WS-RUN-PERIOD(5:2)
      ******************************************************************
       1100-CLEAR-TYPE-SLOT.
           MOVE 0 TO WS-TYPE-COUNT(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
           MOVE 0 TO WS-TYPE-SH-AMOUNT(WS-TYPE-IDX).
       1100-CLEAR-TYPE-SLOT-EXIT.
           EXIT.

                      :WC-BROKERID,
                      :WC-REGIONCODE,
                      :WC-PREMIUM,
                      :WC-CURRENCY,
                      :WC-SHARE-PCT,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
           PERFORM 2800-CONVERT-TO-BASE
               THRU 2800-CONVERT-TO-BASE-EXIT
           MOVE WS-CONV-ORIGINAL TO WC-PREMIUM
           COMPUTE WS-SHARE-PREMIUM ROUNDED =
               WC-PREMIUM * WC-SHARE-PCT / 100

           ADD 1 TO WS-GRAND-COUNT
           ADD WC-PREMIUM TO WS-GRAND-AMOUNT
           ADD WS-SHARE-PREMIUM TO WS-GRAND-SH-AMOUNT

           PERFORM 2100-ACCUMULATE-TYPE THRU 2100-ACCUMULATE-TYPE-EXIT.
           PERFORM 2200-ACCUMULATE-BROKER
               THRU 2200-ACCUMULATE-BROKER-EXIT.
           PERFORM 2300-ACCUMULATE-REGION
               THRU 2300-ACCUMULATE-REGION-EXIT.
           PERFORM 2400-ACCUMULATE-BRAND
               THRU 2400-ACCUMULATE-BRAND-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
             AT END
               SET WS-TYPE-IDX TO 6
               ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IDX)
               ADD WC-PREMIUM TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
               ADD WS-SHARE-PREMIUM TO WS-TYPE-SH-AMOUNT(WS-TYPE-IDX)
             WHEN WS-TYPE-CODE(WS-TYPE-IDX) = WC-POLICYTYPE
               ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IDX)
               ADD WC-PREMIUM TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
               ADD WS-SHARE-PREMIUM TO WS-TYPE-SH-AMOUNT(WS-TYPE-IDX)
           END-SEARCH.
       2100-ACCUMULATE-TYPE-EXIT.
           EXIT.
             MOVE WC-BROKERID TO WS-BROKER-ID(WS-BROKER-IDX)
             MOVE 1           TO WS-BROKER-COUNT(WS-BROKER-IDX)
             MOVE WC-PREMIUM  TO WS-BROKER-AMOUNT(WS-BROKER-IDX)
             MOVE WS-SHARE-PREMIUM
                              TO WS-BROKER-SH-AMOUNT(WS-BROKER-IDX)
           END-IF.
       2200-ACCUMULATE-BROKER-EXIT.
           EXIT.
             MOVE 'Y' TO WS-BROKER-FOUND-SW
             ADD 1 TO WS-BROKER-COUNT(WS-BROKER-IDX)
             ADD WC-PREMIUM TO WS-BROKER-AMOUNT(WS-BROKER-IDX)
             ADD WS-SHARE-PREMIUM
                              TO WS-BROKER-SH-AMOUNT(WS-BROKER-IDX)
           END-IF.
       2250-MATCH-BROKER-SLOT-EXIT.
           EXIT.
             MOVE WC-REGIONCODE TO WS-REGION-CODE(WS-REGION-IDX)
             MOVE 1             TO WS-REGION-COUNT(WS-REGION-IDX)
             MOVE WC-PREMIUM    TO WS-REGION-AMOUNT(WS-REGION-IDX)
             MOVE WS-SHARE-PREMIUM
                                TO WS-REGION-SH-AMOUNT(WS-REGION-IDX)
           END-IF.
       2300-ACCUMULATE-REGION-EXIT.
           EXIT.
             MOVE 'Y' TO WS-REGION-FOUND-SW
             ADD 1 TO WS-REGION-COUNT(WS-REGION-IDX)
             ADD WC-PREMIUM TO WS-REGION-AMOUNT(WS-REGION-IDX)
             ADD WS-SHARE-PREMIUM
                                TO WS-REGION-SH-AMOUNT(WS-REGION-IDX)
           END-IF.
       2350-MATCH-REGION-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ACCUMULATE-BRAND                                          *
      ******************************************************************
       2400-ACCUMULATE-BRAND.
           MOVE 'N' TO WS-BRAND-FOUND-SW
           PERFORM 2450-MATCH-BRAND-SLOT
               THRU 2450-MATCH-BRAND-SLOT-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED
                  OR WS-BRAND-FOUND

           IF NOT WS-BRAND-FOUND
               AND WS-BRAND-USED LESS THAN 20
             ADD 1 TO WS-BRAND-USED
             SET WS-BRAND-IDX TO WS-BRAND-USED
             MOVE WC-BRANDCODE  TO WS-BRAND-CODE(WS-BRAND-IDX)
             MOVE 1             TO WS-BRAND-COUNT(WS-BRAND-IDX)
             MOVE WC-PREMIUM    TO WS-BRAND-AMOUNT(WS-BRAND-IDX)
             MOVE WS-SHARE-PREMIUM
                                TO WS-BRAND-SH-AMOUNT(WS-BRAND-IDX)
           END-IF.
       2400-ACCUMULATE-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 2450-MATCH-BRAND-SLOT                                          *
      ******************************************************************
       2450-MATCH-BRAND-SLOT.
           IF WS-BRAND-CODE(WS-BRAND-IDX) = WC-BRANDCODE
             MOVE 'Y' TO WS-BRAND-FOUND-SW
             ADD 1 TO WS-BRAND-COUNT(WS-BRAND-IDX)
             ADD WC-PREMIUM TO WS-BRAND-AMOUNT(WS-BRAND-IDX)
             ADD WS-SHARE-PREMIUM
                                TO WS-BRAND-SH-AMOUNT(WS-BRAND-IDX)
           END-IF.
       2450-MATCH-BRAND-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-SECTIONS                                            *
      ******************************************************************
           WRITE RPT-LINE
           PERFORM 5100-PRINT-TYPE-LINE THRU 5100-PRINT-TYPE-LINE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX GREATER THAN 6

           MOVE 'PRODUCTION BY BROKER' TO RS-SECTION-TITLE
           MOVE WS-RPT-SECTION TO RPT-LINE
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX GREATER THAN WS-REGION-USED

           MOVE 'PRODUCTION BY BRAND' TO RS-SECTION-TITLE
           MOVE WS-RPT-SECTION TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5400-PRINT-BRAND-LINE
               THRU 5400-PRINT-BRAND-LINE-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED

           MOVE WS-GRAND-COUNT  TO RG-COUNT
           MOVE WS-GRAND-AMOUNT TO RG-AMOUNT
           MOVE WS-GRAND-SH-AMOUNT TO RG-SH-AMOUNT
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
       5000-PRINT-SECTIONS-EXIT.
             MOVE WS-TYPE-CODE(WS-TYPE-IDX)   TO RT-TYPE-CODE
             MOVE WS-TYPE-COUNT(WS-TYPE-IDX)  TO RT-COUNT
             MOVE WS-TYPE-AMOUNT(WS-TYPE-IDX) TO RT-AMOUNT
             MOVE WS-TYPE-SH-AMOUNT(WS-TYPE-IDX) TO RT-SH-AMOUNT
             MOVE WS-RPT-TYPE-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           MOVE WS-BROKER-ID(WS-BROKER-IDX)     TO RB-BROKER-ID
           MOVE WS-BROKER-COUNT(WS-BROKER-IDX)  TO RB-COUNT
           MOVE WS-BROKER-AMOUNT(WS-BROKER-IDX) TO RB-AMOUNT
           MOVE WS-BROKER-SH-AMOUNT(WS-BROKER-IDX) TO RB-SH-AMOUNT
           MOVE WS-RPT-BROKER-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5200-PRINT-BROKER-LINE-EXIT.
           MOVE WS-REGION-CODE(WS-REGION-IDX)   TO RR-REGION-CODE
           MOVE WS-REGION-COUNT(WS-REGION-IDX)  TO RR-COUNT
           MOVE WS-REGION-AMOUNT(WS-REGION-IDX) TO RR-AMOUNT
           MOVE WS-REGION-SH-AMOUNT(WS-REGION-IDX) TO RR-SH-AMOUNT
           MOVE WS-RPT-REGION-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5300-PRINT-REGION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5400-PRINT-BRAND-LINE                                          *
      ******************************************************************
       5400-PRINT-BRAND-LINE.
           IF WS-BRAND-CODE(WS-BRAND-IDX) EQUAL SPACES
             MOVE 'OWN'                       TO RN-BRAND-CODE
           ELSE
             MOVE WS-BRAND-CODE(WS-BRAND-IDX) TO RN-BRAND-CODE
           END-IF
           MOVE WS-BRAND-COUNT(WS-BRAND-IDX)  TO RN-COUNT
           MOVE WS-BRAND-AMOUNT(WS-BRAND-IDX) TO RN-AMOUNT
           MOVE WS-BRAND-SH-AMOUNT(WS-BRAND-IDX) TO RN-SH-AMOUNT
           MOVE WS-RPT-BRAND-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5400-PRINT-BRAND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8600-CHECK-PERIOD-OPEN - the accounting period must still be   *
      * open on ACCOUNTING_PERIOD (closed through LGPCL01), or the     *
