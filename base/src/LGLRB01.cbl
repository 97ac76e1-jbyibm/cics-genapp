      *                    out of the incurred side - the ratio        *
      *                    overstated our losses permanently on every  *
      *                    claim another insurer paid us back for.     *
      *    2026-10-15  DM  Co-insured commercial risks - each cell     *
      *                    carries premium and incurred at our share   *
      *                    (OURLINE row on COINSURANCE_SHARE, 100%     *
      *                    with no schedule) alongside the 100%        *
      *                    figures, printed as a second line where     *
      *                    the two differ, with a share grand total.   *
      *    2026-10-15  DM  Claims-handling expense - approved supplier *
      *                    fee invoices (CLAIM_FEE_INVOICE, recorded   *
      *                    through LGSUP01) accumulated per cell and   *
      *                    printed on a line of their own with a       *
      *                    combined ratio, never folded into incurred  *
      *                    or the loss ratio.                          *
      *    2026-10-15  DM  Affinity brands - premium, incurred and     *
      *                    expense also totalled by the policy's       *
      *                    BRANDCODE, printed as a by-brand section    *
      *                    ahead of the grand totals; our own brand    *
      *                    (spaces) prints as OWN.                     *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGLRB01.
               88 WS-PREM-EOJ                VALUE 'Y'.
           05 WS-CLM-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-CLM-EOJ                 VALUE 'Y'.
           05 WS-FEE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-FEE-EOJ                 VALUE 'Y'.

      * One cell per policy-type/region pairing met on either cursor -
      * four types against LGREGTAB's handful of regions plus UNKN
               10 WS-CELL-REGION       PIC X(04).
               10 WS-CELL-PREMIUM      PIC 9(11)V9(02).
               10 WS-CELL-INCURRED     PIC 9(11)V9(02).
               10 WS-CELL-SH-PREMIUM   PIC 9(11)V9(02).
               10 WS-CELL-SH-INCURRED  PIC 9(11)V9(02).
               10 WS-CELL-EXPENSE      PIC 9(11)V9(02).
       01  WS-CELL-FOUND-SW            PIC X VALUE 'N'.
           88 WS-CELL-FOUND                  VALUE 'Y'.

      * One slot per BRANDCODE met on any cursor - our own brand plus
      * the affinity partners on the BRAND master
       01  WS-BRAND-TABLE.
           05 WS-BRAND-USED            PIC S9(4) COMP VALUE 0.
           05 WS-BRAND-ENTRY OCCURS 20 TIMES
                                        INDEXED BY WS-BRAND-IDX.
               10 WS-BRAND-CODE        PIC X(04).
               10 WS-BRAND-PREMIUM     PIC 9(11)V9(02).
               10 WS-BRAND-INCURRED    PIC 9(11)V9(02).
               10 WS-BRAND-EXPENSE     PIC 9(11)V9(02).
       01  WS-BRAND-FOUND-SW           PIC X VALUE 'N'.
           88 WS-BRAND-FOUND                 VALUE 'Y'.

      * The type/region/amount being accumulated, set up by whichever
      * cursor paragraph is running before it performs 4000-
       01  WS-ACCUM-WORK.
           05 WS-ACCUM-TYPE            PIC X(03).
           05 WS-ACCUM-REGION          PIC X(04).
           05 WS-ACCUM-BRAND           PIC X(04).
           05 WS-ACCUM-PREMIUM         PIC 9(09)V9(02).
           05 WS-ACCUM-INCURRED        PIC 9(09)V9(02).
           05 WS-ACCUM-SH-PREMIUM      PIC 9(09)V9(02).
           05 WS-ACCUM-SH-INCURRED     PIC 9(09)V9(02).
           05 WS-ACCUM-EXPENSE         PIC 9(09)V9(02).

       77  WS-TOTAL-PREMIUM            PIC 9(11)V9(02) VALUE 0.
       77  WS-TOTAL-INCURRED           PIC 9(11)V9(02) VALUE 0.
       77  WS-TOTAL-SH-PREMIUM         PIC 9(11)V9(02) VALUE 0.
       77  WS-TOTAL-SH-INCURRED        PIC 9(11)V9(02) VALUE 0.
       77  WS-TOTAL-EXPENSE            PIC 9(11)V9(02) VALUE 0.
       77  WS-LOSS-RATIO               PIC 9(05)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 RD-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.

      * the same cell at our co-insurance share, under its 100% line
       01  WS-RPT-SHARE-DETAIL.
           05 FILLER                   PIC X(19)
                      VALUE '   AT OUR SHARE    '.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RS-PREMIUM               PIC Z(09)9.99.
           05 FILLER                   PIC X(06) VALUE ' INCD='.
           05 RS-INCURRED              PIC Z(09)9.99.
           05 FILLER                   PIC X(07) VALUE ' RATIO='.
           05 RS-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(09) VALUE SPACES.

      * the cell's claims-handling expense under its lines, with the
      * ratio of incurred plus expense to premium
       01  WS-RPT-EXPENSE-DETAIL.
           05 FILLER                   PIC X(19)
                      VALUE '   HANDLING EXPENSE'.
           05 FILLER                   PIC X(06) VALUE ' EXPN='.
           05 RE-EXPENSE               PIC Z(09)9.99.
           05 FILLER                   PIC X(10) VALUE ' COMBINED='.
           05 RE-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(25) VALUE SPACES.

      * the by-brand section - loss ratio and combined ratio per brand
       01  WS-RPT-BRAND-TITLE.
           05 FILLER                   PIC X(19)
                      VALUE 'LOSS RATIO BY BRAND'.
           05 FILLER                   PIC X(61) VALUE SPACES.

       01  WS-RPT-BRAND-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' BRND='.
           05 RN-BRAND                 PIC X(04).
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RN-PREMIUM               PIC Z(09)9.99.
           05 FILLER                   PIC X(06) VALUE ' INCD='.
           05 RN-INCURRED              PIC Z(09)9.99.
           05 FILLER                   PIC X(07) VALUE ' RATIO='.
           05 RN-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(06) VALUE ' COMB='.
           05 RN-COMBINED              PIC Z(03)9.99.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL.
           05 FILLER                   PIC X(11) VALUE 'TOTAL PREM='.
           05 RG-PREMIUM               PIC Z(10)9.99.
           05 RG-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-SHARE-TOTAL.
           05 FILLER                   PIC X(11) VALUE 'SHARE PREM='.
           05 RT-PREMIUM               PIC Z(10)9.99.
           05 FILLER                   PIC X(06) VALUE ' INCD='.
           05 RT-INCURRED              PIC Z(10)9.99.
           05 FILLER                   PIC X(07) VALUE ' RATIO='.
           05 RT-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-EXPENSE-TOTAL.
           05 FILLER                   PIC X(11) VALUE 'TOTAL EXPN='.
           05 RX-EXPENSE               PIC Z(10)9.99.
           05 FILLER                   PIC X(10) VALUE ' COMBINED='.
           05 RX-RATIO                 PIC Z(03)9.99.
           05 FILLER                   PIC X(38) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Premium written, per policy, with its type, the owning
      * legs are always base currency; a commercial premium priced
      * in a foreign currency converts through EXCHANGE_RATE before
      * it joins its cell, so the ratio's premium side is a single
      * currency.  Every leg carries our co-insurance share - only a
      * commercial risk can be co-insured, the others are 100.00
           EXEC SQL
               DECLARE PRCURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, CU.REGIONCODE, H.PREMIUM,
                          'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, HOUSE H
                    WHERE P.POLICYNUMBER   = H.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   UNION ALL
                   SELECT P.POLICYTYPE, CU.REGIONCODE, M.PREMIUM,
                          'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, MOTOR M
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   UNION ALL
                   SELECT P.POLICYTYPE, CU.REGIONCODE, E.PREMIUM,
                          'GBP', 100.00, P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, ENDOWMENT E
                    WHERE P.POLICYNUMBER   = E.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   UNION ALL
                   SELECT P.POLICYTYPE, CU.REGIONCODE, C.PREMIUM,
                          C.CURRENCYCODE,
                          COALESCE((SELECT S.SHAREPCT
                                      FROM COINSURANCE_SHARE S
                                     WHERE S.POLICYNUMBER =
                                                   P.POLICYNUMBER
                                       AND S.OURLINE = 'Y'), 100.00),
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU, COMMERCIAL C
                    WHERE P.POLICYNUMBER   = C.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
           05 WP-REGIONCODE            PIC X(04).
           05 WP-PREMIUM               PIC 9(07)V9(02).
           05 WP-CURRENCY              PIC X(03).
           05 WP-SHARE-PCT             PIC 9(03)V9(02).
           05 WP-BRANDCODE             PIC X(04).

      * Base-currency conversion for a foreign-priced commercial
      * premium - the latest EXCHANGE_RATE on or before the run date,
           05 WS-CONV-ORIGINAL         PIC 9(07)V9(02).

      * Claims incurred - settled claims at their approved amount net
      * of received recoveries, open claims at their claimed amount,
      * with our co-insurance share of the policy claimed on
           EXEC SQL
               DECLARE CLCURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, CU.REGIONCODE, C.CLAIMSTATUS,
                          C.CLAIMAMOUNT, C.APPROVEDAMOUNT,
                          C.RECOVEREDAMOUNT,
                          COALESCE((SELECT S.SHAREPCT
                                      FROM COINSURANCE_SHARE S
                                     WHERE S.POLICYNUMBER =
                                                   P.POLICYNUMBER
                                       AND S.OURLINE = 'Y'), 100.00),
                          P.BRANDCODE
                     FROM CLAIM C, POLICY P, CUSTOMER CU
                    WHERE C.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
           05 WL-CLAIMAMOUNT           PIC 9(07)V9(02).
           05 WL-APPROVEDAMOUNT        PIC 9(07)V9(02).
           05 WL-RECOVEREDAMOUNT       PIC 9(07)V9(02).
           05 WL-SHARE-PCT             PIC 9(03)V9(02).
           05 WL-BRANDCODE             PIC X(04).

      * Claims-handling expense - every approved adjuster, surveyor
      * and engineer fee invoice, at gross (VAT on the fees is not
      * recoverable by an insurer), celled by the claimed policy's
      * type and region.  Pending and rejected invoices cost nothing.
           EXEC SQL
               DECLARE FECURSOR CURSOR FOR
                   SELECT P.POLICYTYPE, CU.REGIONCODE, F.GROSSAMOUNT,
                          P.BRANDCODE
                     FROM CLAIM_FEE_INVOICE F, CLAIM C, POLICY P,
                          CUSTOMER CU
                    WHERE F.CLAIMNUMBER    = C.CLAIMNUMBER
                      AND C.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND F.FEESTATUS      = 'A'
           END-EXEC.

       01  WS-FEE-ROW.
           05 WF-POLICYTYPE            PIC X(03).
           05 WF-REGIONCODE            PIC X(04).
           05 WF-GROSSAMOUNT           PIC 9(07)V9(02).
           05 WF-BRANDCODE             PIC X(04).

       PROCEDURE DIVISION.

               UNTIL WS-PREM-EOJ.
           PERFORM 3000-CLAIM-ROW THRU 3000-CLAIM-ROW-EXIT
               UNTIL WS-CLM-EOJ.
           PERFORM 3500-FEE-ROW THRU 3500-FEE-ROW-EXIT
               UNTIL WS-FEE-EOJ.
           PERFORM 5000-PRINT-CELLS THRU 5000-PRINT-CELLS-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the report and the cursors              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LRB-RPT
             MOVE 'UNABLE TO OPEN CLCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-CLM-EOJ-SW
           END-IF

           EXEC SQL
               OPEN FECURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN FECURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-FEE-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
                 INTO :WP-POLICYTYPE,
                      :WP-REGIONCODE,
                      :WP-PREMIUM,
                      :WP-CURRENCY,
                      :WP-SHARE-PCT,
                      :WP-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100

           MOVE WP-POLICYTYPE TO WS-ACCUM-TYPE
           MOVE WP-REGIONCODE TO WS-ACCUM-REGION
           MOVE WP-BRANDCODE  TO WS-ACCUM-BRAND
           MOVE WP-PREMIUM    TO WS-ACCUM-PREMIUM
           MOVE 0             TO WS-ACCUM-INCURRED
           COMPUTE WS-ACCUM-SH-PREMIUM ROUNDED =
               WP-PREMIUM * WP-SHARE-PCT / 100
           MOVE 0             TO WS-ACCUM-SH-INCURRED
           MOVE 0             TO WS-ACCUM-EXPENSE
           ADD WP-PREMIUM TO WS-TOTAL-PREMIUM
           ADD WS-ACCUM-SH-PREMIUM TO WS-TOTAL-SH-PREMIUM
           PERFORM 4000-ACCUMULATE-CELL
               THRU 4000-ACCUMULATE-CELL-EXIT.
       2000-PREMIUM-ROW-EXIT.
                      :WL-CLAIMSTATUS,
                      :WL-CLAIMAMOUNT,
                      :WL-APPROVEDAMOUNT,
                      :WL-RECOVEREDAMOUNT,
                      :WL-SHARE-PCT,
                      :WL-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100

           MOVE WL-POLICYTYPE TO WS-ACCUM-TYPE
           MOVE WL-REGIONCODE TO WS-ACCUM-REGION
           MOVE WL-BRANDCODE  TO WS-ACCUM-BRAND
           MOVE 0             TO WS-ACCUM-PREMIUM
           MOVE 0             TO WS-ACCUM-SH-PREMIUM
           MOVE 0             TO WS-ACCUM-EXPENSE
           IF WL-CLAIMSTATUS EQUAL 'S'
      * what the claim actually cost us: approved less what the
      * at-fault party's insurer paid back.  A recovery exceeding
             MOVE WL-CLAIMAMOUNT TO WS-ACCUM-INCURRED
           END-IF
           ADD WS-ACCUM-INCURRED TO WS-TOTAL-INCURRED
           COMPUTE WS-ACCUM-SH-INCURRED ROUNDED =
               WS-ACCUM-INCURRED * WL-SHARE-PCT / 100
           ADD WS-ACCUM-SH-INCURRED TO WS-TOTAL-SH-INCURRED
           PERFORM 4000-ACCUMULATE-CELL
               THRU 4000-ACCUMULATE-CELL-EXIT.
       3000-CLAIM-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3500-FEE-ROW - accumulate one approved fee invoice into its    *
      * cell's handling expense; premium and incurred are untouched    *
      ******************************************************************
       3500-FEE-ROW.
           EXEC SQL
               FETCH FECURSOR
                 INTO :WF-POLICYTYPE,
                      :WF-REGIONCODE,
                      :WF-GROSSAMOUNT,
                      :WF-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-FEE-EOJ-SW
             GO TO 3500-FEE-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON FECURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-FEE-EOJ-SW
             GO TO 3500-FEE-ROW-EXIT
           END-IF

           MOVE WF-POLICYTYPE  TO WS-ACCUM-TYPE
           MOVE WF-REGIONCODE  TO WS-ACCUM-REGION
           MOVE WF-BRANDCODE   TO WS-ACCUM-BRAND
           MOVE 0              TO WS-ACCUM-PREMIUM
           MOVE 0              TO WS-ACCUM-INCURRED
           MOVE 0              TO WS-ACCUM-SH-PREMIUM
           MOVE 0              TO WS-ACCUM-SH-INCURRED
           MOVE WF-GROSSAMOUNT TO WS-ACCUM-EXPENSE
           ADD WF-GROSSAMOUNT  TO WS-TOTAL-EXPENSE
           PERFORM 4000-ACCUMULATE-CELL
               THRU 4000-ACCUMULATE-CELL-EXIT.
       3500-FEE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ACCUMULATE-CELL - find or open the cell for the           *
      * WS-ACCUM-WORK type/region and add both amounts on              *
             MOVE WS-ACCUM-REGION   TO WS-CELL-REGION(WS-CELL-IDX)
             MOVE WS-ACCUM-PREMIUM  TO WS-CELL-PREMIUM(WS-CELL-IDX)
             MOVE WS-ACCUM-INCURRED TO WS-CELL-INCURRED(WS-CELL-IDX)
             MOVE WS-ACCUM-SH-PREMIUM
                                    TO WS-CELL-SH-PREMIUM(WS-CELL-IDX)
             MOVE WS-ACCUM-SH-INCURRED
                                    TO WS-CELL-SH-INCURRED(WS-CELL-IDX)
             MOVE WS-ACCUM-EXPENSE  TO WS-CELL-EXPENSE(WS-CELL-IDX)
           END-IF

           PERFORM 4200-ACCUMULATE-BRAND
               THRU 4200-ACCUMULATE-BRAND-EXIT.
       4000-ACCUMULATE-CELL-EXIT.
           EXIT.

             MOVE 'Y' TO WS-CELL-FOUND-SW
             ADD WS-ACCUM-PREMIUM  TO WS-CELL-PREMIUM(WS-CELL-IDX)
             ADD WS-ACCUM-INCURRED TO WS-CELL-INCURRED(WS-CELL-IDX)
             ADD WS-ACCUM-SH-PREMIUM
                                    TO WS-CELL-SH-PREMIUM(WS-CELL-IDX)
             ADD WS-ACCUM-SH-INCURRED
                                    TO WS-CELL-SH-INCURRED(WS-CELL-IDX)
             ADD WS-ACCUM-EXPENSE  TO WS-CELL-EXPENSE(WS-CELL-IDX)
           END-IF.
       4100-MATCH-CELL-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ACCUMULATE-BRAND - find or open the slot for the          *
      * WS-ACCUM-WORK brand and add the 100% amounts on                *
      ******************************************************************
       4200-ACCUMULATE-BRAND.
           MOVE 'N' TO WS-BRAND-FOUND-SW
           PERFORM 4250-MATCH-BRAND THRU 4250-MATCH-BRAND-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED
                  OR WS-BRAND-FOUND

           IF NOT WS-BRAND-FOUND
               AND WS-BRAND-USED LESS THAN 20
             ADD 1 TO WS-BRAND-USED
             SET WS-BRAND-IDX TO WS-BRAND-USED
             MOVE WS-ACCUM-BRAND    TO WS-BRAND-CODE(WS-BRAND-IDX)
             MOVE WS-ACCUM-PREMIUM  TO WS-BRAND-PREMIUM(WS-BRAND-IDX)
             MOVE WS-ACCUM-INCURRED TO WS-BRAND-INCURRED(WS-BRAND-IDX)
             MOVE WS-ACCUM-EXPENSE  TO WS-BRAND-EXPENSE(WS-BRAND-IDX)
           END-IF.
       4200-ACCUMULATE-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 4250-MATCH-BRAND - add onto a slot already holding this brand  *
      ******************************************************************
       4250-MATCH-BRAND.
           IF WS-BRAND-CODE(WS-BRAND-IDX) = WS-ACCUM-BRAND
             MOVE 'Y' TO WS-BRAND-FOUND-SW
             ADD WS-ACCUM-PREMIUM  TO WS-BRAND-PREMIUM(WS-BRAND-IDX)
             ADD WS-ACCUM-INCURRED TO WS-BRAND-INCURRED(WS-BRAND-IDX)
             ADD WS-ACCUM-EXPENSE  TO WS-BRAND-EXPENSE(WS-BRAND-IDX)
           END-IF.
       4250-MATCH-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-CELLS - one line per cell plus the grand total.     *
      * A cell with claims but no premium written (possible when the   *
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX GREATER THAN WS-CELL-USED

           MOVE WS-RPT-BRAND-TITLE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5300-PRINT-BRAND-LINE THRU 5300-PRINT-BRAND-LINE-EXIT
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX GREATER THAN WS-BRAND-USED

           MOVE WS-TOTAL-PREMIUM  TO RG-PREMIUM
           MOVE WS-TOTAL-INCURRED TO RG-INCURRED
           IF WS-TOTAL-PREMIUM GREATER THAN ZERO
           END-IF
           MOVE WS-LOSS-RATIO TO RG-RATIO
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TOTAL-SH-PREMIUM  TO RT-PREMIUM
           MOVE WS-TOTAL-SH-INCURRED TO RT-INCURRED
           IF WS-TOTAL-SH-PREMIUM GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 WS-TOTAL-SH-INCURRED * 100 / WS-TOTAL-SH-PREMIUM
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RT-RATIO
           MOVE WS-RPT-SHARE-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-TOTAL-EXPENSE TO RX-EXPENSE
           IF WS-TOTAL-PREMIUM GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 (WS-TOTAL-INCURRED + WS-TOTAL-EXPENSE) * 100
                 / WS-TOTAL-PREMIUM
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RX-RATIO
           MOVE WS-RPT-EXPENSE-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
       5000-PRINT-CELLS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PRINT-CELL-LINE - premium, incurred and ratio for one     *
      * type/region cell, and the same at our share where any of the   *
      * cell's business is co-insured                                  *
      ******************************************************************
       5100-PRINT-CELL-LINE.
           MOVE WS-CELL-TYPE(WS-CELL-IDX)     TO RD-TYPE
           END-IF
           MOVE WS-LOSS-RATIO TO RD-RATIO
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 5200-PRINT-EXPENSE-LINE
               THRU 5200-PRINT-EXPENSE-LINE-EXIT

           IF WS-CELL-SH-PREMIUM(WS-CELL-IDX) EQUAL
                   WS-CELL-PREMIUM(WS-CELL-IDX)
               AND WS-CELL-SH-INCURRED(WS-CELL-IDX) EQUAL
                   WS-CELL-INCURRED(WS-CELL-IDX)
             GO TO 5100-PRINT-CELL-LINE-EXIT
           END-IF
           MOVE WS-CELL-SH-PREMIUM(WS-CELL-IDX)  TO RS-PREMIUM
           MOVE WS-CELL-SH-INCURRED(WS-CELL-IDX) TO RS-INCURRED
           IF WS-CELL-SH-PREMIUM(WS-CELL-IDX) GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 WS-CELL-SH-INCURRED(WS-CELL-IDX) * 100
                 / WS-CELL-SH-PREMIUM(WS-CELL-IDX)
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RS-RATIO
           MOVE WS-RPT-SHARE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5100-PRINT-CELL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5200-PRINT-EXPENSE-LINE - the cell's claims-handling expense   *
      * and combined ratio, where it has any                           *
      ******************************************************************
       5200-PRINT-EXPENSE-LINE.
           IF WS-CELL-EXPENSE(WS-CELL-IDX) EQUAL ZERO
             GO TO 5200-PRINT-EXPENSE-LINE-EXIT
           END-IF
           MOVE WS-CELL-EXPENSE(WS-CELL-IDX) TO RE-EXPENSE
           IF WS-CELL-PREMIUM(WS-CELL-IDX) GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 (WS-CELL-INCURRED(WS-CELL-IDX)
                  + WS-CELL-EXPENSE(WS-CELL-IDX)) * 100
                 / WS-CELL-PREMIUM(WS-CELL-IDX)
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RE-RATIO
           MOVE WS-RPT-EXPENSE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5200-PRINT-EXPENSE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5300-PRINT-BRAND-LINE - premium, incurred, loss ratio and      *
      * combined ratio for one brand                                   *
      ******************************************************************
       5300-PRINT-BRAND-LINE.
           IF WS-BRAND-CODE(WS-BRAND-IDX) EQUAL SPACES
             MOVE 'OWN'                       TO RN-BRAND
           ELSE
             MOVE WS-BRAND-CODE(WS-BRAND-IDX) TO RN-BRAND
           END-IF
           MOVE WS-BRAND-PREMIUM(WS-BRAND-IDX)  TO RN-PREMIUM
           MOVE WS-BRAND-INCURRED(WS-BRAND-IDX) TO RN-INCURRED
           IF WS-BRAND-PREMIUM(WS-BRAND-IDX) GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 WS-BRAND-INCURRED(WS-BRAND-IDX) * 100
                 / WS-BRAND-PREMIUM(WS-BRAND-IDX)
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RN-RATIO
           IF WS-BRAND-PREMIUM(WS-BRAND-IDX) GREATER THAN ZERO
             COMPUTE WS-LOSS-RATIO ROUNDED =
                 (WS-BRAND-INCURRED(WS-BRAND-IDX)
                  + WS-BRAND-EXPENSE(WS-BRAND-IDX)) * 100
                 / WS-BRAND-PREMIUM(WS-BRAND-IDX)
           ELSE
             MOVE 0 TO WS-LOSS-RATIO
           END-IF
           MOVE WS-LOSS-RATIO TO RN-COMBINED
           MOVE WS-RPT-BRAND-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5300-PRINT-BRAND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close down                                    *
      ******************************************************************
           EXEC SQL
               CLOSE CLCURSOR
           END-EXEC
           EXEC SQL
               CLOSE FECURSOR
           END-EXEC

           CLOSE LRB-RPT.
       9000-TERMINATE-EXIT.
