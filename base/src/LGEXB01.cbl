      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-02-02  DM  Initial version.                            *
      *    2026-10-15  DM  Co-insured commercial locations - exposure  *
      *                    also accumulated at our share (OURLINE row  *
      *                    on COINSURANCE_SHARE, 100% with no          *
      *                    schedule) and shown as OURS beside the 100% *
      *                    SI.  The treaty flag now tests our share -  *
      *                    the treaty protects only the line we hold,  *
      *                    the co-insurers' lines are theirs to        *
      *                    protect.                                    *
      *    2026-10-15  DM  Exposure by flood band - each risk's        *
      *                    postcode graded off FLOOD_RISK (most        *
      *                    specific key wins, none = band 0) and a     *
      *                    third section totals SI by band.            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGEXB01.
               10 WS-REGION-CODE       PIC X(04).
               10 WS-REGION-COUNT      PIC S9(7) COMP.
               10 WS-REGION-EXPOSURE   PIC 9(13)V9(02).
               10 WS-REGION-SH-EXPOSURE
                                       PIC 9(13)V9(02).
       01  WS-REGION-FOUND-SW          PIC X VALUE 'N'.
           88 WS-REGION-FOUND                VALUE 'Y'.

               10 WS-OUT-CODE          PIC X(04).
               10 WS-OUT-COUNT         PIC S9(7) COMP.
               10 WS-OUT-EXPOSURE      PIC 9(13)V9(02).
               10 WS-OUT-SH-EXPOSURE   PIC 9(13)V9(02).
       01  WS-OUTWARD-FOUND-SW         PIC X VALUE 'N'.
           88 WS-OUTWARD-FOUND               VALUE 'Y'.

           05 WS-PC-OUT-LEN            PIC S9(04) COMP.
           05 WS-PC-IN-LEN             PIC S9(04) COMP.

      * Per-flood-band accumulators, band 0 (no FLOOD_RISK key for
      * the postcode) to band 5 - slot is band + 1
       01  WS-BAND-TOTALS.
           05 WS-BAND-ENTRY OCCURS 6 TIMES INDEXED BY WS-BAND-IDX.
               10 WS-BAND-COUNT        PIC S9(7) COMP.
               10 WS-BAND-EXPOSURE     PIC 9(13)V9(02).
               10 WS-BAND-SH-EXPOSURE  PIC 9(13)V9(02).
       01  WS-FLOOD-WORK.
           05 WS-FLD-LOOKUP-KEY        PIC X(08).
           05 WS-FLOOD-BAND            PIC 9(01).
           05 WS-BAND-SLOT             PIC S9(04) COMP.

      * The treaty accumulation limit the regions are held against -
      * the '*' catch-all REINSURANCE_TREATY row's TREATYLIMIT; zero
      * (or no row) means no limit is on file and nothing flags
       01  WS-TREATY-TRADE             PIC X(04) VALUE '*   '.

       77  WS-GRAND-EXPOSURE           PIC 9(13)V9(02) VALUE 0.
       77  WS-GRAND-SH-EXPOSURE        PIC 9(13)V9(02) VALUE 0.

      * the risk's sum insured at our co-insurance share
       77  WS-SHARE-EXPOSURE           PIC 9(11)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(25)
           05 RR-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(05) VALUE ' SI ='.
           05 RR-EXPOSURE              PIC Z(12)9.99.
           05 FILLER                   PIC X(06) VALUE ' OURS='.
           05 RR-SH-EXPOSURE           PIC Z(12)9.99.
           05 RR-OVER-FLAG             PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.

       01  WS-RPT-OUTWARD-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' OUT ='.
           05 RO-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(05) VALUE ' SI ='.
           05 RO-EXPOSURE              PIC Z(12)9.99.
           05 FILLER                   PIC X(06) VALUE ' OURS='.
           05 RO-SH-EXPOSURE           PIC Z(12)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-BAND-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' BAND='.
           05 RB-FLOOD-BAND            PIC 9(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE ' RISKS='.
           05 RB-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(05) VALUE ' SI ='.
           05 RB-EXPOSURE              PIC Z(12)9.99.
           05 FILLER                   PIC X(06) VALUE ' OURS='.
           05 RB-SH-EXPOSURE           PIC Z(12)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL.
           05 FILLER                   PIC X(17)
           05 RG-LIMIT                 PIC Z(12)9.99.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01  WS-RPT-SHARE-TOTAL.
           05 FILLER                   PIC X(17)
                      VALUE 'OUR SHARE      = '.
           05 RG-SH-EXPOSURE           PIC Z(12)9.99.
           05 FILLER                   PIC X(47) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The property exposure on the in-force book: each house's
      * building plus contents, and each commercial location's sum
      * insured, with the owning customer's region and postcode.
      * Motor and endowment carry no property accumulation.  Each
      * risk carries our co-insurance share - houses are never
      * co-insured, so that leg is always 100.00.
           EXEC SQL
               DECLARE EXCURSOR CURSOR FOR
                   SELECT CU.REGIONCODE, CU.POSTCODE,
                          H.HOUSEVALUE + H.CONTENTSVALUE, 100.00
                     FROM POLICY P, CUSTOMER CU, HOUSE H
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = H.POLICYNUMBER
                      AND P.POLICYSTATUS   = 'A'
                   UNION ALL
                   SELECT CU.REGIONCODE, CU.POSTCODE,
                          L.SUMINSURED,
                          COALESCE((SELECT S.SHAREPCT
                                      FROM COINSURANCE_SHARE S
                                     WHERE S.POLICYNUMBER =
                                                   P.POLICYNUMBER
                                       AND S.OURLINE = 'Y'), 100.00)
                     FROM POLICY P, CUSTOMER CU,
                          COMMERCIALLOCATION L
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
           05 WC-REGIONCODE            PIC X(04).
           05 WC-POSTCODE              PIC X(08).
           05 WC-EXPOSURE              PIC 9(11)V9(02).
           05 WC-SHARE-PCT             PIC 9(03)V9(02).

       PROCEDURE DIVISION.


           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
           INITIALIZE WS-BAND-TOTALS
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

               FETCH EXCURSOR
                 INTO :WC-REGIONCODE,
                      :WC-POSTCODE,
                      :WC-EXPOSURE,
                      :WC-SHARE-PCT
           END-EXEC

           IF SQLCODE EQUAL 100
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           COMPUTE WS-SHARE-EXPOSURE ROUNDED =
               WC-EXPOSURE * WC-SHARE-PCT / 100
           ADD WC-EXPOSURE TO WS-GRAND-EXPOSURE
           ADD WS-SHARE-EXPOSURE TO WS-GRAND-SH-EXPOSURE

           PERFORM 2100-ACCUMULATE-REGION
               THRU 2100-ACCUMULATE-REGION-EXIT.
           PERFORM 2200-ACCUMULATE-OUTWARD
               THRU 2200-ACCUMULATE-OUTWARD-EXIT.
           PERFORM 2300-ACCUMULATE-FLOOD-BAND
               THRU 2300-ACCUMULATE-FLOOD-BAND-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

             MOVE WC-REGIONCODE TO WS-REGION-CODE(WS-REGION-IDX)
             MOVE 1             TO WS-REGION-COUNT(WS-REGION-IDX)
             MOVE WC-EXPOSURE   TO WS-REGION-EXPOSURE(WS-REGION-IDX)
             MOVE WS-SHARE-EXPOSURE
                              TO WS-REGION-SH-EXPOSURE(WS-REGION-IDX)
           END-IF.
       2100-ACCUMULATE-REGION-EXIT.
           EXIT.
             MOVE 'Y' TO WS-REGION-FOUND-SW
             ADD 1           TO WS-REGION-COUNT(WS-REGION-IDX)
             ADD WC-EXPOSURE TO WS-REGION-EXPOSURE(WS-REGION-IDX)
             ADD WS-SHARE-EXPOSURE
                              TO WS-REGION-SH-EXPOSURE(WS-REGION-IDX)
           END-IF.
       2150-MATCH-REGION-SLOT-EXIT.
           EXIT.
             MOVE WS-PC-OUTWARD TO WS-OUT-CODE(WS-OUTWARD-IDX)
             MOVE 1             TO WS-OUT-COUNT(WS-OUTWARD-IDX)
             MOVE WC-EXPOSURE   TO WS-OUT-EXPOSURE(WS-OUTWARD-IDX)
             MOVE WS-SHARE-EXPOSURE
                                TO WS-OUT-SH-EXPOSURE(WS-OUTWARD-IDX)
           END-IF.
       2200-ACCUMULATE-OUTWARD-EXIT.
           EXIT.
             MOVE 'Y' TO WS-OUTWARD-FOUND-SW
             ADD 1           TO WS-OUT-COUNT(WS-OUTWARD-IDX)
             ADD WC-EXPOSURE TO WS-OUT-EXPOSURE(WS-OUTWARD-IDX)
             ADD WS-SHARE-EXPOSURE
                                TO WS-OUT-SH-EXPOSURE(WS-OUTWARD-IDX)
           END-IF.
       2250-MATCH-OUTWARD-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACCUMULATE-FLOOD-BAND - the band of the most specific     *
      * FLOOD_RISK key for the postcode: full postcode, sector         *
      * (outward plus first inward character), then district (the      *
      * outward code 2200 has just split out)                          *
      ******************************************************************
       2300-ACCUMULATE-FLOOD-BAND.
           MOVE 0 TO WS-FLOOD-BAND
           MOVE WC-POSTCODE TO WS-FLD-LOOKUP-KEY
           PERFORM 2350-FETCH-FLOOD-ROW THRU 2350-FETCH-FLOOD-ROW-EXIT
           IF SQLCODE EQUAL 100
               AND WS-PC-IN-LEN GREATER THAN ZERO
             MOVE SPACES TO WS-FLD-LOOKUP-KEY
             STRING WS-PC-OUTWARD     DELIMITED BY SPACE
                    ' '               DELIMITED BY SIZE
                    WS-PC-INWARD(1:1) DELIMITED BY SIZE
               INTO WS-FLD-LOOKUP-KEY
             END-STRING
             PERFORM 2350-FETCH-FLOOD-ROW
                 THRU 2350-FETCH-FLOOD-ROW-EXIT
           END-IF
           IF SQLCODE EQUAL 100
             MOVE WS-PC-OUTWARD TO WS-FLD-LOOKUP-KEY
             PERFORM 2350-FETCH-FLOOD-ROW
                 THRU 2350-FETCH-FLOOD-ROW-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
               OR WS-FLOOD-BAND GREATER THAN 5
             MOVE 0 TO WS-FLOOD-BAND
           END-IF

           COMPUTE WS-BAND-SLOT = WS-FLOOD-BAND + 1
           SET WS-BAND-IDX TO WS-BAND-SLOT
           ADD 1           TO WS-BAND-COUNT(WS-BAND-IDX)
           ADD WC-EXPOSURE TO WS-BAND-EXPOSURE(WS-BAND-IDX)
           ADD WS-SHARE-EXPOSURE TO WS-BAND-SH-EXPOSURE(WS-BAND-IDX).
       2300-ACCUMULATE-FLOOD-BAND-EXIT.
           EXIT.

      ******************************************************************
      * 2350-FETCH-FLOOD-ROW                                           *
      ******************************************************************
       2350-FETCH-FLOOD-ROW.
           EXEC SQL
               SELECT FLOODBAND
                 INTO :WS-FLOOD-BAND
                 FROM FLOOD_RISK
                WHERE POSTCODEKEY = :WS-FLD-LOOKUP-KEY
           END-EXEC.
       2350-FETCH-FLOOD-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-SECTIONS - regions (flagged against the treaty      *
      * limit), outward codes, grand total                             *
               VARYING WS-OUTWARD-IDX FROM 1 BY 1
               UNTIL WS-OUTWARD-IDX GREATER THAN WS-OUTWARD-USED

           MOVE 'EXPOSURE BY FLOOD BAND (0 = NOT ON FLOOD MAP)'
             TO RS-SECTION-TITLE
           MOVE WS-RPT-SECTION TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5300-PRINT-BAND-LINE
               THRU 5300-PRINT-BAND-LINE-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX GREATER THAN 6

           MOVE WS-GRAND-EXPOSURE TO RG-EXPOSURE
           MOVE WS-TREATY-LIMIT   TO RG-LIMIT
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRAND-SH-EXPOSURE TO RG-SH-EXPOSURE
           MOVE WS-RPT-SHARE-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
       5000-PRINT-SECTIONS-EXIT.
           EXIT.

      ******************************************************************
      * 5100-PRINT-REGION-LINE - a region whose exposure at our share  *
      * is past the treaty limit is where we are writing beyond        *
      * protection                                                     *
      ******************************************************************
       5100-PRINT-REGION-LINE.
           MOVE WS-REGION-CODE(WS-REGION-IDX)     TO RR-REGION-CODE
           MOVE WS-REGION-COUNT(WS-REGION-IDX)    TO RR-COUNT
           MOVE WS-REGION-EXPOSURE(WS-REGION-IDX) TO RR-EXPOSURE
           MOVE WS-REGION-SH-EXPOSURE(WS-REGION-IDX)
                                                  TO RR-SH-EXPOSURE
           IF WS-TREATY-LIMIT GREATER THAN ZERO
               AND WS-REGION-SH-EXPOSURE(WS-REGION-IDX)
                   GREATER THAN WS-TREATY-LIMIT
             MOVE ' OVER LIMIT' TO RR-OVER-FLAG
           ELSE
           MOVE WS-OUT-CODE(WS-OUTWARD-IDX)     TO RO-OUT-CODE
           MOVE WS-OUT-COUNT(WS-OUTWARD-IDX)    TO RO-COUNT
           MOVE WS-OUT-EXPOSURE(WS-OUTWARD-IDX) TO RO-EXPOSURE
           MOVE WS-OUT-SH-EXPOSURE(WS-OUTWARD-IDX) TO RO-SH-EXPOSURE
           MOVE WS-RPT-OUTWARD-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5200-PRINT-OUTWARD-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5300-PRINT-BAND-LINE - every band printed, empty ones as zero  *
      ******************************************************************
       5300-PRINT-BAND-LINE.
           SET WS-BAND-SLOT TO WS-BAND-IDX
           COMPUTE RB-FLOOD-BAND = WS-BAND-SLOT - 1
           MOVE WS-BAND-COUNT(WS-BAND-IDX)       TO RB-COUNT
           MOVE WS-BAND-EXPOSURE(WS-BAND-IDX)    TO RB-EXPOSURE
           MOVE WS-BAND-SH-EXPOSURE(WS-BAND-IDX) TO RB-SH-EXPOSURE
           MOVE WS-RPT-BAND-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5300-PRINT-BAND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
