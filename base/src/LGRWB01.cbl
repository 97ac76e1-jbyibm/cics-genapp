      *               + VALUE-2 x VALUERATE2 per mille                 *
      *  with the unit discount capped at DISCOUNTCAP and the named-   *
      *  driver loading on motor.  A change to the online formula      *
      *  must be made here too.  Black-box motor policies then take    *
      *  the driving-score factor off their latest TELEMATICS_SCORE    *
      *  month, exactly as LGRNW01 applies it after the engine call.   *
      *  House policies take the flood loading for the band of their   *
      *  postcode on FLOOD_RISK (LGFLDTAB), as LGHPB01 does at intake. *
      *                                                                *
      *   Every offer is also priced the way LGRAT01 would quote the   *
      *  same risk to a new customer (the household multi-policy       *
      *  discount included).  A renewal must never cost more than      *
      *  that, so where the re-rated figure is higher the offer is     *
      *  capped at the new-business price; both figures stay on the    *
      *  RENEWAL_OFFER row for LGPFB01's monthly attestation.          *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-01-05  DM  Initial version.                            *
      *    2026-10-15  DM  Renewal price fairness - each offer priced  *
      *                    as new business too and capped at it;       *
      *                    both figures and the cap recorded on        *
      *                    RENEWAL_OFFER.                              *
      *    2026-10-15  DM  Telematics driving-score discount/loading   *
      *                    on motor offers (4200-APPLY-DRIVING-SCORE). *
      *    2026-10-15  DM  Flood-band loading on house offers          *
      *                    (4300-APPLY-FLOOD-LOADING); band shown on   *
      *                    the report line.                            *
      *    2026-10-15  DM  Rebuild-cost re-assessment on house offers  *
      *                    (4700-ASSESS-REBUILD-COST) - estimate and   *
      *                    underinsured flag restated on HOUSE, and an *
      *                    UNDERINS page after the terms where the     *
      *                    declared value falls short; 'UI' on the     *
      *                    report line.                                *
      *    2026-10-15  DM  Affinity brands - offers priced on the      *
      *                    policy's brand factor set (our own set as   *
      *                    fallback) and the notices printed under the *
      *                    brand's letterhead (3500-LOAD-BRAND).       *
      *    2026-10-15  DM  Terms wording from the LETTER_TEMPLATE      *
      *                    library - the RNEWTERM version in force on  *
      *                    the run date, merged per offer onto the     *
      *                    terms and underinsurance pages; the notice  *
      *                    and the version recorded on                 *
      *                    CONTACT_HISTORY.                            *
      *    2026-10-15  DM  Paperless customers - the terms pages       *
      *                    stored in the portal mailbox                *
      *                    (PORTAL_DOCUMENT, see LGEDOCWS) with an     *
      *                    EDOCWAIT email instead of the print file;   *
      *                    the notice recorded under channel 'PTL'.    *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRWB01.
       77  WS-POLICY-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-OFFER-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-SKIPPED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-CAPPED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-UNDERINS-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-EDOC-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-CH-CHANNEL               PIC X(03) VALUE SPACES.
      * Periodic COMMIT, same idiom as LGRNB01
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.
           05 WS-RF-UNITRATE           PIC 9(03)V9(02).
           05 WS-RF-DISCOUNTCAP        PIC 9(03)V9(02).
       01  WS-LOOKUP-RISK-CODE         PIC X(04) VALUE SPACES.
       01  WS-LOOKUP-BRAND-CODE        PIC X(04) VALUE SPACES.

      * Letterhead of the brand the policy is sold under, off the
      * BRAND master - kept from one policy to the next while the
      * brand does not change; all spaces is our own letterhead
       01  WS-BRAND-LETTERHEAD.
           05 WS-BL-BRAND-CODE         PIC X(04) VALUE SPACES.
           05 WS-BL-BRAND-NAME         PIC X(30) VALUE SPACES.
           05 WS-BL-LETTERHEAD-1       PIC X(60) VALUE SPACES.
           05 WS-BL-LETTERHEAD-2       PIC X(60) VALUE SPACES.
           05 WS-BL-PHONE              PIC X(20) VALUE SPACES.
           05 WS-BL-EMAIL              PIC X(40) VALUE SPACES.
       01  WS-BL-LOADED-CODE           PIC X(04) VALUE LOW-VALUES.

      * The RNEWTERM LETTER_TEMPLATE version in force on the run date,
      * resolved once at start-up and merged per offer
           COPY LGLTRTPL.
      * Paperless delivery - a paperless customer's terms pages go to
      * the portal mailbox rather than DOC-FILE
           COPY LGEDOCWS.
      * the loading figures mirror LGRAT01's 77s
       77  WS-DRIVER-LOADING-PCT       PIC 9(03)V9(02) VALUE 10.
      * Driving-score rating factor for black-box motor policies -
      * the latest month on TELEMATICS_SCORE (loaded by LGTLB01)
      * earns a discount at or above the good score and a loading
      * below the poor score; a policy with no score history is
      * priced without it.  Keep these in step with LGRNW01's 77s.
       77  WS-TELEM-GOOD-SCORE         PIC 9(03) VALUE 80.
       77  WS-TELEM-GOOD-PCT           PIC 9(03)V9(02) VALUE 10.
       77  WS-TELEM-POOR-SCORE         PIC 9(03) VALUE 40.
       77  WS-TELEM-POOR-PCT           PIC 9(03)V9(02) VALUE 20.
       01  WS-DRIVING-SCORE            PIC 9(03) VALUE 0.
      * Flood loading on house policies - the band of the most
      * specific FLOOD_RISK key matching the customer's postcode
      * (the house is at the customer's own address), loaded by
      * LGFLDTAB with the same SYSTEM_PARAMETER overrides LGHPB01
      * reads.  No matching key is band 0, no loading.
           COPY LGFLDTAB.
       01  WS-FLOOD-WORK.
           05 WS-FLD-OUTWARD           PIC X(04).
           05 WS-FLD-INWARD            PIC X(03).
           05 WS-FLD-OUT-LEN           PIC S9(04) COMP.
           05 WS-FLD-IN-LEN            PIC S9(04) COMP.
           05 WS-FLD-LOOKUP-KEY        PIC X(08).
           05 WS-FLOOD-BAND            PIC 9(01).
      * Rebuild cost on house policies - the declared building value
      * re-tested against REBUILD_COST for the house's type,
      * bedrooms, year built and the customer's region, the same
      * test LGHPB01 makes at intake (LGRBCTAB, with the same
      * SYSTEM_PARAMETER override).  The result is restated on the
      * HOUSE row, and an underinsured house gets an UNDERINS page
      * in its renewal pack so the customer is told before renewal.
           COPY LGRBCTAB.
       01  WS-HOUSE-DETAIL.
           05 WS-HOU-TYPE              PIC X(01).
           05 WS-HOU-BEDROOMS          PIC 9(02).
           05 WS-HOU-YEAR-BUILT        PIC 9(04).
       01  WS-PRM-FIELDS.
           05 WS-PRM-KEY               PIC X(08).
           05 WS-PRM-NUM-1             PIC S9(09)V9(02).
       01  WS-DISCOUNT-PCT             PIC 9(03)V9(02) VALUE 0.
       01  WS-EXTRA-DRIVERS            PIC S9(03) COMP VALUE 0.
       01  WS-OFFERED-PREMIUM          PIC 9(09)V9(02) VALUE 0.
      * the same multi-policy discount LGRAT01 gives a new customer -
      * keep these two in step with its 77s
       77  WS-HH-DISCOUNT-THRESHOLD    PIC S9(03) COMP VALUE 3.
       77  WS-HH-DISCOUNT-PCT          PIC 9(03)V9(02) VALUE 5.
       01  WS-FAIRNESS-WORK.
           05 WS-HH-POLICY-COUNT       PIC S9(05) COMP.
           05 WS-RENEWAL-PREMIUM       PIC 9(09)V9(02).
           05 WS-NB-PREMIUM            PIC 9(09)V9(02).
           05 WS-PRICE-CAPPED-SW       PIC X(01).
               88 WS-PRICE-CAPPED            VALUE 'Y'.
       01  WS-PRIOR-OFFER-COUNT        PIC S9(05) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 RD-EXPIRYDATE            PIC X(10).
           05 FILLER                   PIC X(07) VALUE ' PREM='.
           05 RD-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(04) VALUE ' NB='.
           05 RD-NB-PREMIUM            PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CAPPED                PIC X(03).
           05 FILLER                   PIC X(04) VALUE ' FL='.
           05 RD-FLOOD-BAND            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-UNDERINS              PIC X(02).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(19)
           05 RT-OFFER-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' SKIPPED='.
           05 RT-SKIPPED-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' CAPPED='.
           05 RT-CAPPED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05 FILLER                   PIC X(20)
                                        VALUE 'UNDERINSURED HOUSES='.
           05 RT-UNDERINS-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(19)
                                        VALUE ' TO PORTAL MAILBOX='.
           05 RT-EDOC-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-TEMPLATE.
           05 FILLER                   PIC X(10) VALUE 'TEMPLATE  '.
           05 RTP-DOCTYPE              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' VERSION='.
           05 RTP-VERSION              PIC Z(03)9.
           05 FILLER                   PIC X(06) VALUE ' FROM='.
           05 RTP-EFFECTIVE-DATE       PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

                          P.POLICYTYPE,
                          P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE,
                          C.REGIONCODE,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.EXPIRYDATE BETWEEN :WS-RUN-DATE
           05 WC-HOUSENAME             PIC X(20).
           05 WC-HOUSENUMBER           PIC X(04).
           05 WC-POSTCODE              PIC X(08).
           05 WC-REGIONCODE            PIC X(04).
           05 WC-BRANDCODE             PIC X(04).

       PROCEDURE DIVISION.

           MOVE '-'                     TO WS-WINDOW-DATE(8:1)
           MOVE WS-WINDOW-YYYYMMDD(7:2) TO WS-WINDOW-DATE(9:2)

      * the document-waiting notices carry the run date the way the
      * online programs stamp EMAIL_QUEUE, and are numbered from
      * 500001 so they never share a key with LGDPB01's
           MOVE WS-TODAY-YYYYMMDD(5:2)  TO ED-NOTIFY-DATE(1:2)
           MOVE WS-TODAY-YYYYMMDD(7:2)  TO ED-NOTIFY-DATE(3:2)
           MOVE WS-TODAY-YYYYMMDD(1:4)  TO ED-NOTIFY-DATE(5:4)
           MOVE 500000                  TO ED-NOTIFY-SEQ

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1200-LOAD-FLOOD-LOADING
               THRU 1200-LOAD-FLOOD-LOADING-EXIT
               VARYING LGFLD-IDX FROM 1 BY 1
               UNTIL LGFLD-IDX GREATER THAN 5

           PERFORM 1300-LOAD-REBUILD-PARM
               THRU 1300-LOAD-REBUILD-PARM-EXIT

           MOVE 'RNEWTERM' TO LT-DOCTYPE
           PERFORM 1400-RESOLVE-TEMPLATE
               THRU 1400-RESOLVE-TEMPLATE-EXIT
           IF WS-EOJ
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               OPEN RWCURSOR
           END-EXEC
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-FLOOD-LOADING - SYSTEM_PARAMETER 'FLOODLD '/band     *
      * overrides the compiled LGFLDTAB loading, as in LGHPB01         *
      ******************************************************************
       1200-LOAD-FLOOD-LOADING.
           MOVE SPACES TO WS-PRM-KEY
           MOVE LGFLD-BAND(LGFLD-IDX) TO WS-PRM-KEY(1:1)
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'FLOODLD '
                AND PARAMKEY   = :WS-PRM-KEY
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGFLD-LOADING-PCT(LGFLD-IDX)
           END-IF.
       1200-LOAD-FLOOD-LOADING-EXIT.
           EXIT.

      ******************************************************************
      * 1300-LOAD-REBUILD-PARM - SYSTEM_PARAMETER 'REBUILD '/          *
      * 'UNDERPCT' overrides the compiled LGRBCTAB percentage, as in   *
      * LGHPB01                                                        *
      ******************************************************************
       1300-LOAD-REBUILD-PARM.
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'REBUILD '
                AND PARAMKEY   = 'UNDERPCT'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGRBC-UNDERINS-PCT
           END-IF.
       1300-LOAD-REBUILD-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1400-RESOLVE-TEMPLATE - the approved LETTER_TEMPLATE version   *
      * for LT-DOCTYPE in force on the run date: the latest effective  *
      * date not after it, the highest version on that date.  None in  *
      * force is reported and the notices go out on the bureau's       *
      * standing wording; an SQL error ends the run before any offer.  *
      ******************************************************************
       1400-RESOLVE-TEMPLATE.
           MOVE ZERO   TO LT-VERSION
           MOVE SPACES TO LT-EFFECTIVE-DATE
           MOVE SPACES TO LT-TEXT-BLOCKS
           EXEC SQL
               SELECT VERSIONNUM, EFFECTIVEDATE,
                      TEXTBLOCK1, TEXTBLOCK2, TEXTBLOCK3,
                      TEXTBLOCK4, TEXTBLOCK5, TEXTBLOCK6
                 INTO :LT-VERSION, :LT-EFFECTIVE-DATE,
                      :LT-TEXT-BLOCK-1, :LT-TEXT-BLOCK-2,
                      :LT-TEXT-BLOCK-3, :LT-TEXT-BLOCK-4,
                      :LT-TEXT-BLOCK-5, :LT-TEXT-BLOCK-6
                 FROM LETTER_TEMPLATE
                WHERE DOCTYPE        = :LT-DOCTYPE
                  AND TEMPLATESTATUS = 'A'
                  AND EFFECTIVEDATE <= :WS-RUN-DATE
                ORDER BY EFFECTIVEDATE DESC, VERSIONNUM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ZERO   TO LT-VERSION
               MOVE SPACES TO LT-EFFECTIVE-DATE
               MOVE SPACES TO LT-TEXT-BLOCKS
               MOVE 'NO TEMPLATE IN FORCE - STANDING WORDING USED'
                 TO RPT-LINE
               WRITE RPT-LINE
             WHEN OTHER
               MOVE 'LETTER_TEMPLATE SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
           END-EVALUATE

           MOVE LT-DOCTYPE        TO RTP-DOCTYPE
           MOVE LT-VERSION        TO RTP-VERSION
           MOVE LT-EFFECTIVE-DATE TO RTP-EFFECTIVE-DATE
           MOVE WS-RPT-TEMPLATE   TO RPT-LINE
           WRITE RPT-LINE.
       1400-RESOLVE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one offer per policy in the window that    *
      * has none yet for this expiry                                   *
                      :WC-LASTNAME,
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE,
                      :WC-REGIONCODE,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 4500-PRICE-NEW-BUSINESS
               THRU 4500-PRICE-NEW-BUSINESS-EXIT

           MOVE 'N' TO LGRBC-UNDERINS-SW
           IF WS-RATE-TYPE EQUAL 'H'
             PERFORM 4700-ASSESS-REBUILD-COST
                 THRU 4700-ASSESS-REBUILD-COST-EXIT
           END-IF

           PERFORM 5000-STORE-OFFER THRU 5000-STORE-OFFER-EXIT
           PERFORM 3500-LOAD-BRAND THRU 3500-LOAD-BRAND-EXIT

      * the terms wording quotes the offered premium and the expiry
      * date the renewal runs from
           MOVE SPACES             TO LT-MRG-NAME
           STRING WC-FIRSTNAME     DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WC-LASTNAME      DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE WC-POLICYNUMBER    TO LT-MRG-POLICY
           MOVE WS-OFFERED-PREMIUM TO LT-MRG-AMOUNT
           MOVE WC-EXPIRYDATE      TO LT-MRG-DATE
           PERFORM 5800-MERGE-TEMPLATE THRU 5800-MERGE-TEMPLATE-EXIT

           PERFORM 5200-OPEN-DELIVERY THRU 5200-OPEN-DELIVERY-EXIT
           PERFORM 5500-WRITE-TERMS-PAGE
               THRU 5500-WRITE-TERMS-PAGE-EXIT
           IF LGRBC-UNDERINSURED
             PERFORM 5600-WRITE-UNDERINS-PAGE
                 THRU 5600-WRITE-UNDERINS-PAGE-EXIT
           END-IF
           PERFORM 5280-CLOSE-DELIVERY THRU 5280-CLOSE-DELIVERY-EXIT
           IF ED-PAPERLESS
             MOVE 'PTL' TO WS-CH-CHANNEL
           ELSE
             MOVE 'PRT' TO WS-CH-CHANNEL
           END-IF
           PERFORM 5700-RECORD-CONTACT THRU 5700-RECORD-CONTACT-EXIT

           ADD 1 TO WS-OFFER-COUNT
           MOVE WC-POLICYNUMBER  TO RD-POLICYNUMBER
           MOVE WC-EXPIRYDATE    TO RD-EXPIRYDATE
           MOVE WS-OFFERED-PREMIUM TO RD-PREMIUM
           MOVE WS-NB-PREMIUM    TO RD-NB-PREMIUM
           MOVE SPACES           TO RD-CAPPED
           MOVE SPACES           TO RD-FLOOD-BAND
           IF WS-RATE-TYPE EQUAL 'H'
             MOVE WS-FLOOD-BAND  TO RD-FLOOD-BAND
           END-IF
           IF WS-PRICE-CAPPED
             ADD 1 TO WS-CAPPED-COUNT
             MOVE 'CAP'          TO RD-CAPPED
           END-IF
           MOVE SPACES           TO RD-UNDERINS
           IF LGRBC-UNDERINSURED
             ADD 1 TO WS-UNDERINS-COUNT
             MOVE 'UI'           TO RD-UNDERINS
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

             WHEN 'HOU'
               MOVE 'H' TO WS-RATE-TYPE
               EXEC SQL
                 SELECT RISKCODE, HOUSEVALUE, CONTENTSVALUE,
                        HOUSETYPE, BEDROOMS, YEARBUILT
                   INTO :WS-RISK-CODE, :WS-RISK-VALUE-1,
                        :WS-RISK-VALUE-2,
                        :WS-HOU-TYPE, :WS-HOU-BEDROOMS,
                        :WS-HOU-YEAR-BUILT
                   FROM HOUSE
                  WHERE POLICYNUMBER = :WC-POLICYNUMBER
               END-EXEC
       3000-ASSEMBLE-RISK-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LOAD-BRAND - the BRAND master letterhead for the policy's *
      * brand, whatever the brand's status - a retired brand's         *
      * policies still print under it.  A code missing from the        *
      * master prints under our own letterhead and is reported.        *
      ******************************************************************
       3500-LOAD-BRAND.
           IF WC-BRANDCODE EQUAL WS-BL-LOADED-CODE
             GO TO 3500-LOAD-BRAND-EXIT
           END-IF

           MOVE SPACES       TO WS-BRAND-LETTERHEAD
           MOVE WC-BRANDCODE TO WS-BL-LOADED-CODE
           IF WC-BRANDCODE EQUAL SPACES
             GO TO 3500-LOAD-BRAND-EXIT
           END-IF

           EXEC SQL
             SELECT BRANDNAME, LETTERHEAD1, LETTERHEAD2,
                    CONTACTPHONE, CONTACTEMAIL
               INTO :WS-BL-BRAND-NAME,
                    :WS-BL-LETTERHEAD-1,
                    :WS-BL-LETTERHEAD-2,
                    :WS-BL-PHONE,
                    :WS-BL-EMAIL
               FROM BRAND
              WHERE BRANDCODE = :WC-BRANDCODE
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WC-BRANDCODE TO WS-BL-BRAND-CODE
           ELSE
             MOVE 'BRAND NOT ON MASTER - OWN LETTERHEAD USED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO WS-BRAND-LETTERHEAD
           END-IF.
       3500-LOAD-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RATE-RISK - LGRAT01's arithmetic against the same         *
      * RATING_FACTOR table: the policy's brand set first and our own  *
      * set (BRANDCODE spaces) as fallback                             *
      ******************************************************************
       4000-RATE-RISK.
           MOVE WC-BRANDCODE TO WS-LOOKUP-BRAND-CODE
           PERFORM 4050-FETCH-FACTOR-SET
               THRU 4050-FETCH-FACTOR-SET-EXIT
           IF SQLCODE EQUAL 100
               AND WC-BRANDCODE NOT EQUAL SPACES
             MOVE SPACES TO WS-LOOKUP-BRAND-CODE
             PERFORM 4050-FETCH-FACTOR-SET
                 THRU 4050-FETCH-FACTOR-SET-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
                 WS-OFFERED-PREMIUM *
                 (100 + (WS-EXTRA-DRIVERS * WS-DRIVER-LOADING-PCT))
                 / 100
           END-IF

           IF WS-RATE-TYPE EQUAL 'M'
             PERFORM 4200-APPLY-DRIVING-SCORE
                 THRU 4200-APPLY-DRIVING-SCORE-EXIT
           END-IF

           IF WS-RATE-TYPE EQUAL 'H'
             PERFORM 4300-APPLY-FLOOD-LOADING
                 THRU 4300-APPLY-FLOOD-LOADING-EXIT
           END-IF.
       4000-RATE-RISK-EXIT.
           EXIT.

      ******************************************************************
      * 4050-FETCH-FACTOR-SET - one brand's set: exact row first, '*'  *
      * catch-all second                                               *
      ******************************************************************
       4050-FETCH-FACTOR-SET.
           MOVE WS-RISK-CODE TO WS-LOOKUP-RISK-CODE
           PERFORM 4100-FETCH-FACTOR-ROW
               THRU 4100-FETCH-FACTOR-ROW-EXIT

           IF SQLCODE EQUAL 100
             MOVE '*   ' TO WS-LOOKUP-RISK-CODE
             PERFORM 4100-FETCH-FACTOR-ROW
                 THRU 4100-FETCH-FACTOR-ROW-EXIT
           END-IF.
       4050-FETCH-FACTOR-SET-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FETCH-FACTOR-ROW                                          *
      ******************************************************************
               FROM RATING_FACTOR
              WHERE POLICYTYPE = :WS-RATE-TYPE
                AND RISKCODE   = :WS-LOOKUP-RISK-CODE
                AND BRANDCODE  = :WS-LOOKUP-BRAND-CODE
           END-EXEC.
       4100-FETCH-FACTOR-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APPLY-DRIVING-SCORE - see the note at WS-TELEM-GOOD-SCORE *
      ******************************************************************
       4200-APPLY-DRIVING-SCORE.
           EXEC SQL
             SELECT DRIVINGSCORE
               INTO :WS-DRIVING-SCORE
               FROM TELEMATICS_SCORE
              WHERE POLICYNUMBER = :WC-POLICYNUMBER
                AND SCOREPERIOD  =
                    (SELECT MAX(SCOREPERIOD)
                       FROM TELEMATICS_SCORE
                      WHERE POLICYNUMBER = :WC-POLICYNUMBER)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO 4200-APPLY-DRIVING-SCORE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-DRIVING-SCORE NOT LESS THAN WS-TELEM-GOOD-SCORE
               COMPUTE WS-OFFERED-PREMIUM ROUNDED =
                   WS-OFFERED-PREMIUM * (100 - WS-TELEM-GOOD-PCT) / 100
             WHEN WS-DRIVING-SCORE LESS THAN WS-TELEM-POOR-SCORE
               COMPUTE WS-OFFERED-PREMIUM ROUNDED =
                   WS-OFFERED-PREMIUM * (100 + WS-TELEM-POOR-PCT) / 100
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       4200-APPLY-DRIVING-SCORE-EXIT.
           EXIT.

      ******************************************************************
      * 4300-APPLY-FLOOD-LOADING - see the note at WS-FLOOD-WORK.      *
      * Full postcode first, then sector, then district.               *
      ******************************************************************
       4300-APPLY-FLOOD-LOADING.
           MOVE 0 TO WS-FLOOD-BAND
           INITIALIZE WS-FLD-OUTWARD WS-FLD-INWARD
                      WS-FLD-OUT-LEN WS-FLD-IN-LEN
           UNSTRING WC-POSTCODE DELIMITED BY SPACE
             INTO WS-FLD-OUTWARD COUNT IN WS-FLD-OUT-LEN
                  WS-FLD-INWARD  COUNT IN WS-FLD-IN-LEN
           END-UNSTRING

           MOVE WC-POSTCODE TO WS-FLD-LOOKUP-KEY
           PERFORM 4350-FETCH-FLOOD-ROW THRU 4350-FETCH-FLOOD-ROW-EXIT
           IF SQLCODE EQUAL 100
               AND WS-FLD-IN-LEN GREATER THAN ZERO
             MOVE SPACES TO WS-FLD-LOOKUP-KEY
             STRING WS-FLD-OUTWARD     DELIMITED BY SPACE
                    ' '                DELIMITED BY SIZE
                    WS-FLD-INWARD(1:1) DELIMITED BY SIZE
               INTO WS-FLD-LOOKUP-KEY
             END-STRING
             PERFORM 4350-FETCH-FLOOD-ROW
                 THRU 4350-FETCH-FLOOD-ROW-EXIT
           END-IF
           IF SQLCODE EQUAL 100
             MOVE WS-FLD-OUTWARD TO WS-FLD-LOOKUP-KEY
             PERFORM 4350-FETCH-FLOOD-ROW
                 THRU 4350-FETCH-FLOOD-ROW-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
               OR WS-FLOOD-BAND EQUAL ZERO
             MOVE 0 TO WS-FLOOD-BAND
             GO TO 4300-APPLY-FLOOD-LOADING-EXIT
           END-IF

           SET LGFLD-IDX TO 1
           SEARCH LGFLD-ENTRY
             WHEN LGFLD-BAND(LGFLD-IDX) = WS-FLOOD-BAND
               COMPUTE WS-OFFERED-PREMIUM ROUNDED =
                   WS-OFFERED-PREMIUM *
                   (100 + LGFLD-LOADING-PCT(LGFLD-IDX)) / 100
           END-SEARCH.
       4300-APPLY-FLOOD-LOADING-EXIT.
           EXIT.

      ******************************************************************
      * 4350-FETCH-FLOOD-ROW                                           *
      ******************************************************************
       4350-FETCH-FLOOD-ROW.
           EXEC SQL
             SELECT FLOODBAND
               INTO :WS-FLOOD-BAND
               FROM FLOOD_RISK
              WHERE POSTCODEKEY = :WS-FLD-LOOKUP-KEY
           END-EXEC.
       4350-FETCH-FLOOD-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4500-PRICE-NEW-BUSINESS - what LGRAT01 would quote this risk   *
      * to a new customer: the re-rated figure with the household      *
      * multi-policy discount on top.  A renewal priced above that is  *
      * capped at it.  A household counting failure prices without    *
      * the discount, as the intake programs do.                       *
      ******************************************************************
       4500-PRICE-NEW-BUSINESS.
           MOVE WS-OFFERED-PREMIUM TO WS-RENEWAL-PREMIUM
           MOVE WS-OFFERED-PREMIUM TO WS-NB-PREMIUM
           MOVE 'N'                TO WS-PRICE-CAPPED-SW

           MOVE 0 TO WS-HH-POLICY-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HH-POLICY-COUNT
               FROM POLICY P, CUSTOMER C1, CUSTOMER C2
              WHERE C2.CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                AND C2.HOUSEHOLDID    > 0
                AND C1.HOUSEHOLDID    = C2.HOUSEHOLDID
                AND P.CUSTOMERNUMBER  = C1.CUSTOMERNUMBER
                AND P.POLICYSTATUS    = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-HH-POLICY-COUNT
           END-IF

           IF WS-HH-POLICY-COUNT NOT LESS THAN WS-HH-DISCOUNT-THRESHOLD
             COMPUTE WS-NB-PREMIUM ROUNDED =
                 WS-NB-PREMIUM * (100 - WS-HH-DISCOUNT-PCT) / 100
           END-IF

           IF WS-RENEWAL-PREMIUM GREATER THAN WS-NB-PREMIUM
             MOVE WS-NB-PREMIUM TO WS-OFFERED-PREMIUM
             MOVE 'Y'           TO WS-PRICE-CAPPED-SW
           END-IF.
       4500-PRICE-NEW-BUSINESS-EXIT.
           EXIT.

      ******************************************************************
      * 4700-ASSESS-REBUILD-COST - see the note at LGRBCTAB.  The      *
      * estimate and flag are restated on the HOUSE row whatever the   *
      * answer, so a house brought back up to value loses its flag.    *
      * A table read failure is reported and leaves the house          *
      * unassessed for this renewal.                                   *
      ******************************************************************
       4700-ASSESS-REBUILD-COST.
           MOVE 0   TO LGRBC-ESTIMATE LGRBC-RATIO-PCT
           MOVE 'N' TO LGRBC-UNDERINS-SW
           MOVE WS-HOU-TYPE       TO LGRBC-HOUSE-TYPE
           MOVE WS-HOU-BEDROOMS   TO LGRBC-BEDROOMS
           MOVE WS-HOU-YEAR-BUILT TO LGRBC-YEAR-BUILT
           MOVE WC-REGIONCODE     TO LGRBC-REGION
           MOVE WS-RISK-VALUE-1   TO LGRBC-DECLARED-VALUE

           EXEC SQL
             SELECT REBUILDCOST
               INTO :LGRBC-ESTIMATE
               FROM REBUILD_COST
              WHERE HOUSETYPE   = :LGRBC-HOUSE-TYPE
                AND BEDROOMS   <= :LGRBC-BEDROOMS
                AND YEARFROM   <= :LGRBC-YEAR-BUILT
                AND REGIONCODE IN (:LGRBC-REGION, '*   ')
              ORDER BY CASE WHEN REGIONCODE = '*   ' THEN 1
                            ELSE 0 END,
                       BEDROOMS DESC,
                       YEARFROM DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO LGRBC-ESTIMATE
           END-IF
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'REBUILD_COST LOOKUP FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           IF LGRBC-ESTIMATE GREATER THAN ZERO
             COMPUTE LGRBC-FLOOR ROUNDED =
                 LGRBC-ESTIMATE * (100 - LGRBC-UNDERINS-PCT) / 100
             IF LGRBC-DECLARED-VALUE LESS THAN LGRBC-FLOOR
               MOVE 'Y' TO LGRBC-UNDERINS-SW
             END-IF
           END-IF

           EXEC SQL
             UPDATE HOUSE
                SET REBUILDCOST  = :LGRBC-ESTIMATE,
                    UNDERINSURED = :LGRBC-UNDERINS-SW
              WHERE POLICYNUMBER = :WC-POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'HOUSE REBUILD UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4700-ASSESS-REBUILD-COST-EXIT.
           EXIT.

      ******************************************************************
      * 5000-STORE-OFFER - the offered terms on file: what LGRNB01's   *
      * reminder quotes and what the regulator sees was offered, with  *
      * the re-rated and new-business figures behind it                *
      ******************************************************************
       5000-STORE-OFFER.
           EXEC SQL
                         EXPIRYDATE,
                         OFFERDATE,
                         OFFEREDPREMIUM,
                         RENEWALPREMIUM,
                         NEWBUSPREMIUM,
                         PRICECAPPED,
                         OFFERSTATUS )
                VALUES ( :WC-POLICYNUMBER,
                         :WC-EXPIRYDATE,
                         :WS-RUN-DATE,
                         :WS-OFFERED-PREMIUM,
                         :WS-RENEWAL-PREMIUM,
                         :WS-NB-PREMIUM,
                         :WS-PRICE-CAPPED-SW,
                         'O' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
       5000-STORE-OFFER-EXIT.
           EXIT.

      ******************************************************************
      * 5200-OPEN-DELIVERY - decide how the terms go to the customer.  *
      * A paperless customer (see LGEDOCWS) gets a waiting             *
      * PORTAL_DOCUMENT row for the pages; anyone else, or a row that  *
      * cannot be opened, gets the print file as before.               *
      ******************************************************************
       5200-OPEN-DELIVERY.
           MOVE 'N'               TO ED-PAPERLESS-SW
           MOVE WC-CUSTOMERNUMBER TO ED-CUSTOMERNUMBER
           MOVE WC-POLICYNUMBER   TO ED-POLICYNUMBER
           MOVE 'RNEWTERM'        TO ED-DOCTYPE
           MOVE WS-RUN-DATE       TO ED-CREATEDDATE
           MOVE ZERO              TO ED-PAGE-SEQ
           MOVE LT-VERSION        TO ED-TEMPLATE-VERSION

           MOVE 'N' TO ED-PAPERLESS-PREF
           MOVE 'Y' TO ED-ALLOW-EMAIL
           EXEC SQL
               SELECT PAPERLESS, ALLOWEMAIL
                 INTO :ED-PAPERLESS-PREF, :ED-ALLOW-EMAIL
                 FROM CONTACT_PREFERENCE
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR ED-PAPERLESS-PREF NOT EQUAL 'Y'
               OR ED-ALLOW-EMAIL EQUAL 'N'
             GO TO 5200-OPEN-DELIVERY-EXIT
           END-IF

      * no address to tell them at, or one the gateway has written
      * off, and the terms are printed after all
           EXEC SQL
               SELECT EMAILADDRESS, EMAILINVALID
                 INTO :ED-EMAILADDRESS, :ED-EMAILINVALID
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR ED-EMAILADDRESS EQUAL SPACES
               OR ED-EMAILINVALID EQUAL 'Y'
             GO TO 5200-OPEN-DELIVERY-EXIT
           END-IF

           ADD 1 TO ED-NOTIFY-SEQ
           MOVE ED-NOTIFY-SEQ TO ED-NOTIFY-TIME
           EXEC SQL
               INSERT INTO PORTAL_DOCUMENT
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           DOCTYPE,
                           CREATEDDATE,
                           PAGECOUNT,
                           TEMPLATEVERSION,
                           DOCSTATUS,
                           NOTIFYDATE,
                           NOTIFYTIME,
                           OPENEDDATE,
                           FALLBACKDATE,
                           FALLBACKREASON )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-DOCTYPE,
                           :ED-CREATEDDATE,
                           0,
                           :ED-TEMPLATE-VERSION,
                           'W',
                           :ED-NOTIFY-DATE,
                           :ED-NOTIFY-TIME,
                           ' ',
                           ' ',
                           ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT INSERT FAILED - PRINTED INSTEAD'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 5200-OPEN-DELIVERY-EXIT
           END-IF

           MOVE 'Y' TO ED-PAPERLESS-SW.
       5200-OPEN-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * 5250-DELIVER-PAGE - the page just built: onto the print file,  *
      * or for a paperless customer the next page in the mailbox.  A   *
      * page that cannot be stored is reported and printed instead,    *
      * as a failed offer insert is reported and the run goes on.      *
      ******************************************************************
       5250-DELIVER-PAGE.
           IF NOT ED-PAPERLESS
             WRITE DOC-PRINT-RECORD
             GO TO 5250-DELIVER-PAGE-EXIT
           END-IF

           ADD 1 TO ED-PAGE-SEQ
           EXEC SQL
               INSERT INTO PORTAL_DOCUMENT_PAGE
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           DOCTYPE,
                           CREATEDDATE,
                           PAGESEQ,
                           PAGEIMAGE )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-DOCTYPE,
                           :ED-CREATEDDATE,
                           :ED-PAGE-SEQ,
                           :DOC-PRINT-RECORD )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT_PAGE INSERT FAILED - PAGE PRINTED'
               TO RPT-LINE
             WRITE RPT-LINE
             SUBTRACT 1 FROM ED-PAGE-SEQ
             WRITE DOC-PRINT-RECORD
           END-IF.
       5250-DELIVER-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 5280-CLOSE-DELIVERY - the terms complete in the mailbox: the   *
      * page count on the PORTAL_DOCUMENT row and the EDOCWAIT email   *
      * that they are waiting.  Either failing is reported only -      *
      * LGEFB01 prints the terms when they go unread.                  *
      ******************************************************************
       5280-CLOSE-DELIVERY.
           IF NOT ED-PAPERLESS
             GO TO 5280-CLOSE-DELIVERY-EXIT
           END-IF

           EXEC SQL
               UPDATE PORTAL_DOCUMENT
                  SET PAGECOUNT = :ED-PAGE-SEQ
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
                  AND POLICYNUMBER   = :ED-POLICYNUMBER
                  AND DOCTYPE        = :ED-DOCTYPE
                  AND CREATEDDATE    = :ED-CREATEDDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           EXEC SQL
               INSERT INTO EMAIL_QUEUE
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           EMAILADDRESS,
                           NOTICETYPE,
                           QUEUEDDATE,
                           QUEUEDTIME,
                           STATUS,
                           MESSAGETEXT )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-EMAILADDRESS,
                           'EDOCWAIT',
                           :ED-NOTIFY-DATE,
                           :ED-NOTIFY-TIME,
                           'PENDING',
                           ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'EMAIL_QUEUE INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-EDOC-COUNT.
       5280-CLOSE-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * 5500-WRITE-TERMS-PAGE - one RNEWTERM page on the same          *
      * LGDOCPRT feed LGDPB01 sends, offered premium in DOC-PREMIUM    *
           MOVE WC-EXPIRYDATE     TO DOC-EXPIRY-DATE
           MOVE WS-OFFERED-PREMIUM TO DOC-PREMIUM
           MOVE ZERO              TO DOC-CERT-NUMBER
           MOVE ZERO              TO DOC-REBUILD-COST
           MOVE ZERO              TO DOC-DECLARED-VALUE
           MOVE ZERO              TO DOC-LEDGER-AMOUNT
           MOVE ZERO              TO DOC-LEDGER-BALANCE
           PERFORM 5900-MOVE-LETTERHEAD THRU 5900-MOVE-LETTERHEAD-EXIT
           PERFORM 5950-MOVE-TEMPLATE-TEXT
               THRU 5950-MOVE-TEMPLATE-TEXT-EXIT
           PERFORM 5250-DELIVER-PAGE THRU 5250-DELIVER-PAGE-EXIT.
       5500-WRITE-TERMS-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 5600-WRITE-UNDERINS-PAGE - the underinsurance warning that     *
      * follows the terms page: the same merge fields, the rebuild-    *
      * cost estimate against the declared building value              *
      ******************************************************************
       5600-WRITE-UNDERINS-PAGE.
           MOVE SPACES            TO DOC-PRINT-RECORD
           MOVE 'UNDERINS'        TO DOC-DOCUMENT-TYPE
           MOVE WC-POLICYNUMBER   TO DOC-POLICY-NUM
           MOVE WC-CUSTOMERNUMBER TO DOC-CUSTOMER-NUM
           MOVE WC-POLICYTYPE     TO DOC-POLICY-TYPE
           MOVE WC-FIRSTNAME      TO DOC-FIRST-NAME
           MOVE WC-LASTNAME       TO DOC-LAST-NAME
           MOVE WC-HOUSENAME      TO DOC-HOUSE-NAME
           MOVE WC-HOUSENUMBER    TO DOC-HOUSE-NUM
           MOVE WC-POSTCODE       TO DOC-POSTCODE
           MOVE WS-RUN-DATE       TO DOC-ISSUE-DATE
           MOVE WC-EXPIRYDATE     TO DOC-EXPIRY-DATE
           MOVE WS-OFFERED-PREMIUM TO DOC-PREMIUM
           MOVE ZERO              TO DOC-CERT-NUMBER
           MOVE LGRBC-ESTIMATE       TO DOC-REBUILD-COST
           MOVE LGRBC-DECLARED-VALUE TO DOC-DECLARED-VALUE
           MOVE ZERO                 TO DOC-LEDGER-AMOUNT
           MOVE ZERO                 TO DOC-LEDGER-BALANCE
           PERFORM 5900-MOVE-LETTERHEAD THRU 5900-MOVE-LETTERHEAD-EXIT
           PERFORM 5950-MOVE-TEMPLATE-TEXT
               THRU 5950-MOVE-TEMPLATE-TEXT-EXIT
           PERFORM 5250-DELIVER-PAGE THRU 5250-DELIVER-PAGE-EXIT.
       5600-WRITE-UNDERINS-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 5700-RECORD-CONTACT - the terms notice on the customer's       *
      * contact trail, with the template version it was worded from    *
      ******************************************************************
       5700-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO CONTACT_HISTORY
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           CHANNEL,
                           NOTICETYPE,
                           CONTACTDATE,
                           CONTACTTIME,
                           TEMPLATEVERSION )
                  VALUES ( :WC-CUSTOMERNUMBER,
                           :WC-POLICYNUMBER,
                           :WS-CH-CHANNEL,
                           'RNEWTERM',
                           :WS-RUN-DATE,
                           '000000',
                           :LT-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       5700-RECORD-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      * 5800-MERGE-TEMPLATE - the text blocks of LT-TEMPLATE-ROW into  *
      * LT-MERGED-LINE with the LT-MRG- values in place of the %NAME%, *
      * %POLICY%, %AMOUNT% and %DATE% tokens                           *
      ******************************************************************
       5800-MERGE-TEMPLATE.
           MOVE SPACES TO LT-MERGED-TEXT
           IF LT-VERSION EQUAL ZERO
             GO TO 5800-MERGE-TEMPLATE-EXIT
           END-IF

           PERFORM 5810-MERGE-BLOCK THRU 5810-MERGE-BLOCK-EXIT
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
       5800-MERGE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 5810-MERGE-BLOCK - one text block, character by character; a   *
      * merged line that outgrows its 80 bytes is cut off there        *
      ******************************************************************
       5810-MERGE-BLOCK.
           MOVE 1 TO LT-IN-POS
           MOVE 1 TO LT-OUT-POS
           PERFORM 5820-MERGE-CHAR THRU 5820-MERGE-CHAR-EXIT
               UNTIL LT-IN-POS GREATER THAN 60
                  OR LT-OUT-POS GREATER THAN 80.
       5810-MERGE-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 5820-MERGE-CHAR - copy the character at LT-IN-POS, or the      *
      * value for the token starting there.  A '%' that starts no      *
      * token is copied as it stands.                                  *
      ******************************************************************
       5820-MERGE-CHAR.
           IF LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1) NOT EQUAL '%'
             MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1)
               TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
             ADD 1 TO LT-IN-POS
             ADD 1 TO LT-OUT-POS
             GO TO 5820-MERGE-CHAR-EXIT
           END-IF

           MOVE SPACES TO LT-TOKEN
           COMPUTE LT-LEAD = 61 - LT-IN-POS
           IF LT-LEAD GREATER THAN 8
             MOVE 8 TO LT-LEAD
           END-IF
           MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:LT-LEAD)
             TO LT-TOKEN

           EVALUATE TRUE
             WHEN LT-TOKEN(1:6) EQUAL '%NAME%'
               STRING LT-MRG-NAME DELIMITED BY '  '
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%POLICY%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-POLICY
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-POLICY(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%AMOUNT%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-AMOUNT
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-AMOUNT(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN(1:6) EQUAL '%DATE%'
               STRING LT-MRG-DATE DELIMITED BY SPACE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN OTHER
               MOVE '%' TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
               ADD 1 TO LT-IN-POS
               ADD 1 TO LT-OUT-POS
           END-EVALUATE.
       5820-MERGE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * 5900-MOVE-LETTERHEAD - the brand fields on every page; all     *
      * blank for our own brand                                        *
      ******************************************************************
       5900-MOVE-LETTERHEAD.
           MOVE WS-BL-BRAND-CODE   TO DOC-BRAND-CODE
           MOVE WS-BL-BRAND-NAME   TO DOC-BRAND-NAME
           MOVE WS-BL-LETTERHEAD-1 TO DOC-LETTERHEAD-1
           MOVE WS-BL-LETTERHEAD-2 TO DOC-LETTERHEAD-2
           MOVE WS-BL-PHONE        TO DOC-BRAND-PHONE
           MOVE WS-BL-EMAIL        TO DOC-BRAND-EMAIL.
       5900-MOVE-LETTERHEAD-EXIT.
           EXIT.

      ******************************************************************
      * 5950-MOVE-TEMPLATE-TEXT - the offer's merged template wording  *
      * on every page; version zero and blank lines when no template   *
      * was in force                                                   *
      ******************************************************************
       5950-MOVE-TEMPLATE-TEXT.
           MOVE LT-VERSION     TO DOC-TEMPLATE-VERSION
           MOVE LT-MERGED-TEXT TO DOC-TEXT-LINES.
       5950-MOVE-TEMPLATE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
           MOVE WS-POLICY-COUNT  TO RT-POLICY-COUNT
           MOVE WS-OFFER-COUNT   TO RT-OFFER-COUNT
           MOVE WS-SKIPPED-COUNT TO RT-SKIPPED-COUNT
           MOVE WS-CAPPED-COUNT  TO RT-CAPPED-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNDERINS-COUNT TO RT-UNDERINS-COUNT
           MOVE WS-EDOC-COUNT     TO RT-EDOC-COUNT
           MOVE WS-RPT-TOTAL-2 TO RPT-LINE
           WRITE RPT-LINE

           CLOSE DOC-FILE
           CLOSE RWB-RPT.
