       01  WS-REFER-VALUE              PIC 9(09)V9(02) VALUE 0.
       01  WS-REF-DATE                 PIC X(10) VALUE SPACES.
       01  WS-REF-TODAY                PIC 9(08) VALUE 0.
      * why the referral was raised - spaces over the value
      * threshold, 'FLOD' a flood band at or over LGFLD-REFER-BAND
       01  WS-REFER-REASON             PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      * Flood risk - the house is at the customer's own address, so    *
      * its postcode is CUSTOMER.POSTCODE.  The most specific          *
      * FLOOD_RISK key that matches it (full postcode, then sector,    *
      * then district) gives the flood band; LGFLDTAB's loading for    *
      * the band goes on the rated premium, and a band at or over      *
      * LGFLD-REFER-BAND refers the house to an underwriter.  No       *
      * matching key (or a lookup failure, logged) is band 0 - no      *
      * loading and no referral.                                       *
      *----------------------------------------------------------------*
           COPY LGFLDTAB.
       01  WS-FLOOD-WORK.
           05 WS-FLD-POSTCODE          PIC X(08).
           05 WS-FLD-OUTWARD           PIC X(04).
           05 WS-FLD-INWARD            PIC X(03).
           05 WS-FLD-OUT-LEN           PIC S9(04) COMP.
           05 WS-FLD-IN-LEN            PIC S9(04) COMP.
           05 WS-FLD-LOOKUP-KEY        PIC X(08).
           05 WS-FLOOD-BAND            PIC 9(01).
           05 WS-FLOOD-SCORE           PIC 9(03).

      *----------------------------------------------------------------*
      * Rating-engine LINK area (LGRATECA layout under local names)    *
           05 RQ-RATE-HH-POLICIES      PIC 9(02).
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 FILLER                   PIC X(10).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
      *----------------------------------------------------------------*
      * Rebuild cost - the declared building value is tested against   *
      * a rebuild-cost estimate for the house's type, bedrooms, year   *
      * built and the customer's region (see LGRBCTAB).  The estimate  *
      * and the underinsured flag go on the HOUSE row and back to the  *
      * caller; an underinsured house is still accepted - the flag is  *
      * for the renewal terms and the settlement desk, not a decline.  *
      *----------------------------------------------------------------*
           COPY LGRBCTAB.
       01  WS-RATE-WORK.
           05 WS-RATE-RESP             PIC S9(8) COMP.
           05 WS-RATE-DIFF             PIC S9(09)V9(02).
           05 WS-POLICY-IPT            PIC 9(07)V9(02).
           05 WS-INST-THIS-IPT         PIC 9(07)V9(02).

      *----------------------------------------------------------------*
      * Optional add-on covers - each one taken is priced off the      *
      * ADDON_REF row for its code and this product (premium and the   *
      * provider that underwrites it), written to POLICY_ADDON for the *
      * policy term with its own IPT, and its premium collected on the *
      * installment schedule with the policy premium.  LGAOB01 reports *
      * them monthly to each provider with the remittance due.         *
      *----------------------------------------------------------------*
       01  WS-ADDON-TABLE.
           05 WS-ADDON-USED            PIC S9(4) COMP VALUE 0.
           05 WS-ADDON-ENTRY OCCURS 2 TIMES INDEXED BY WS-ADDON-IDX.
               10 WS-ADDON-CODE        PIC X(04).
               10 WS-ADDON-PROVIDER    PIC X(08).
               10 WS-ADDON-PREMIUM     PIC 9(05)V9(02).
               10 WS-ADDON-IPT         PIC 9(05)V9(02).
       01  WS-ADDON-WORK.
           05 WS-ADDON-LOOKUP-CODE     PIC X(04).
           05 WS-ADDON-REF-PROVIDER    PIC X(08).
           05 WS-ADDON-REF-PREMIUM     PIC 9(05)V9(02).
           05 WS-ADDON-REF-IPT         PIC 9(05)V9(02).
           05 WS-ADDON-TOTAL           PIC 9(07)V9(02) VALUE 0.
           05 WS-SCHEDULE-PREMIUM      PIC 9(07)V9(02) VALUE 0.

       01  WS-BROKER-STATUS            PIC X(01) VALUE SPACES.
      * the affinity brand's BRAND master row - 'A' live, 'R' retired
      * and closed to new business
       01  WS-BRAND-STATUS             PIC X(01) VALUE SPACES.
       01  WS-AGREED-COMMISSION        PIC 9(03)V9(02) VALUE 0.


      * without a recompile; the compiled values stand only when the  *
      * table cannot be read.                                          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Credit band restriction - LGACB01 keeps the bureau's credit    *
      * band on CUSTOMER; a checked customer banded below              *
      * LGCRD-MIN-MONTHLY-BAND is offered annual payment only, so a    *
      * monthly request is turned to annual before the installment     *
      * schedule is built and CA-PAYMENT-FREQUENCY goes back as 'A'.   *
      *----------------------------------------------------------------*
           COPY LGCRDTAB.
       01  WS-PRM-FIELDS.
           05 WS-PRM-KEY               PIC X(08).
           05 WS-PRM-NUM-1             PIC S9(09)V9(02).
           05 WS-PRM-NUM-2             PIC S9(09)V9(02).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-SYSTEM-PARMS THRU LOAD-SYSTEM-PARMS-EXIT.

           PERFORM CHECK-DUPLICATE-POLICY.
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOOKUP-FLOOD-RISK THRU LOOKUP-FLOOD-RISK-EXIT.

           PERFORM ASSESS-REBUILD-COST THRU ASSESS-REBUILD-COST-EXIT.
           MOVE LGRBC-ESTIMATE    TO CA-HOUSE-REBUILD-COST.
           MOVE LGRBC-UNDERINS-SW TO CA-HOUSE-UNDERINSURED.

           PERFORM VALIDATE-BRAND THRU VALIDATE-BRAND-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RATE-AND-VERIFY-PREMIUM
               THRU RATE-AND-VERIFY-PREMIUM-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM PRICE-ADDONS THRU PRICE-ADDONS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-REFERRAL-THRESHOLD.

           PERFORM VALIDATE-BROKER THRU VALIDATE-BROKER-EXIT.

           PERFORM INSERT-POLICY.
           PERFORM INSERT-HOUSE.
           PERFORM INSERT-ADDONS THRU INSERT-ADDONS-EXIT.

           PERFORM GENERATE-INSTALLMENT-SCHEDULE.

                         BROKERID,
                         BROKERSCOMMISSION,
                         POLICYTYPE,
                         POLICYSTATUS,
                         BRANDCODE )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :CA-CUSTOMER-NUM,
                         :CA-ISSUE-DATE,
                         :CA-BROKER-ID,
                         :CA-BROKER-COMMISSION,
                         'HOU',
                         :WS-NEW-POLICY-STATUS,
                         :CA-BRAND-CODE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
                         RISKCODE,
                         PREMIUM,
                         EXCESS,
                         IPTAMOUNT,
                         REBUILDCOST,
                         UNDERINSURED )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :CA-HOUSE-TYPE,
                         :CA-HOUSE-YEAR-BUILT,
                         :CA-HOUSE-RISK-CODE,
                         :CA-HOUSE-PREMIUM,
                         :CA-HOUSE-EXCESS,
                         :WS-POLICY-IPT,
                         :LGRBC-ESTIMATE,
                         :LGRBC-UNDERINS-SW )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
      * field so the caller can resubmit with it.  If the rating       *
      * engine itself is unavailable the add proceeds on the caller's  *
      * premium, logged - pricing integrity must not stop the book     *
      * being written.  The flood loading for the house's band is      *
      * part of the rated figure.                                      *
      *================================================================*
           INITIALIZE RQ-COMMAREA
           MOVE '00' TO RQ-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'H'  TO RQ-RATE-POLICY-TYPE
           MOVE CA-BRAND-CODE TO RQ-RATE-BRAND-CODE
           MOVE CA-HOUSE-RISK-CODE TO RQ-RATE-RISK-CODE
           MOVE CA-HOUSE-VALUE TO RQ-RATE-VALUE-1
           MOVE CA-HOUSE-CONTENTS-VALUE TO RQ-RATE-VALUE-2
             GO TO RATE-AND-VERIFY-PREMIUM-EXIT
           END-IF

           PERFORM APPLY-FLOOD-LOADING THRU APPLY-FLOOD-LOADING-EXIT

           IF CA-HOUSE-PREMIUM IS NOT NUMERIC
               OR CA-HOUSE-PREMIUM IS EQUAL TO ZERO
             MOVE RQ-RATED-PREMIUM TO CA-HOUSE-PREMIUM
                 MOVE 'P' TO WS-NEW-POLICY-STATUS
               END-IF
           END-SEARCH.
           MOVE SPACES TO WS-REFER-REASON
           IF WS-FLOOD-BAND NOT LESS THAN LGFLD-REFER-BAND
               AND WS-FLOOD-BAND GREATER THAN ZERO
             MOVE 'P'    TO WS-NEW-POLICY-STATUS
             MOVE 'FLOD' TO WS-REFER-REASON
           END-IF.
      *================================================================*
       INSERT-UNDERWRITING-REFERRAL.
      *================================================================*
                         POLICYTYPE,
                         REFERVALUE,
                         REFERDATE,
                         REFERSTATUS,
                         REFERREASON )
                VALUES ( :WS-NEW-POLICY-NUM,
                         'H',
                         :WS-REFER-VALUE,
                         :WS-REF-DATE,
                         'P',
                         :WS-REFER-REASON )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
      *================================================================*
       LOOKUP-FLOOD-RISK.
      *================================================================*
      * See the note at WS-FLOOD-WORK.  The postcode is split the way  *
      * VALIDATE-POSTCODE splits it at customer intake.                *
      *================================================================*
           MOVE 0 TO WS-FLOOD-BAND WS-FLOOD-SCORE
           MOVE ' SELECT POSTCODE' TO EM-SQLREQ
           EXEC SQL
               SELECT POSTCODE
                 INTO :WS-FLD-POSTCODE
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ' FLOOD LOOKUP FAILED - NO LOADING' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO LOOKUP-FLOOD-RISK-EXIT
           END-IF

           INITIALIZE WS-FLD-OUTWARD WS-FLD-INWARD
                      WS-FLD-OUT-LEN WS-FLD-IN-LEN
           UNSTRING WS-FLD-POSTCODE DELIMITED BY SPACE
             INTO WS-FLD-OUTWARD COUNT IN WS-FLD-OUT-LEN
                  WS-FLD-INWARD  COUNT IN WS-FLD-IN-LEN
           END-UNSTRING

           MOVE WS-FLD-POSTCODE TO WS-FLD-LOOKUP-KEY
           PERFORM FETCH-FLOOD-ROW THRU FETCH-FLOOD-ROW-EXIT
           IF SQLCODE NOT EQUAL 100
             GO TO LOOKUP-FLOOD-RISK-EXIT
           END-IF

           IF WS-FLD-IN-LEN GREATER THAN ZERO
             MOVE SPACES TO WS-FLD-LOOKUP-KEY
             STRING WS-FLD-OUTWARD    DELIMITED BY SPACE
                    ' '               DELIMITED BY SIZE
                    WS-FLD-INWARD(1:1) DELIMITED BY SIZE
               INTO WS-FLD-LOOKUP-KEY
             END-STRING
             PERFORM FETCH-FLOOD-ROW THRU FETCH-FLOOD-ROW-EXIT
             IF SQLCODE NOT EQUAL 100
               GO TO LOOKUP-FLOOD-RISK-EXIT
             END-IF
           END-IF

           MOVE WS-FLD-OUTWARD TO WS-FLD-LOOKUP-KEY
           PERFORM FETCH-FLOOD-ROW THRU FETCH-FLOOD-ROW-EXIT.
       LOOKUP-FLOOD-RISK-EXIT.
           EXIT.
      *================================================================*
       FETCH-FLOOD-ROW.
      *================================================================*
      * One key tried; SQLCODE 100 tells the caller to try the next    *
      * wider one.  A read failure is logged and rates as band 0.      *
      *================================================================*
           MOVE ' SELECT FLOOD' TO EM-SQLREQ
           EXEC SQL
               SELECT FLOODBAND, FLOODSCORE
                 INTO :WS-FLOOD-BAND, :WS-FLOOD-SCORE
                 FROM FLOOD_RISK
                WHERE POSTCODEKEY = :WS-FLD-LOOKUP-KEY
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 0 TO WS-FLOOD-BAND WS-FLOOD-SCORE
             MOVE ' FLOOD LOOKUP FAILED - NO LOADING' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       FETCH-FLOOD-ROW-EXIT.
           EXIT.
      *================================================================*
       APPLY-FLOOD-LOADING.
      *================================================================*
      * LGFLDTAB's loading for the band, onto the engine's figure      *
      *================================================================*
           IF WS-FLOOD-BAND EQUAL ZERO
             GO TO APPLY-FLOOD-LOADING-EXIT
           END-IF
           SET LGFLD-IDX TO 1
           SEARCH LGFLD-ENTRY
             WHEN LGFLD-BAND(LGFLD-IDX) = WS-FLOOD-BAND
               COMPUTE RQ-RATED-PREMIUM ROUNDED =
                   RQ-RATED-PREMIUM *
                   (100 + LGFLD-LOADING-PCT(LGFLD-IDX)) / 100
           END-SEARCH.
       APPLY-FLOOD-LOADING-EXIT.
           EXIT.
      *================================================================*
       ASSESS-REBUILD-COST.
      *================================================================*
      * See the note at LGRBCTAB.  The region is the customer's own    *
      * REGIONCODE; a customer row that cannot be read leaves only     *
      * the catch-all rows to match.  A table read failure is logged   *
      * and leaves the house unassessed - never a reason to refuse it. *
      *================================================================*
           MOVE 0      TO LGRBC-ESTIMATE LGRBC-RATIO-PCT
           MOVE 'N'    TO LGRBC-UNDERINS-SW
           MOVE SPACES TO LGRBC-REGION
           MOVE CA-HOUSE-TYPE       TO LGRBC-HOUSE-TYPE
           MOVE CA-HOUSE-BEDROOMS   TO LGRBC-BEDROOMS
           MOVE CA-HOUSE-YEAR-BUILT TO LGRBC-YEAR-BUILT
           MOVE CA-HOUSE-VALUE      TO LGRBC-DECLARED-VALUE

           MOVE ' SELECT REGION' TO EM-SQLREQ
           EXEC SQL
               SELECT REGIONCODE
                 INTO :LGRBC-REGION
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO LGRBC-REGION
           END-IF

           MOVE ' SELECT REBUILD' TO EM-SQLREQ
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
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 0 TO LGRBC-ESTIMATE
             WHEN OTHER
               MOVE 0 TO LGRBC-ESTIMATE
               MOVE ' REBUILD LOOKUP FAILED - NOT ASSESSED'
                 TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE

           IF LGRBC-ESTIMATE EQUAL ZERO
             GO TO ASSESS-REBUILD-COST-EXIT
           END-IF

           COMPUTE LGRBC-FLOOR ROUNDED =
               LGRBC-ESTIMATE * (100 - LGRBC-UNDERINS-PCT) / 100
           IF LGRBC-DECLARED-VALUE LESS THAN LGRBC-FLOOR
             MOVE 'Y' TO LGRBC-UNDERINS-SW
           END-IF
           COMPUTE LGRBC-RATIO-WORK ROUNDED =
               LGRBC-DECLARED-VALUE * 100 / LGRBC-ESTIMATE
           IF LGRBC-RATIO-WORK GREATER THAN 999.99
             MOVE 999.99 TO LGRBC-RATIO-PCT
           ELSE
             MOVE LGRBC-RATIO-WORK TO LGRBC-RATIO-PCT
           END-IF.
       ASSESS-REBUILD-COST-EXIT.
           EXIT.
      *================================================================*
       PRICE-ADDONS.
      *================================================================*
      * See the note at WS-ADDON-TABLE.  Every add-on asked for must   *
      * have an active ADDON_REF row for the product, or the add is    *
      * refused with '84' before a policy number is taken.             *
      *================================================================*
           MOVE 0 TO WS-ADDON-USED
           MOVE 0 TO WS-ADDON-TOTAL
           IF CA-HOUSE-TAKES-LEGAL
             MOVE 'LEGL' TO WS-ADDON-LOOKUP-CODE
             PERFORM PRICE-ONE-ADDON THRU PRICE-ONE-ADDON-EXIT
           END-IF
           IF CA-HOUSE-TAKES-HOME-EMERG
               AND CA-RETURN-CODE EQUAL '00'
             MOVE 'HEMG' TO WS-ADDON-LOOKUP-CODE
             PERFORM PRICE-ONE-ADDON THRU PRICE-ONE-ADDON-EXIT
           END-IF.
       PRICE-ADDONS-EXIT.
           EXIT.
      *================================================================*
       PRICE-ONE-ADDON.
      *================================================================*
           MOVE ' SELECT ADDONREF' TO EM-SQLREQ
           EXEC SQL
             SELECT PROVIDERID, PREMIUM
               INTO :WS-ADDON-REF-PROVIDER,
                    :WS-ADDON-REF-PREMIUM
               FROM ADDON_REF
              WHERE ADDONCODE   = :WS-ADDON-LOOKUP-CODE
                AND POLICYTYPE  = 'HOU'
                AND ADDONSTATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '84' TO CA-RETURN-CODE
               MOVE ' ADD-ON NOT OFFERED ON ADDON_REF' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PRICE-ONE-ADDON-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PRICE-ONE-ADDON-EXIT
           END-EVALUATE

           ADD 1 TO WS-ADDON-USED
           SET WS-ADDON-IDX TO WS-ADDON-USED
           MOVE WS-ADDON-LOOKUP-CODE  TO WS-ADDON-CODE(WS-ADDON-IDX)
           MOVE WS-ADDON-REF-PROVIDER TO WS-ADDON-PROVIDER(WS-ADDON-IDX)
           MOVE WS-ADDON-REF-PREMIUM  TO WS-ADDON-PREMIUM(WS-ADDON-IDX)
           COMPUTE WS-ADDON-IPT(WS-ADDON-IDX) ROUNDED =
               WS-ADDON-REF-PREMIUM * WS-IPT-RATE-PCT / 100
           ADD WS-ADDON-REF-PREMIUM TO WS-ADDON-TOTAL.
       PRICE-ONE-ADDON-EXIT.
           EXIT.
      *================================================================*
       INSERT-ADDONS.
      *================================================================*
      * One POLICY_ADDON row per add-on priced, for the policy term    *
      *================================================================*
           PERFORM INSERT-ONE-ADDON THRU INSERT-ONE-ADDON-EXIT
               VARYING WS-ADDON-IDX FROM 1 BY 1
               UNTIL WS-ADDON-IDX GREATER THAN WS-ADDON-USED.
       INSERT-ADDONS-EXIT.
           EXIT.
      *================================================================*
       INSERT-ONE-ADDON.
      *================================================================*
           MOVE WS-ADDON-CODE(WS-ADDON-IDX)     TO WS-ADDON-LOOKUP-CODE
           MOVE WS-ADDON-PROVIDER(WS-ADDON-IDX) TO WS-ADDON-REF-PROVIDER
           MOVE WS-ADDON-PREMIUM(WS-ADDON-IDX)  TO WS-ADDON-REF-PREMIUM
           MOVE WS-ADDON-IPT(WS-ADDON-IDX)      TO WS-ADDON-REF-IPT
           MOVE ' INSERT ADDON' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_ADDON
                       ( POLICYNUMBER,
                         ADDONCODE,
                         PROVIDERID,
                         PREMIUM,
                         IPTAMOUNT,
                         STARTDATE,
                         ENDDATE,
                         ADDONSTATUS )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :WS-ADDON-LOOKUP-CODE,
                         :WS-ADDON-REF-PROVIDER,
                         :WS-ADDON-REF-PREMIUM,
                         :WS-ADDON-REF-IPT,
                         :CA-ISSUE-DATE,
                         :CA-EXPIRY-DATE,
                         'A' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
       INSERT-ONE-ADDON-EXIT.
           EXIT.
      *================================================================*
       CHECK-CREDIT-BAND.
      *================================================================*
      * See the note at LGCRDTAB.  Band 0 (never checked, or the       *
      * bureau was unavailable) is not restricted, and neither is a    *
      * customer whose row cannot be read.                             *
      *================================================================*
           MOVE 0 TO LGCRD-CUST-BAND
           MOVE ' SELECT CRDBAND' TO EM-SQLREQ
           EXEC SQL
             SELECT CREDITBAND
               INTO :LGCRD-CUST-BAND
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO LGCRD-CUST-BAND
           END-IF
           IF LGCRD-CUST-BAND GREATER THAN ZERO
              AND LGCRD-CUST-BAND LESS THAN LGCRD-MIN-MONTHLY-BAND
             MOVE 'A' TO CA-PAYMENT-FREQUENCY
             MOVE ' CREDIT BAND - MONTHLY REFUSED, ANNUAL ONLY'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-CREDIT-BAND-EXIT.
           EXIT.
      *================================================================*
       GENERATE-INSTALLMENT-SCHEDULE.
      *================================================================*
      * Build the PREMIUM_INSTALLMENT schedule for the policy just     *
      * added - 12 monthly rows or one annual row, per                 *
      * CA-PAYMENT-FREQUENCY.  Each installment is the premium - with  *
      * any add-on premiums on top - split evenly with the rounding    *
      * remainder on the last row, so the schedule always adds back to *
      * the premium exactly.                                           *
      *================================================================*
           IF CA-PAY-MONTHLY
             PERFORM CHECK-CREDIT-BAND THRU CHECK-CREDIT-BAND-EXIT
           END-IF
           IF CA-PAY-MONTHLY
             MOVE 12 TO WS-INST-COUNT
           ELSE
             MOVE 1 TO WS-INST-COUNT
           END-IF

           COMPUTE WS-SCHEDULE-PREMIUM =
               CA-HOUSE-PREMIUM + WS-ADDON-TOTAL
           COMPUTE WS-INST-AMOUNT ROUNDED =
               WS-SCHEDULE-PREMIUM / WS-INST-COUNT
           COMPUTE WS-INST-LAST-AMOUNT =
               WS-SCHEDULE-PREMIUM
               - (WS-INST-AMOUNT * (WS-INST-COUNT - 1))

           PERFORM INSERT-ONE-INSTALLMENT
           MOVE WS-AGREED-COMMISSION TO CA-BROKER-COMMISSION.
       VALIDATE-BROKER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-BRAND.
      *================================================================*
      * See the note at WS-BRAND-STATUS.  Spaces is our own brand;     *
      * anything else must be a live brand on the BRAND master, and    *
      * rates on that brand's factor set.                              *
      *================================================================*
           IF CA-BRAND-CODE IS EQUAL TO SPACES
             GO TO VALIDATE-BRAND-EXIT
           END-IF

           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDSTATUS
               INTO :WS-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :CA-BRAND-CODE
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRANDCODE NOT ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-BRAND-STATUS NOT EQUAL 'A'
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRAND RETIRED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       VALIDATE-BRAND-EXIT.
           EXIT.
      *================================================================*
       LOAD-SYSTEM-PARMS.
      *================================================================*
           PERFORM LOAD-ONE-AGE-LIMIT THRU LOAD-ONE-AGE-LIMIT-EXIT
               VARYING LGAGE-IDX FROM 1 BY 1
               UNTIL LGAGE-IDX GREATER THAN 4.
           PERFORM LOAD-ONE-FLOOD-LOADING
               THRU LOAD-ONE-FLOOD-LOADING-EXIT
               VARYING LGFLD-IDX FROM 1 BY 1
               UNTIL LGFLD-IDX GREATER THAN 5.
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'FLOODLD '
                AND PARAMKEY   = 'REFER   '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGFLD-REFER-BAND
           END-IF.
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
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'CREDIT  '
                AND PARAMKEY   = 'MINBAND '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGCRD-MIN-MONTHLY-BAND
           END-IF.
       LOAD-SYSTEM-PARMS-EXIT.
           EXIT.
      *================================================================*
           END-IF.
       LOAD-ONE-AGE-LIMIT-EXIT.
           EXIT.
      *================================================================*
       LOAD-ONE-FLOOD-LOADING.
      *================================================================*
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
       LOAD-ONE-FLOOD-LOADING-EXIT.
           EXIT.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  While the overnight batch window is open this    *
      * transaction is read-only and the change is refused with '80'.  *
      * A switch that cannot be read leaves the transaction open.      *
      *================================================================*
           MOVE 'N' TO BW-READ-ONLY-SW
           MOVE 0   TO BW-SWITCH-VALUE
           MOVE ' SELECT BATCHWIN' TO EM-SQLREQ
           EXEC SQL
             SELECT NUMVALUE1
               INTO :BW-SWITCH-VALUE
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'BATCHWIN'
                AND PARAMKEY   = 'READONLY'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF BW-SWITCH-VALUE EQUAL 1
                 MOVE 'Y'  TO BW-READ-ONLY-SW
                 MOVE '80' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
