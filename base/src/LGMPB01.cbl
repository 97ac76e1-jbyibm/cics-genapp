      * Vehicle group from the VEHICLE_REF reference table - becomes
      * the risk code the rating engine prices on
       01  WS-VEHICLE-GROUP           PIC X(02) VALUE SPACES.
      * Active markers on the vehicle-condition register (loaded
      * nightly by LGVCB01) for CA-MOTOR-REG-NUM - a vehicle reported
      * stolen is refused, a written-off one is referred whatever its
      * value
       01  WS-REGISTER-WORK.
           05 WS-STOLEN-COUNT         PIC S9(05) COMP.
           05 WS-WRITEOFF-COUNT       PIC S9(05) COMP.
       01  GENPcount                 PIC X(16) Value 'GENAPOLNUM'.
       01  GENPpool                  PIC X(8)  Value 'GENA'.
      * Variables for time/date processing
       01  WS-REFER-VALUE              PIC 9(09)V9(02) VALUE 0.
       01  WS-REF-DATE                 PIC X(10) VALUE SPACES.
       01  WS-REF-TODAY                PIC 9(08) VALUE 0.
      * why the referral was raised - spaces over the value
      * threshold, 'WOFF' a register write-off
       01  WS-REFER-REASON             PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      * Rating-engine LINK area (LGRATECA layout under local names)    *
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 RQ-RATE-DRIVERS          PIC 9(02).
           05 FILLER                   PIC X(08).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
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
           05 WS-ADDON-ENTRY OCCURS 3 TIMES INDEXED BY WS-ADDON-IDX.
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

           PERFORM CHECK-VEHICLE-REGISTER
               THRU CHECK-VEHICLE-REGISTER-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

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
           PERFORM INSERT-MOTOR.
           PERFORM INSERT-ADDONS THRU INSERT-ADDONS-EXIT.

           PERFORM GENERATE-INSTALLMENT-SCHEDULE.

           END-EVALUATE.
       VALIDATE-VEHICLE-EXIT.
           EXIT.
      *================================================================*
       CHECK-VEHICLE-REGISTER.
      *================================================================*
      * See the note at WS-REGISTER-WORK.  A register read failure is  *
      * logged and the add goes on - the weekly LGVSB01 re-screen      *
      * checks the book against the register again.                    *
      *================================================================*
           MOVE 0 TO WS-STOLEN-COUNT
           MOVE 0 TO WS-WRITEOFF-COUNT
           MOVE ' SELECT VEHCOND' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN MARKERTYPE = 'S'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN MARKERTYPE = 'W'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-STOLEN-COUNT,
                    :WS-WRITEOFF-COUNT
               FROM VEHICLE_CONDITION
              WHERE REGISTRATIONNUM = :CA-MOTOR-REG-NUM
                AND MARKERSTATUS    = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 0 TO WS-STOLEN-COUNT
             MOVE 0 TO WS-WRITEOFF-COUNT
             GO TO CHECK-VEHICLE-REGISTER-EXIT
           END-IF

           IF WS-STOLEN-COUNT GREATER THAN ZERO
             MOVE '82' TO CA-RETURN-CODE
             MOVE ' VEHICLE REPORTED STOLEN' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-VEHICLE-REGISTER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-AGE-ELIGIBILITY.
      *================================================================*
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
                         'MOT',
                         :WS-NEW-POLICY-STATUS,
                         :CA-BRAND-CODE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'M'  TO RQ-RATE-POLICY-TYPE
           MOVE CA-BRAND-CODE TO RQ-RATE-BRAND-CODE
           MOVE CA-MOTOR-RISK-CODE TO RQ-RATE-RISK-CODE
           MOVE CA-MOTOR-VALUE TO RQ-RATE-VALUE-1
           MOVE ZERO TO RQ-RATE-VALUE-2
      *================================================================*
      * Above the LGREFTAB ceiling for this product the policy goes    *
      * in pending rather than straight onto risk - see the note at    *
      * WS-NEW-POLICY-STATUS.  A vehicle on the register as written    *
      * off is referred the same way, whatever its value.              *
      *================================================================*
           MOVE 'A' TO WS-NEW-POLICY-STATUS
           MOVE CA-MOTOR-VALUE TO WS-REFER-VALUE
                 MOVE 'P' TO WS-NEW-POLICY-STATUS
               END-IF
           END-SEARCH.
           MOVE SPACES TO WS-REFER-REASON
           IF WS-WRITEOFF-COUNT GREATER THAN ZERO
             MOVE 'P'    TO WS-NEW-POLICY-STATUS
             MOVE 'WOFF' TO WS-REFER-REASON
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
                         'M',
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
       PRICE-ADDONS.
      *================================================================*
      * See the note at WS-ADDON-TABLE.  Every add-on asked for must   *
      * have an active ADDON_REF row for the product, or the add is    *
      * refused with '84' before a policy number is taken.             *
      *================================================================*
           MOVE 0 TO WS-ADDON-USED
           MOVE 0 TO WS-ADDON-TOTAL
           IF CA-MOTOR-TAKES-LEGAL
             MOVE 'LEGL' TO WS-ADDON-LOOKUP-CODE
             PERFORM PRICE-ONE-ADDON THRU PRICE-ONE-ADDON-EXIT
           END-IF
           IF CA-MOTOR-TAKES-BREAKDOWN
               AND CA-RETURN-CODE EQUAL '00'
             MOVE 'BRKD' TO WS-ADDON-LOOKUP-CODE
             PERFORM PRICE-ONE-ADDON THRU PRICE-ONE-ADDON-EXIT
           END-IF
           IF CA-MOTOR-TAKES-KEY-COVER
               AND CA-RETURN-CODE EQUAL '00'
             MOVE 'KEYC' TO WS-ADDON-LOOKUP-CODE
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
                AND POLICYTYPE  = 'MOT'
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
               CA-MOTOR-PREMIUM + WS-ADDON-TOTAL
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
