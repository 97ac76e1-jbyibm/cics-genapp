      ******************************************************************
      *                                                                *
      *                 LGTRVLCA - Travel policy commarea               *
      *                                                                *
      *   Field-by-field layout of the DFHCOMMAREA passed to LGTPB01. *
      *  CA-POLICY-DATA is WS-POLICY-LEN (LGPOLICY) bytes, followed by *
      *  CA-TRAVEL-DATA at WS-TRAVEL-LEN bytes - the two together      *
      *  match WS-FULL-TRAVEL-LEN.                                     *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-POLICY          VALUE '1'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-POLICY-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
           05 CA-CUSTOMER-NUM          PIC 9(10).
           05 CA-ISSUE-DATE            PIC X(10).
           05 CA-EXPIRY-DATE           PIC X(10).
           05 CA-LAST-CHANGED          PIC X(10).
           05 CA-BROKER-ID             PIC X(08).
           05 CA-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 CA-POLICY-TYPE           PIC X(01).
      * how the premium is collected - 'M' builds a 12-installment
      * monthly schedule at add time, anything else (or spaces, for
      * callers that predate billing) a single annual installment
           05 CA-PAYMENT-FREQUENCY     PIC X(01).
               88 CA-PAY-ANNUAL              VALUE 'A'.
               88 CA-PAY-MONTHLY             VALUE 'M'.
      * the affinity brand the policy is sold under, on the BRAND
      * master (LGBDM01) - spaces for our own brand
           05 CA-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).

       01  CA-TRAVEL-DATA.
      * destination zone - UK only, Europe, worldwide excluding the
      * Americas, worldwide
           05 CA-TRAVEL-ZONE            PIC X(02).
               88 CA-ZONE-UK                 VALUE 'UK'.
               88 CA-ZONE-EUROPE             VALUE 'EU'.
               88 CA-ZONE-WORLD-EXCL         VALUE 'WX'.
               88 CA-ZONE-WORLDWIDE          VALUE 'WW'.
               88 CA-ZONE-VALID              VALUE 'UK' 'EU'
                                                   'WX' 'WW'.
      * 'S' covers the one trip between the trip dates; 'A' is annual
      * multi-trip and covers the whole policy period, so its trip
      * dates come back set to CA-ISSUE-DATE/CA-EXPIRY-DATE
           05 CA-TRAVEL-TRIP-TYPE       PIC X(01).
               88 CA-TRIP-SINGLE             VALUE 'S'.
               88 CA-TRIP-ANNUAL             VALUE 'A'.
           05 CA-TRAVEL-START-DATE      PIC X(10).
           05 CA-TRAVEL-END-DATE        PIC X(10).
      * travellers covered, policyholder included
           05 CA-TRAVEL-TRAVELLERS      PIC 9(02).
           05 CA-TRAVEL-WINTER-SPORTS   PIC X(01).
               88 CA-WINTER-SPORTS-COVER     VALUE 'Y'.
      * cancellation cover - the declared cost of the trip(s)
           05 CA-TRAVEL-TRIP-COST       PIC 9(07)V9(02).
           05 CA-TRAVEL-PREMIUM         PIC 9(05)V9(02).
      * returned - zone, trip type and winter-sports flag as the
      * RATING_FACTOR risk code the premium was rated on
           05 CA-TRAVEL-RISK-CODE       PIC X(04).
      * policy excess the customer bears on each claim
           05 CA-TRAVEL-EXCESS          PIC 9(05)V9(02).
           05 FILLER                   PIC X(10).
