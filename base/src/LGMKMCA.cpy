      ******************************************************************
      *                                                                *
      *        LGMKMCA - Marketing campaign maintenance commarea       *
      *                                                                *
      *   DFHCOMMAREA layout for LGMKM01, which owns the CAMPAIGN      *
      *  master.  A campaign names the product it offers and the rules *
      *  LGMKB01 selects its customers by - a product they must hold,  *
      *  the most product types they may hold, region, tenure, one     *
      *  offer per household, and whether customers already picked     *
      *  for an earlier campaign are left alone.  Quotes raised in     *
      *  answer carry the CAMPAIGNCODE, and LGMRB01 reports the        *
      *  responses and conversions against it.                         *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-CAMPAIGN        VALUE '1'.
               88 CA-REQ-AMEND-CAMPAIGN      VALUE '2'.
               88 CA-REQ-CLOSE-CAMPAIGN      VALUE '3'.
               88 CA-REQ-READ-CAMPAIGN       VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-CAMPAIGN-DATA.
      * the code quoted back on LGQUOTCA's CA-CAMPAIGN-CODE
           05 CA-CAMPAIGN-CODE         PIC X(08).
           05 CA-CAMPAIGN-NAME         PIC X(30).
      * the product offered ('HOU'/'MOT'/'END'/'COM'/'TRV') - a
      * customer already holding it is never selected
           05 CA-OFFER-PRODUCT         PIC X(03).
      * a product the customer must hold - spaces for any
           05 CA-HOLD-PRODUCT          PIC X(03).
      * the most distinct product types the customer may hold -
      * 1 with a hold product means "holds only that"; 0 for no limit
           05 CA-MAX-PRODUCTS          PIC 9(01).
      * 'Y' leaves out customers selected for any earlier campaign
           05 CA-EXCLUDE-PRIOR         PIC X(01).
               88 CA-EXCLUDE-PRIOR-YES       VALUE 'Y'.
      * CUSTOMER.REGIONCODE to select from - spaces for all regions
           05 CA-REGION-CODE           PIC X(04).
      * months since the customer's first policy was issued
           05 CA-MIN-TENURE-MONTHS     PIC 9(03).
      * 'Y' - one customer per household, and none where anyone in
      * the household already holds the offered product
           05 CA-HOUSEHOLD-RULE        PIC X(01).
               88 CA-HOUSEHOLD-RULE-YES      VALUE 'Y'.
      * quotes are attributed only between these dates
           05 CA-START-DATE            PIC X(10).
           05 CA-END-DATE              PIC X(10).
      * returned - 'A' active, 'C' closed
           05 CA-CAMPAIGN-STATUS       PIC X(01).
           05 FILLER                   PIC X(10).
