      ******************************************************************
      *                                                                *
      *          LGLHMCA - Legal hold maintenance commarea             *
      *                                                                *
      *   DFHCOMMAREA layout for LGLHM01, which owns the LEGAL_HOLD    *
      *  register.  A hold is placed on a customer, a policy or a      *
      *  claim (live or archived) with a reason, the signed-on         *
      *  officer as its authoriser, and a release date on which it     *
      *  comes up for review.  LGLHM01 resolves the key to its         *
      *  customer and policy when the hold is placed, and the sweeps   *
      *  (see LGLHOLD) pass over every record it covers until it is    *
      *  released here.                                                *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-PLACE-HOLD          VALUE '1'.
               88 CA-REQ-READ-HOLD           VALUE '2'.
               88 CA-REQ-CHANGE-RELEASE      VALUE '3'.
               88 CA-REQ-RELEASE-HOLD        VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-HOLD-DATA.
      * returned on a placement; given on a read, change or release
           05 CA-HOLD-ID               PIC 9(09).
      * 'C' customer, 'P' policy, 'L' claim - and its number
           05 CA-HOLD-TYPE             PIC X(01).
               88 CA-HOLD-ON-CUSTOMER        VALUE 'C'.
               88 CA-HOLD-ON-POLICY          VALUE 'P'.
               88 CA-HOLD-ON-CLAIM           VALUE 'L'.
           05 CA-HOLD-KEY              PIC 9(10).
      * LITG litigation, REGU regulator investigation, OTHR other -
      * the text says which case or investigation
           05 CA-HOLD-REASON           PIC X(04).
           05 CA-HOLD-REASON-TEXT      PIC X(60).
      * the review date - today or later; a change request moves it
           05 CA-RELEASE-DATE          PIC X(10).
      * returned - the customer and policy the key resolved to
      * (policy zero on a customer hold)
           05 CA-HOLD-CUSTOMER-NUM     PIC 9(10).
           05 CA-HOLD-POLICY-NUM       PIC 9(10).
      * returned - 'A' active, 'R' released
           05 CA-HOLD-STATUS           PIC X(01).
           05 CA-AUTHORISED-BY         PIC X(05).
           05 CA-PLACED-DATE           PIC X(10).
           05 CA-RELEASED-BY           PIC X(05).
           05 CA-RELEASED-DATE         PIC X(10).
           05 FILLER                   PIC X(20).
