      ******************************************************************
      *                                                                *
      *         LGAGQTCA - Price comparison site quote commarea        *
      *                                                                *
      *   DFHCOMMAREA layout for LGAGQ01, the way in for the price     *
      *  comparison sites.  CA-REQ-AGG-PRICE prices a house or motor   *
      *  risk - no customer yet - and returns a quote number, premium  *
      *  and expiry.  CA-REQ-AGG-BIND is the click-through: it brings  *
      *  the customer's details and the quote number, adds (or finds)  *
      *  the customer and binds the quote through LGQOT01's convert,   *
      *  with the first year paid by card if a token comes with it.    *
      *  Every request carries the site's own CA-AGGREGATOR-ID, and    *
      *  CA-AGG-REQUEST-REF is echoed back for the site to match its   *
      *  answers.                                                      *
      *                                                                *
      *   CA-RETURN-CODE is the answering program's code and           *
      *  CA-RESULT-PROGRAM names that program, as LGRETCD keys it -    *
      *  'LGAGQ01-' for this program's own edits, otherwise            *
      *  'LGQOT01-' (pricing and binding) or 'LGACB01-' (the customer  *
      *  add on a bind).                                               *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-AGG-PRICE           VALUE '1'.
               88 CA-REQ-AGG-BIND            VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-AGG-QUOTE-DATA.
           05 CA-AGGREGATOR-ID         PIC X(08).
           05 CA-AGG-REQUEST-REF       PIC X(20).
           05 CA-RESULT-PROGRAM        PIC X(08).
      * returned on a price, supplied on a bind
           05 CA-QUOTE-NUM             PIC 9(10).
           05 CA-QUOTE-POLICY-TYPE     PIC X(01).
               88 CA-AGG-QUOTE-HOUSE         VALUE 'H'.
               88 CA-AGG-QUOTE-MOTOR         VALUE 'M'.
           05 CA-QUOTE-EXPIRY          PIC X(10).
           05 CA-QUOTED-PREMIUM        PIC 9(07)V9(02).
           05 CA-ISSUE-DATE            PIC X(10).
           05 CA-EXPIRY-DATE           PIC X(10).
           05 CA-PAYMENT-FREQUENCY     PIC X(01).
      * the risk, in the LGQUOTCA house and motor layouts
           05 CA-AGG-RISK-DATA         PIC X(120).
           05 CA-AGG-HOUSE-RISK REDEFINES CA-AGG-RISK-DATA.
               10 AR-HOUSE-TYPE            PIC X(01).
               10 AR-HOUSE-YEAR-BUILT      PIC 9(04).
               10 AR-HOUSE-BEDROOMS        PIC 9(02).
               10 AR-HOUSE-VALUE           PIC 9(07)V9(02).
               10 AR-HOUSE-CONTENTS-VALUE  PIC 9(07)V9(02).
               10 AR-HOUSE-RISK-CODE       PIC X(02).
               10 FILLER                   PIC X(93).
           05 CA-AGG-MOTOR-RISK REDEFINES CA-AGG-RISK-DATA.
               10 AR-MOTOR-REG-NUM         PIC X(08).
               10 AR-MOTOR-MAKE            PIC X(10).
               10 AR-MOTOR-MODEL           PIC X(10).
               10 AR-MOTOR-VALUE           PIC 9(07)V9(02).
               10 AR-MOTOR-NCD-YEARS       PIC 9(02).
               10 AR-MOTOR-RISK-CODE       PIC X(02).
               10 FILLER                   PIC X(79).
      * the customer, on a bind - the number is returned
           05 CA-CUSTOMER-NUM          PIC 9(10).
           05 CA-FIRST-NAME            PIC X(10).
           05 CA-LAST-NAME             PIC X(20).
           05 CA-DOB                   PIC X(10).
           05 CA-HOUSE-NAME            PIC X(20).
           05 CA-HOUSE-NUM             PIC X(04).
           05 CA-POSTCODE              PIC X(08).
           05 CA-PHONE-MOBILE          PIC X(20).
           05 CA-PHONE-HOME            PIC X(20).
           05 CA-EMAIL-ADDRESS         PIC X(40).
      * the policy the quote became, returned on a bind
           05 CA-POLICY-NUM            PIC 9(10).
      * card payment at the bind, as on LGQUOTCA
           05 CA-CARD-TOKEN            PIC X(32).
           05 CA-CARD-AUTH-REF         PIC X(16).
           05 CA-CARD-AMOUNT           PIC 9(07)V9(02).
           05 CA-CARD-RESULT           PIC X(02).
           05 FILLER                   PIC X(20).
