      *  schedule is added after binding through the location          *
      *  endorsement path.                                             *
      *                                                                *
      *   An annual-pay quote can be paid by card as it is bound: the  *
      *  card authorisation travels with the convert, and a payment    *
      *  LGCPY01 refuses rolls the conversion back ('83') so the quote *
      *  stays open and the authorisation lapses uncaptured.           *
      *                                                                *
      *   A quote from a price comparison site carries the site's      *
      *  CA-AGGREGATOR-ID (an active AGGREGATOR row; house and motor   *
      *  only) and may be added with no customer - the customer is     *
      *  only created, and passed on the convert, when they click      *
      *  through to buy.  LGAGQ01 is the sites' way in.                *
      *                                                                *
      *   A quote raised in answer to a marketing campaign carries     *
      *  its CA-CAMPAIGN-CODE (an active CAMPAIGN row, LGMKM01) so     *
      *  the response and the conversion are attributed back to it.   *
      *                                                                *
      *   A quote sold under an affinity partner's brand carries its   *
      *  CA-BRAND-CODE (a live BRAND row, LGBDM01) - it is priced on   *
      *  that brand's factor set and the policy it becomes is sold     *
      *  under the same brand.  Spaces is our own brand.               *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
               10 QR-COMM-EMPLOYEE-COUNT   PIC 9(05).
               10 QR-COMM-TURNOVER         PIC 9(09)V9(02).
               10 FILLER                   PIC X(100).
      * CA-CARD-TOKEN to the end are used only when the caller sends
      * them; a caller that stops at CA-QUOTE-RISK-DATA quotes with no
      * card, aggregator or campaign, under our own brand.
      * on a convert of an annual-pay quote, the gateway token and
      * authorisation for the first year's premium taken by card at
      * the bind (LGCPY01) - blank token leaves the premium to be
      * collected as before.  Returned, LGCPY01's return code.
           05 CA-CARD-TOKEN            PIC X(32).
           05 CA-CARD-AUTH-REF         PIC X(16).
           05 CA-CARD-AMOUNT           PIC 9(07)V9(02).
           05 CA-CARD-RESULT           PIC X(02).
      * the price comparison site the quote came through - blank for
      * our own channels.  Stored on the add; on a convert it must
      * match the quote's, and a read returns it
           05 CA-AGGREGATOR-ID         PIC X(08).
      * the marketing campaign the quote answers - blank for none.
      * Stored on the add and returned on a read
           05 CA-CAMPAIGN-CODE         PIC X(08).
      * the affinity brand the quote is sold under - spaces for our
      * own.  Stored on the add, carried to the policy on a convert
      * and returned on a read
           05 CA-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(02).
