      *  SETTLEMENT_LIMIT comes back '91' and waits on                 *
      *  SETTLEMENT_APPROVAL for a senior to work through LGSRV01.     *
      *                                                                *
      *   CA-REQ-REOPEN-CLAIM takes a settled or rejected claim back   *
      *  to open - a late invoice, an appeal upheld, a second defect   *
      *  found - so the loss stays on one claim number.  The reason    *
      *  code goes in CA-REJECT-REASON and the case reserve to         *
      *  reinstate in CA-APPROVED-AMOUNT (zero reinstates the          *
      *  claimed amount).  A settlement already paid out is carried    *
      *  into INTERIMPAID, so further interim payments and the final   *
      *  settle work exactly as on any open claim; a settlement not    *
      *  yet paid out cannot be reopened ('92').                       *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
               88 CA-REQ-REJECT-CLAIM        VALUE '2'.
               88 CA-REQ-INTERIM-PAYMENT     VALUE '3'.
               88 CA-REQ-SETTLE-TOTAL-LOSS   VALUE '4'.
               88 CA-REQ-REOPEN-CLAIM        VALUE '5'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
       01  CA-ADJUDICATE-DATA.
           05 CA-CLAIM-NUM             PIC 9(10).
      * amount approved for payment on a settle or interim-payment
      * request, or the case reserve reinstated on a reopen - ignored
      * on a reject
           05 CA-APPROVED-AMOUNT       PIC 9(07)V9(02).
      * reason code recorded on a reject or reopen request - ignored
      * on a settle
           05 CA-REJECT-REASON         PIC X(04).
      * decision date as committed, returned to the caller
           05 CA-DECISION-DATE         PIC X(10).
      * expected salvage proceeds on a total-loss settle - what the
      * wreck should fetch at auction
           05 CA-SALVAGE-EXPECTED      PIC 9(05)V9(02).
      * returned on a house settle - the declared building value as
      * a percentage of the rebuild-cost estimate on the HOUSE row
      * (zero where the house was never assessed), and the row's
      * underinsured flag, so the handler sees any shortfall before
      * the money goes
           05 CA-UNDERINS-RATIO        PIC 9(03)V9(02).
           05 CA-UNDERINSURED          PIC X(01).
           05 FILLER                   PIC X(02).
