      *  CA-CLAIM-LIST - number, date, type, amount, status, the       *
      *  first 40 bytes of CLAIMDESCRIPTION, the interim amount paid   *
      *  so far through staged payments and the balance still          *
      *  outstanding.  Callers that send the extension also get, in    *
      *  CA-CLAIM-EXT-LIST, the prior claims declared, matched on the  *
      *  industry claims database and undisclosed, with the matched    *
      *  claims themselves listed in CA-PRIOR-MATCH-LIST when any      *
      *  went undeclared, and whether the claim is in litigation with  *
      *  its next hearing date.  For customers with more               *
      *  than a screenful, CA-MORE-CLAIMS comes back 'Y' and the       *
      *  caller re-calls with CA-RESUME-CLAIM-NUM exactly as returned  *
      *  to fetch the next page - the same resume-key paging shape a   *
      * will net off at settlement
               10 CI-POLICY-EXCESS      PIC 9(05)V9(02).
           05 FILLER                   PIC X(27).
      * everything below is filled only for callers that send it -
      * a caller that stops at the FILLER above gets the page as
      * before.  One CA-CLAIM-EXT-LIST entry per CA-CLAIM-LIST entry,
      * in the same order.
           05 CA-CLAIM-EXT-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-CLAIM-EXT-IDX.
      * prior claims the claimant declared at intake, the claims the
      * industry claims database matched against them in the five
      * years before this claim (loaded by LGIMB01), and how many of
      * those were not declared
               10 CI-PRIOR-DECLARED     PIC 9(02).
               10 CI-PRIOR-MATCHED      PIC 9(02).
               10 CI-PRIOR-UNDISCLOSED  PIC 9(02).
      * 'Y' while the claim has an active CLAIM_LITIGATION record
      * (LGLIT01), with the next hearing listed - blank when none
               10 CI-LITIGATED          PIC X(01).
                   88 CI-CLAIM-LITIGATED     VALUE 'Y'.
               10 CI-NEXT-HEARING       PIC X(10).
      * when any claim on the page has undisclosed prior claims, the
      * claimant's matched claims with other insurers, latest first -
      * the prior claims the handler has not been told about
           05 CA-PRIOR-MATCH-COUNT     PIC 9(02).
           05 CA-PRIOR-MATCH-LIST OCCURS 5 TIMES
                                        INDEXED BY CA-PRIOR-IDX.
               10 PM-INSURER-CODE       PIC X(08).
               10 PM-MATCH-REF          PIC X(12).
               10 PM-CLAIM-DATE         PIC X(10).
               10 PM-CLAIM-TYPE         PIC X(04).
               10 PM-CLAIM-AMOUNT       PIC 9(07)V9(02).
               10 PM-CLAIM-STATUS       PIC X(01).
