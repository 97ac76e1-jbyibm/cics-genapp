      ******************************************************************
      *                                                                *
      *        LGCOINCA - Commercial co-insurance schedule commarea    *
      *                                                                *
      *   DFHCOMMAREA layout for LGCOI01.  A large commercial risk     *
      *  written jointly with other insurers carries a schedule on     *
      *  COINSURANCE_SHARE - one row per participant with its share    *
      *  of the risk, which participant leads, and which line is our   *
      *  own.  COMMERCIAL.PREMIUM, claim amounts and location sums     *
      *  insured stay at 100% of the risk; the reports apply our       *
      *  share.  A policy with no schedule is ours at 100%.  Outward   *
      *  reinsurance is unaffected and stays on CESSION.               *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-REPLACE-SCHEDULE    VALUE '1'.
               88 CA-REQ-READ-SCHEDULE       VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-COINSURANCE-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
      * a replace with a zero count removes the schedule and returns
      * the policy to 100% our own
           05 CA-COIN-COUNT            PIC 9(02).
           05 CA-COIN-PARTICIPANT      OCCURS 10 TIMES.
               10 CA-COIN-INSURER-CODE PIC X(08).
               10 CA-COIN-INSURER-NAME PIC X(30).
               10 CA-COIN-SHARE-PCT    PIC 9(03)V9(02).
               10 CA-COIN-LEAD-FLAG    PIC X(01).
                   88 CA-COIN-LEADS          VALUE 'Y'.
               10 CA-COIN-OUR-LINE     PIC X(01).
                   88 CA-COIN-IS-OURS        VALUE 'Y'.
      * returned: the share of the risk we hold
           05 CA-OUR-SHARE-PCT         PIC 9(03)V9(02).
           05 FILLER                   PIC X(10).
