      ******************************************************************
      *                                                                *
      *     LGREPRCA - Authorised representative register commarea     *
      *                                                                *
      *   DFHCOMMAREA layout for LGREP01.  An adult child, attorney,   *
      *  carer or other third party allowed to act for a customer is   *
      *  recorded on CUSTOMER_REPRESENTATIVE against the               *
      *  CUSTOMERNUMBER with their relationship, the kind of           *
      *  authority they hold, what it covers and the dates it runs     *
      *  between.  Each representative has a secret of their own,      *
      *  verified by LGCSV01 exactly as the customer's is (request     *
      *  type '2', with the same lockout), so a caller is proved to    *
      *  be the representative and not merely someone who knows the    *
      *  customer.  LGC3601 lists the active representatives; a        *
      *  power of attorney or a court deputyship also has the          *
      *  document runs (LGDPB01, LGYSB01) send the representative a    *
      *  copy.  A representative is ended, never deleted - the audit   *
      *  trail references them.                                        *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-REP             VALUE '1'.
               88 CA-REQ-AMEND-REP           VALUE '2'.
               88 CA-REQ-END-REP             VALUE '3'.
               88 CA-REQ-READ-REP            VALUE '4'.
               88 CA-REQ-SET-REP-SECRET      VALUE '5'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-REPRESENTATIVE-DATA.
           05 CA-CUSTOMER-NUM          PIC 9(10).
      * assigned on add (next free number for the customer) and
      * returned; every other request names the representative by it
           05 CA-REP-NUM               PIC 9(03).
           05 CA-REP-NAME              PIC X(30).
           05 CA-REP-RELATIONSHIP      PIC X(04).
               88 CA-REP-REL-CHILD           VALUE 'CHLD'.
               88 CA-REP-REL-SPOUSE          VALUE 'SPSE'.
               88 CA-REP-REL-PARENT          VALUE 'PRNT'.
               88 CA-REP-REL-SIBLING         VALUE 'SIBL'.
               88 CA-REP-REL-CARER           VALUE 'CARR'.
               88 CA-REP-REL-SOLICITOR       VALUE 'SOLR'.
               88 CA-REP-REL-OTHER           VALUE 'OTHR'.
               88 CA-REP-VALID-RELATIONSHIP  VALUE 'CHLD' 'SPSE'
                                                   'PRNT' 'SIBL'
                                                   'CARR' 'SOLR'
                                                   'OTHR'.
      * the authority held - a registered lasting power of attorney
      * or a court-appointed deputy is a legal authority and gets a
      * copy of the customer's documents; a third-party mandate or
      * the customer's recorded consent lets them talk to us only
           05 CA-REP-AUTHORITY         PIC X(04).
               88 CA-REP-AUTH-POWER-ATTORNEY VALUE 'LPA '.
               88 CA-REP-AUTH-DEPUTY         VALUE 'DEPY'.
               88 CA-REP-AUTH-MANDATE        VALUE 'TPM '.
               88 CA-REP-AUTH-CONSENT        VALUE 'CONS'.
               88 CA-REP-AUTH-COPIES-DOCS    VALUE 'LPA ' 'DEPY'.
               88 CA-REP-VALID-AUTHORITY     VALUE 'LPA ' 'DEPY'
                                                   'TPM ' 'CONS'.
      * what they may act on - everything, policy servicing only,
      * claims only, or be given information without changing
      * anything
           05 CA-REP-SCOPE             PIC X(04).
               88 CA-REP-SCOPE-FULL          VALUE 'FULL'.
               88 CA-REP-SCOPE-POLICIES      VALUE 'POLS'.
               88 CA-REP-SCOPE-CLAIMS        VALUE 'CLMS'.
               88 CA-REP-SCOPE-INFO          VALUE 'INFO'.
               88 CA-REP-VALID-SCOPE         VALUE 'FULL' 'POLS'
                                                   'CLMS' 'INFO'.
      * YYYY-MM-DD; a blank start date is today, a blank expiry date
      * is an authority with no end date (held as 9999-12-31)
           05 CA-REP-START-DATE        PIC X(10).
           05 CA-REP-EXPIRY-DATE       PIC X(10).
      * where the document copies go
           05 CA-REP-HOUSE-NAME        PIC X(20).
           05 CA-REP-HOUSE-NUM         PIC X(04).
           05 CA-REP-POSTCODE          PIC X(08).
      * set on add (optional) or by request '5', which also clears a
      * lockout; never returned on a read
           05 CA-REP-SECRET            PIC X(32).
      * returned: whether the document runs copy this representative
      * ('Y' for LPA/DEPY), active ('A') or ended ('E'), and who
      * recorded them and when
           05 CA-REP-COPY-DOCS         PIC X(01).
           05 CA-REP-STATUS            PIC X(01).
               88 CA-REP-ACTIVE              VALUE 'A'.
               88 CA-REP-ENDED               VALUE 'E'.
           05 CA-RECORDED-BY           PIC X(05).
           05 CA-RECORDED-DATE         PIC X(10).
           05 FILLER                   PIC X(10).
