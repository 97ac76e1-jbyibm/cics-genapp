      ******************************************************************
      *                                                                *
      *         LGBDMCA - Brand master maintenance commarea            *
      *                                                                *
      *   DFHCOMMAREA layout for LGBDM01, which owns the BRAND         *
      *  master.  A brand is an affinity partner we sell under - its   *
      *  name and letterhead print on every document and statement     *
      *  for its policies in place of our own, its factor set on       *
      *  RATING_FACTOR prices them, and the partner's commission is    *
      *  held against it.  Policies and quotes carry the BRANDCODE;    *
      *  spaces is our own brand and has no row here.                  *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-BRAND           VALUE '1'.
               88 CA-REQ-AMEND-BRAND         VALUE '2'.
               88 CA-REQ-RETIRE-BRAND        VALUE '3'.
               88 CA-REQ-READ-BRAND          VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-BRAND-DATA.
      * the code carried on the intake and quote commareas'
      * CA-BRAND-CODE
           05 CA-BRAND-CODE            PIC X(04).
           05 CA-BRAND-NAME            PIC X(30).
      * the two letterhead lines printed above the customer's name
      * and address on the brand's documents and statements
           05 CA-LETTERHEAD-1          PIC X(60).
           05 CA-LETTERHEAD-2          PIC X(60).
      * the partner's customer service contacts, printed with them
           05 CA-CONTACT-PHONE         PIC X(20).
           05 CA-CONTACT-EMAIL         PIC X(40).
      * the partner's share of the premium, percent
           05 CA-PARTNER-COMM-PCT      PIC 9(03)V9(02).
      * returned - 'A' live, 'R' retired (no new business; existing
      * policies keep the brand and its letterhead)
           05 CA-BRAND-STATUS          PIC X(01).
           05 FILLER                   PIC X(10).
