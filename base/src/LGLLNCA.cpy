      ******************************************************************
      *                                                                *
      *        LGLLNCA - Large-loss notification service commarea      *
      *                                                                *
      *   DFHCOMMAREA layout for LGLLN01, the service program LINKed   *
      *  to by LGCLB01 once a claim is filed and by LGCRS01 once its   *
      *  reserve moves.  It works out the claim's incurred value,      *
      *  compares it with the large-loss threshold for the policy      *
      *  type (SYSTEM_PARAMETER 'LARGELOS', maintained through         *
      *  LGPAR01) and, the first time the threshold is crossed,        *
      *  writes the LARGE_LOSS_NOTICE row and puts an *ALERT* out      *
      *  through LGSTSQ for the distribution list named on the         *
      *  parameter row.  A claim already notified has its current      *
      *  incurred brought up to date, for LGLLB01's daily report of    *
      *  new and developing large losses.  The callers gate            *
      *  entitlement; a failure here never unwinds their work.         *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-CHECK-INCURRED      VALUE '1'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-LARGE-LOSS-DATA.
           05 CA-CLAIM-NUM             PIC 9(10).
      * what moved the incurred - 'I' the claim was filed, 'R' its
      * reserve was revised
           05 CA-LL-SOURCE             PIC X(01).
               88 CA-LL-FROM-INTAKE          VALUE 'I'.
               88 CA-LL-FROM-RESERVE         VALUE 'R'.
      * returned - 'Y' when the claim stands on the large-loss list,
      * the incurred value compared and the threshold it was compared
      * with
           05 CA-LARGE-LOSS            PIC X(01).
               88 CA-IS-LARGE-LOSS           VALUE 'Y'.
           05 CA-INCURRED              PIC 9(09)V9(02).
           05 CA-THRESHOLD             PIC 9(09)V9(02).
           05 FILLER                   PIC X(10).
