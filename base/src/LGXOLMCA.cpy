      ******************************************************************
      *                                                                *
      *        LGXOLMCA - Catastrophe excess-of-loss layer commarea    *
      *                                                                *
      *   DFHCOMMAREA layout for LGXOL01, which maintains the          *
      *  TREATY_XOL_LAYER rows held against a REINSURANCE_TREATY -     *
      *  the layers of the catastrophe excess-of-loss programme that   *
      *  sits over what the proportional treaty leaves us.  Each       *
      *  layer pays the part of one event's net loss above its        *
      *  retention, up to its limit, and is reinstated for a premium   *
      *  after a loss.  LGXLB01 applies the layers to every event on   *
      *  the CATASTROPHE_EVENT register and produces the recovery      *
      *  statement for each reinsurer.  A layer is cancelled, never    *
      *  deleted - the recoveries already made against it stand.       *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-LAYER           VALUE '1'.
               88 CA-REQ-AMEND-LAYER         VALUE '2'.
               88 CA-REQ-READ-LAYER          VALUE '3'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-LAYER-DATA.
      * the REINSURANCE_TREATY the layer belongs to ('*   ' for the
      * whole-account programme) and the layer's place in it - layer
      * 1 is the lowest
           05 CA-TRADE-CLASS           PIC X(04).
           05 CA-LAYER-NUM             PIC 9(02).
      * the layer pays an event's net loss above the retention, up to
      * the limit - "limit xs retention" on the slip
           05 CA-RETENTION             PIC 9(09)V9(02).
           05 CA-LAYER-LIMIT           PIC 9(09)V9(02).
      * the annual deposit premium for the layer, how many times the
      * limit may be reinstated after a loss, and the reinstatement
      * premium as a per cent of the layer premium, pro rata to the
      * amount of limit reinstated
           05 CA-LAYER-PREMIUM         PIC 9(09)V9(02).
           05 CA-REINSTATEMENTS        PIC 9(02).
           05 CA-REINSTATE-PCT         PIC 9(03)V9(02).
           05 CA-REINSURER-NAME        PIC X(30).
      * 'A' active, 'C' cancelled - a cancelled layer is left out of
      * the next LGXLB01 run
           05 CA-LAYER-STATUS          PIC X(01).
               88 CA-LAYER-ACTIVE            VALUE 'A'.
               88 CA-LAYER-CANCELLED         VALUE 'C'.
               88 CA-VALID-LAYER-STATUS      VALUE 'A' 'C'.
      * returned - who last changed the layer
           05 CA-CHANGED-BY            PIC X(05).
           05 FILLER                   PIC X(10).
