      *  RATING_FACTOR_HIST.  The new rate no longer hits LGRAT01's    *
      *  FETCH-FACTOR-ROW mid-day, mid-quote.                          *
      *                                                                *
      *   Each affinity brand (BRAND master, LGBDM01) may have its own *
      *  factor set, keyed by CA-RF-BRAND-CODE; spaces is our own set, *
      *  which LGRAT01 falls back to for any risk a brand has not      *
      *  priced.                                                       *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-CHANGE-STATUS         PIC X(01).
      * returned - who proposed the change; the approver must differ
           05 CA-ENTERED-BY            PIC X(05).
      * the brand whose factor set this is - spaces for our own
           05 CA-RF-BRAND-CODE         PIC X(04).
           05 FILLER                   PIC X(04).
