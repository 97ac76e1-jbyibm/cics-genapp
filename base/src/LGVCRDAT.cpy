      ******************************************************************
      *                                                                *
      *    LGVCRDAT - Vehicle-condition register record                *
      *                                                                *
      *   Fixed-format record on the nightly file from the external    *
      *  vehicle-condition register - one record per marker raised     *
      *  ('A') or cleared ('C') against a registration since the last  *
      *  file: reported stolen ('S', cleared on recovery) or written   *
      *  off ('W', with the insurance write-off category).  Loaded     *
      *  onto VEHICLE_CONDITION by LGVCB01; checked by LGMPB01 and     *
      *  LGMPU01 at intake and vehicle change, and by LGVSB01's weekly *
      *  re-screen of the in-force book.  The trailer ('T') carries    *
      *  the detail count in VC-TOTAL-COUNT.                           *
      *                                                                *
      ******************************************************************
       01  VC-CONDITION-RECORD.
           05 VC-RECORD-TYPE           PIC X(01).
               88 VC-DETAIL-RECORD           VALUE 'D'.
               88 VC-TOTAL-RECORD            VALUE 'T'.
           05 VC-ACTION                PIC X(01).
               88 VC-MARKER-RAISED           VALUE 'A'.
               88 VC-MARKER-CLEARED          VALUE 'C'.
           05 VC-REGISTRATION          PIC X(08).
           05 VC-MARKER-TYPE           PIC X(01).
               88 VC-MARKER-STOLEN           VALUE 'S'.
               88 VC-MARKER-WRITEOFF         VALUE 'W'.
      * write-off category 'A'/'B' (never back on the road), 'S'/'N'
      * (repairable) - space on a stolen marker
           05 VC-WRITEOFF-CAT          PIC X(01).
      * date the theft was reported or the vehicle written off
           05 VC-MARKER-DATE           PIC X(10).
      * the register's own reference for the marker
           05 VC-REGISTER-REF          PIC X(12).
           05 FILLER                   PIC X(26).
       01  VC-TOTAL-AREA.
           05 FILLER                   PIC X(01).
           05 VC-TOTAL-COUNT           PIC 9(09).
           05 FILLER                   PIC X(50).
