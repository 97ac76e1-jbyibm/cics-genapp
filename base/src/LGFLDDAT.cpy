      ******************************************************************
      *                                                                *
      *    LGFLDDAT - Flood-map postcode record                        *
      *                                                                *
      *   Fixed-format record on the file the flood-map provider       *
      *  sends with each map release - one record per postcode key,    *
      *  which is a full postcode ('SW1A 1AA'), a sector ('SW1A 1')    *
      *  or a district ('SW1A') where the provider grades the whole    *
      *  area alike.  Loaded onto FLOOD_RISK by LGFRB01; the most      *
      *  specific key matching a postcode wins.  Every release is the  *
      *  whole map.  The trailer ('T') carries the detail count in     *
      *  FR-TOTAL-COUNT.                                               *
      *                                                                *
      ******************************************************************
       01  FR-FLOOD-RECORD.
           05 FR-RECORD-TYPE           PIC X(01).
               88 FR-DETAIL-RECORD           VALUE 'D'.
               88 FR-TOTAL-RECORD            VALUE 'T'.
           05 FR-POSTCODE-KEY          PIC X(08).
      * 1 (lowest) to 5 (highest) - see LGFLDTAB; 0 not graded
           05 FR-FLOOD-BAND            PIC 9(01).
      * the provider's underlying score, 0 to 999, within the band
           05 FR-FLOOD-SCORE           PIC 9(03).
      * the provider's map release the record comes from
           05 FR-MAP-RELEASE           PIC X(08).
           05 FILLER                   PIC X(39).
       01  FR-TOTAL-AREA.
           05 FILLER                   PIC X(01).
           05 FR-TOTAL-COUNT           PIC 9(09).
           05 FILLER                   PIC X(50).
