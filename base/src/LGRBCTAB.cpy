      ******************************************************************
      *          LGRBCTAB - Rebuild-cost underinsurance test           *
      *                                                                *
      *   The declared building value on a HOUSE row is tested         *
      *  against a rebuild-cost estimate off the REBUILD_COST table,   *
      *  keyed by house type, bedrooms, year built and region.  A      *
      *  REBUILD_COST row covers its BEDROOMS figure and upward and    *
      *  its YEARFROM and later; the best row is the customer's own    *
      *  region before the '*   ' catch-all, then the most bedrooms,   *
      *  then the latest era.  No row is no estimate - the house is    *
      *  not assessed and never flagged.  The house is underinsured    *
      *  when the declared value is more than LGRBC-UNDERINS-PCT per   *
      *  cent below the estimate.  Shared by LGHPB01 at intake,        *
      *  LGHPU01 at endorsement and LGRWB01 at renewal, so all three   *
      *  hold the same answer on the row.  The percentage may be       *
      *  overridden at entry from SYSTEM_PARAMETER 'REBUILD '/         *
      *  'UNDERPCT' (NUMVALUE1, via LGPAR01).                          *
      ******************************************************************
       01  LGRBC-UNDERINS-PCT          PIC 9(03)V9(02) VALUE 15.

       01  LGRBC-WORK.
           05 LGRBC-HOUSE-TYPE         PIC X(01).
           05 LGRBC-BEDROOMS           PIC 9(02).
           05 LGRBC-YEAR-BUILT         PIC 9(04).
           05 LGRBC-REGION             PIC X(04).
           05 LGRBC-DECLARED-VALUE     PIC 9(07)V9(02).
           05 LGRBC-ESTIMATE           PIC 9(07)V9(02).
           05 LGRBC-FLOOR              PIC 9(07)V9(02).
      * declared value as a percentage of the estimate - 100 is fully
      * insured, held at 999.99 where the declared value runs away
           05 LGRBC-RATIO-WORK         PIC 9(09)V9(02).
           05 LGRBC-RATIO-PCT          PIC 9(03)V9(02).
           05 LGRBC-UNDERINS-SW        PIC X(01).
               88 LGRBC-UNDERINSURED         VALUE 'Y'.
