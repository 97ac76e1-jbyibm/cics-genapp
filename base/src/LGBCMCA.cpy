      ******************************************************************
      *                                                                *
      *        LGBCMCA - Business calendar maintenance commarea        *
      *                                                                *
      *   DFHCOMMAREA layout for LGBCM01, which owns the business-day  *
      *  calendar.  A year is opened on BUSINESS_CALENDAR once its     *
      *  bank holidays are known; holidays are then added to (or       *
      *  taken off) BANK_HOLIDAY one date at a time.  The batches      *
      *  that roll collection dates and run working-day clocks read    *
      *  both tables through LGBUSDAY, and LGBCB01 warns at year end   *
      *  when next year has not been opened.  A read returns the year  *
      *  and every holiday on it.                                      *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-OPEN-YEAR           VALUE '1'.
               88 CA-REQ-ADD-HOLIDAY         VALUE '2'.
               88 CA-REQ-REMOVE-HOLIDAY      VALUE '3'.
               88 CA-REQ-READ-YEAR           VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-CALENDAR-DATA.
      * the year worked on - every request gives it
           05 CA-CAL-YEAR              PIC 9(04).
      * add and remove - a weekday (CCYY-MM-DD) in CA-CAL-YEAR, not
      * before today; add also gives the holiday's name
           05 CA-HOLIDAY-DATE          PIC X(10).
           05 CA-HOLIDAY-DESC          PIC X(30).
      * returned - who opened the year and when
           05 CA-LOADED-BY             PIC X(05).
           05 CA-LOADED-DATE           PIC X(10).
      * returned on a read - the year's holidays in date order
           05 CA-HOLIDAY-COUNT         PIC 9(02).
           05 CA-HOLIDAY-LIST OCCURS 20 TIMES
                                        INDEXED BY CA-BH-IDX.
               10 BH-HOLIDAY-DATE      PIC X(10).
               10 BH-DESCRIPTION       PIC X(30).
               10 BH-ENTERED-BY        PIC X(05).
           05 FILLER                   PIC X(20).
