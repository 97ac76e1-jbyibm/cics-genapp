      ******************************************************************
      *                                                                *
      *        LGBUSDAY - Business-day calendar fields                 *
      *                                                                *
      *   Shared by the batches whose dates and clocks run on working  *
      *  days (LGDDB01, LGPNB01, LGARB01, LGCAB01, LGWBB01).  A        *
      *  working day is Monday to Friday and not a BANK_HOLIDAY; the   *
      *  holidays are loaded year by year through LGBCM01, and a year  *
      *  counts as loaded once it has its BUSINESS_CALENDAR row.       *
      *  7500- loads the holidays for BD-LOAD-FROM-YEAR to             *
      *  BD-LOAD-TO-YEAR once at start-up; the other paragraphs work   *
      *  on day numbers (FUNCTION INTEGER-OF-DATE), and each batch     *
      *  carries only the ones it uses:                                *
      *                                                                *
      *     7550- is BD-DATE-INT a working day?                        *
      *     7600- roll BD-DATE forward to a working day                *
      *     7800- working days after BD-DATE-INT up to BD-END-INT      *
      *                                                                *
      *   A date in a year with no calendar loaded, or outside the     *
      *  years the run loaded, is worked out on weekends alone; a      *
      *  missing year inside them is reported once.  Whether           *
      *  a given clock counts working or calendar days is the rule's   *
      *  own setting - SYSTEM_PARAMETER 'CALENDAR' with the clock's    *
      *  key, NUMVALUE1 1 for working days, 0 for calendar days.       *
      *                                                                *
      ******************************************************************
       01  BD-CALENDAR.
           05 BD-LOAD-FROM-YEAR        PIC 9(04) VALUE 0.
           05 BD-LOAD-TO-YEAR          PIC 9(04) VALUE 0.
           05 BD-YEAR-COUNT            PIC S9(4) COMP VALUE 0.
           05 BD-YEAR-ENTRY OCCURS 10 TIMES
                                        INDEXED BY BD-YEAR-IDX.
               10 BD-YEAR              PIC 9(04).
           05 BD-HOLIDAY-COUNT         PIC S9(4) COMP VALUE 0.
           05 BD-HOLIDAY-ENTRY OCCURS 200 TIMES
                                        INDEXED BY BD-HOL-IDX.
               10 BD-HOLIDAY-INT       PIC S9(9) COMP.

      * host variables for the two load cursors
       01  BD-LOAD-ROW.
           05 BD-LOAD-FROM-DATE        PIC X(10) VALUE SPACES.
           05 BD-LOAD-TO-DATE          PIC X(10) VALUE SPACES.
           05 BD-FETCH-YEAR            PIC X(04) VALUE SPACES.
           05 BD-FETCH-DATE            PIC X(10) VALUE SPACES.

      * the date being worked on, in and out
       01  BD-WORK.
           05 BD-DATE                  PIC X(10) VALUE SPACES.
           05 BD-DATE-NUMERIC          PIC 9(08) VALUE 0.
           05 BD-DATE-INT              PIC S9(9) COMP VALUE 0.
           05 BD-END-INT               PIC S9(9) COMP VALUE 0.
           05 BD-DAYS                  PIC S9(7) COMP VALUE 0.
           05 BD-SPAN                  PIC S9(9) COMP VALUE 0.
           05 BD-WEEKS                 PIC S9(7) COMP VALUE 0.
           05 BD-STEP-INT              PIC S9(9) COMP VALUE 0.
           05 BD-DOW-INT               PIC S9(9) COMP VALUE 0.
           05 BD-DOW-QUOT              PIC S9(9) COMP VALUE 0.
      * day of the week - 0 Monday to 6 Sunday
           05 BD-DOW                   PIC S9(4) COMP VALUE 0.
           05 BD-YEAR-INT              PIC S9(9) COMP VALUE 0.
           05 BD-YEAR-NUMERIC          PIC 9(08) VALUE 0.
           05 BD-WORK-YEAR             PIC 9(04) VALUE 0.
           05 BD-WARNED-YEAR           PIC 9(04) VALUE 0.
           05 BD-WORKING-SW            PIC X(01) VALUE 'Y'.
               88 BD-WORKING-DAY             VALUE 'Y'.
           05 BD-HOLIDAY-SW            PIC X(01) VALUE 'N'.
               88 BD-HOLIDAY-FOUND           VALUE 'Y'.
           05 BD-YEAR-SW               PIC X(01) VALUE 'N'.
               88 BD-YEAR-LOADED             VALUE 'Y'.
           05 BD-LOAD-DONE-SW          PIC X(01) VALUE 'N'.
               88 BD-LOAD-DONE               VALUE 'Y'.

      * 'calendar not loaded' warning, once per year met
       01  BD-RPT-WARNING.
           05 FILLER                   PIC X(29)
                      VALUE 'BUSINESS CALENDAR NOT LOADED '.
           05 FILLER                   PIC X(04) VALUE 'FOR '.
           05 BD-RW-YEAR               PIC 9(04).
           05 FILLER                   PIC X(24)
                      VALUE ' - WEEKENDS ONLY COUNTED'.
           05 FILLER                   PIC X(19) VALUE SPACES.
