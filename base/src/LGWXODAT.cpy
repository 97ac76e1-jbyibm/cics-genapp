      ******************************************************************
      *                                                                *
      *    LGWXODAT - Daily weather-observation record                 *
      *                                                                *
      *   Fixed-format record on the daily file from the weather       *
      *  data service - one record per postcode area (the postcode     *
      *  outward code, as LGEXB01 splits it) per observation day:      *
      *  the day's maximum gust, total rainfall and minimum            *
      *  temperature.  Loaded onto WEATHER_OBSERVATION by LGWOB01;     *
      *  LGCLB01 checks house storm, flood and freeze claims against   *
      *  the reading for the risk postcode area on the claim date.     *
      *  The trailer ('T') carries the detail count in WO-TOTAL-COUNT. *
      *                                                                *
      ******************************************************************
       01  WO-OBSERVATION-RECORD.
           05 WO-RECORD-TYPE           PIC X(01).
               88 WO-DETAIL-RECORD           VALUE 'D'.
               88 WO-TOTAL-RECORD            VALUE 'T'.
           05 WO-AREA-CODE             PIC X(04).
      * CCYY-MM-DD
           05 WO-OBS-DATE              PIC X(10).
      * maximum gust, miles per hour
           05 WO-MAX-GUST              PIC 9(03).
      * rainfall over the day, millimetres
           05 WO-RAINFALL              PIC 9(03)V9(01).
      * minimum temperature, degrees Celsius
           05 WO-MIN-TEMP              PIC S9(02)V9(01)
                                        SIGN IS LEADING SEPARATE.
      * the service's station the area's reading was taken from
           05 WO-STATION-ID            PIC X(08).
           05 FILLER                   PIC X(26).
       01  WO-TOTAL-AREA.
           05 FILLER                   PIC X(01).
           05 WO-TOTAL-COUNT           PIC 9(09).
           05 FILLER                   PIC X(50).
