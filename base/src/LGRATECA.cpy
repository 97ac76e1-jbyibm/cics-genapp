      *     E - VALUE-1 sum assured, UNITS term years                  *
      *     C - trade class as the risk code, VALUE-1 sum of the       *
      *         location sums insured, VALUE-2 turnover                *
      *     T - zone/trip type/winter sports as the risk code,         *
      *         VALUE-1 trip cost, VALUE-2 traveller-days              *
      *                                                                *
      *   An affinity brand may carry its own factor set - rows on     *
      *  RATING_FACTOR under its BRANDCODE.  A brand with no row for   *
      *  the risk (exact or catch-all) rates on our own set, the rows  *
      *  with BRANDCODE spaces.  Callers passing the 50-byte rating    *
      *  data without CA-RATE-BRAND-CODE rate on our own set too.      *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
      * insurance premium tax on the rated figure, returned so a
      * quote can show the gross - zero for exempt life business
           05 CA-RATED-IPT             PIC 9(06)V9(02).
      * the policy's or quote's BRAND code - spaces for our own brand
           05 CA-RATE-BRAND-CODE       PIC X(04).
