      *  this program existed nothing incremented the failure count     *
      *  or honoured a lockout.                                         *
      *                                                                *
      *   Request type '2' verifies one of the customer's authorised   *
      *  representatives instead (LGREP01's register), named by        *
      *  CA-REP-NUM - their own secret, count and lockout on           *
      *  CUSTOMER_REPRESENTATIVE, checked the same way.                *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-VERIFY-SECRET       VALUE '1'.
               88 CA-REQ-VERIFY-REP-SECRET   VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
       01  CA-VERIFY-DATA.
           05 CA-CUSTOMER-NUM          PIC 9(10).
           05 CA-SECRET-SUBMITTED      PIC X(32).
      * request type '2' only - which representative is calling
           05 CA-REP-NUM               PIC 9(03).
           05 FILLER                   PIC X(05).
