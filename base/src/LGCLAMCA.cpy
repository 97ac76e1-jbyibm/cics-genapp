       01  CA-CLAIM-DATA.
           05 CA-CLAIM-NUM              PIC 9(10).
           05 CA-CLAIM-DATE             PIC X(10).
      * the weather perils - a house claim of one of these types is
      * checked against the WEATHER_OBSERVATION for the risk
      * postcode area on CA-CLAIM-DATE
           05 CA-CLAIM-TYPE             PIC X(04).
               88 CA-CLAIM-STORM            VALUE 'STRM'.
               88 CA-CLAIM-FLOOD            VALUE 'FLOD'.
               88 CA-CLAIM-FREEZE           VALUE 'FRZE'.
               88 CA-CLAIM-WEATHER-PERIL    VALUE 'STRM' 'FLOD' 'FRZE'.
           05 CA-CLAIM-AMOUNT           PIC 9(07)V9(02).
           05 CA-CLAIM-STATUS           PIC X(01).
               88 CA-CLAIM-OPEN             VALUE 'O'.
      * policyholder.  A named driver not on the policy's MOTORDRIVER
      * schedule files but is flagged for handler review.
           05 CA-DRIVER-NAME            PIC X(30).
      * returned: 'Y' when the claimant has an active flag on the
      * VULNERABLE_CUSTOMER register and the claim was filed priority
           05 CA-PRIORITY-FLAG          PIC X(01).
      * claims the claimant declared making with any insurer in the
      * five years before this one - compared with the industry claims
      * database's matches by LGIDB01.  Not numeric is taken as none.
           05 CA-PRIOR-CLAIMS-DECL      PIC 9(02).
      * returned: the weather check on a house peril claim - 'P' the
      * conditions bear it out, 'F' they do not (filed for handler
      * review), 'N' no observation on file, space not checked
           05 CA-WEATHER-CHECK          PIC X(01).
               88 CA-WEATHER-PASSED         VALUE 'P'.
               88 CA-WEATHER-FAILED         VALUE 'F'.
               88 CA-WEATHER-NO-DATA        VALUE 'N'.
           05 FILLER                   PIC X(24).
