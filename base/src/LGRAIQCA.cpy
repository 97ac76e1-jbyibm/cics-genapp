      ******************************************************************
      *                                                                *
      *         LGRAIQCA - Customer read-access log inquiry commarea   *
      *                                                                *
      *   Caller sets CA-SEARCH-CUSTOMER-NUM and request '1' to see    *
      *  who has looked at a customer, or CA-SEARCH-STAFF-ID and       *
      *  request '2' to see what one member of staff has looked at,    *
      *  and calls LGRAI01.  One page of CUSTOMER_ACCESS_LOG entries   *
      *  comes back newest first - who, what, through which            *
      *  transaction and program, and when.  CA-FROM-DATE (YYYY-MM-DD, *
      *  spaces for all) stops the browse at that date.  For more      *
      *  than a screenful, CA-MORE-ACCESSES comes back 'Y' and the     *
      *  caller re-calls with CA-RESUME-ACCESS-ID exactly as returned. *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-BROWSE-BY-CUSTOMER  VALUE '1'.
               88 CA-REQ-BROWSE-BY-STAFF     VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-ACCESS-INQUIRY-DATA.
           05 CA-SEARCH-CUSTOMER-NUM   PIC 9(10).
           05 CA-SEARCH-STAFF-ID       PIC X(05).
           05 CA-FROM-DATE             PIC X(10).
      * zero on the first call; on a follow-up page, the value
      * LGRAI01 handed back on the previous call
           05 CA-RESUME-ACCESS-ID      PIC 9(10).
           05 CA-MORE-ACCESSES         PIC X(01).
               88 CA-MORE-ACCESSES-FOLLOW    VALUE 'Y'.
           05 CA-ACCESS-COUNT          PIC 9(02).
      * access type 'V' record viewed, 'L' listed in search results,
      * 'S' printed on a subject access report
           05 CA-ACCESS-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-AL-IDX.
               10 AL-ACCESS-ID          PIC 9(10).
               10 AL-CUSTOMER-NUM       PIC 9(10).
               10 AL-STAFF-ID           PIC X(05).
               10 AL-TRANSID            PIC X(04).
               10 AL-PROGRAM-ID         PIC X(08).
               10 AL-ACCESS-TYPE        PIC X(01).
               10 AL-ACCESS-DATE        PIC X(10).
               10 AL-ACCESS-TIME        PIC X(08).
           05 FILLER                   PIC X(02).
