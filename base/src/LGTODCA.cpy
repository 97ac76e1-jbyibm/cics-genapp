      ******************************************************************
      *                                                                *
      *        LGTODCA - Commercial turnover declaration commarea       *
      *                                                                *
      *   DFHCOMMAREA layout for LGTOD01.  After a commercial policy   *
      *  year ends LGTDB01 writes an invited ('I') row to              *
      *  TURNOVER_DECLARATION carrying the turnover estimate the year  *
      *  was rated on; the customer declares the actual figure and     *
      *  staff record it here.  The year is re-rated on the declared   *
      *  turnover and the difference raised as an additional premium   *
      *  (one extra PREMIUM_INSTALLMENT) or a return premium (paid by  *
      *  LGRPB01).  A blank CA-YEAR-END takes the oldest outstanding   *
      *  declaration on the policy.                                    *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-RECORD-DECLARATION  VALUE '1'.
               88 CA-REQ-READ-DECLARATION    VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-DECLARATION-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
      * the policy year being declared for, identified by its last
      * day (YYYY-MM-DD)
           05 CA-YEAR-END              PIC X(10).
           05 CA-DECLARED-TURNOVER     PIC 9(09)V9(02).
      * returned: the year, the estimate and premium it was charged
      * on, and the adjustment the declaration raised - 'A'
      * additional, 'R' return, 'N' none (inside the de minimis)
           05 CA-YEAR-START            PIC X(10).
           05 CA-ESTIMATED-TURNOVER    PIC 9(09)V9(02).
           05 CA-YEAR-PREMIUM          PIC 9(07)V9(02).
           05 CA-ADJUSTMENT-TYPE       PIC X(01).
               88 CA-ADJ-ADDITIONAL          VALUE 'A'.
               88 CA-ADJ-RETURN              VALUE 'R'.
               88 CA-ADJ-NONE                VALUE 'N'.
           05 CA-ADJUSTMENT-AMOUNT     PIC 9(07)V9(02).
           05 CA-ADJUSTMENT-IPT        PIC 9(07)V9(02).
           05 CA-DECL-STATUS           PIC X(01).
               88 CA-DECL-INVITED            VALUE 'I'.
               88 CA-DECL-DECLARED           VALUE 'D'.
           05 CA-DECLARED-BY           PIC X(05).
           05 CA-DECLARED-DATE         PIC X(10).
           05 FILLER                   PIC X(10).
