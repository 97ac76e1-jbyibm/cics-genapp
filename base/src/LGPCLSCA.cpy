      *  items roll into the open period under LGGLB01's LATEITEM      *
      *  event with their own report line.                             *
      *                                                                *
      *   A period is only closed once LGGRB01 has reconciled its      *
      *  journal to the sub-ledgers and every variance it found on     *
      *  GL_RECONCILIATION has been explained.  Request '3' records    *
      *  the explanation for one event's variance, by whoever          *
      *  accepts it.                                                   *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-CLOSE-PERIOD        VALUE '1'.
               88 CA-REQ-READ-PERIOD         VALUE '2'.
               88 CA-REQ-EXPLAIN-VARIANCE    VALUE '3'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 CA-CLOSED-BY             PIC X(05).
           05 CA-CLOSED-DATE           PIC X(10).
           05 FILLER                   PIC X(08).

      * explain only - the journal event whose variance is accepted,
      * and why
       01  CA-VARIANCE-DATA.
           05 CA-EVENT-TYPE            PIC X(08).
           05 CA-EXPLANATION           PIC X(60).
           05 FILLER                   PIC X(12).
