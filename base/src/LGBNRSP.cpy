      ******************************************************************
      *                                                                *
      *          LGBNRSP - Broker new-business response record         *
      *                                                                *
      *   Fixed-format record on the response file LGBRB01 returns     *
      *  for every broker submission file (LGBNBREC) that has been     *
      *  worked.  An 'H' header echoes the broker and its file         *
      *  reference - 'E' in BR-HDR-FILE-STATUS means the file as a     *
      *  whole was refused at load, with the reason, and no detail     *
      *  records follow.  One 'D' detail per customer or policy        *
      *  record submitted, in file order: 'A' accepted with our        *
      *  customer and policy number, 'R' referred to an underwriter    *
      *  (stored, not yet on risk), 'X' rejected with the reason.      *
      *  On a premium disagreement the rated premium comes back in     *
      *  BR-PREMIUM so the broker can resubmit with it.  A closing     *
      *  'T' trailer counts each outcome.                              *
      *                                                                *
      ******************************************************************
       01  BR-RESPONSE-RECORD.
           05 BR-RECORD-TYPE           PIC X(01).
               88 BR-HEADER-RECORD           VALUE 'H'.
               88 BR-DETAIL-RECORD           VALUE 'D'.
               88 BR-TRAILER-RECORD          VALUE 'T'.
           05 BR-BROKER-ID             PIC X(08).
           05 BR-FILE-REF              PIC X(12).
           05 BR-RESPONSE-BODY         PIC X(129).
           05 BR-HEADER REDEFINES BR-RESPONSE-BODY.
               10 BR-HDR-FILE-STATUS    PIC X(01).
                   88 BR-HDR-FILE-WORKED      VALUE 'P'.
                   88 BR-HDR-FILE-REFUSED     VALUE 'E'.
               10 BR-HDR-REASON         PIC X(60).
               10 BR-HDR-RESPONSE-DATE  PIC X(10).
               10 FILLER                PIC X(58).
           05 BR-DETAIL REDEFINES BR-RESPONSE-BODY.
               10 BR-RECORD-SEQ         PIC 9(07).
               10 BR-SUBMITTED-TYPE     PIC X(01).
               10 BR-CLIENT-REF         PIC X(12).
               10 BR-POLICY-REF         PIC X(12).
               10 BR-RESULT             PIC X(01).
                   88 BR-ACCEPTED             VALUE 'A'.
                   88 BR-REFERRED             VALUE 'R'.
                   88 BR-REJECTED             VALUE 'X'.
               10 BR-CUSTOMER-NUM       PIC 9(10).
               10 BR-POLICY-NUM         PIC 9(10).
               10 BR-PREMIUM            PIC 9(05)V9(02).
               10 BR-REASON-CODE        PIC X(02).
               10 BR-REASON-TEXT        PIC X(60).
               10 FILLER                PIC X(07).
           05 BR-TRAILER REDEFINES BR-RESPONSE-BODY.
               10 BR-TRL-COUNT          PIC 9(07).
               10 BR-TRL-ACCEPTED       PIC 9(07).
               10 BR-TRL-REFERRED       PIC 9(07).
               10 BR-TRL-REJECTED       PIC 9(07).
               10 FILLER                PIC X(101).
