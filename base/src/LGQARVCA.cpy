      ******************************************************************
      *                                                                *
      *        LGQARVCA - Claims quality-assurance review commarea     *
      *                                                                *
      *   DFHCOMMAREA layout for LGQAR01.  LGQSB01 draws a monthly     *
      *  sample of the claims LGCLA01 settled or rejected onto the     *
      *  QA_REVIEW worklist; a reviewer reads each sampled claim back  *
      *  ('2') and records ('1') a quality score out of 100 and any    *
      *  leakage found - money paid that should not have been, by      *
      *  overpayment, an excess not taken, or a recovery not pursued.  *
      *  A review is recorded once, by someone other than the handler  *
      *  who decided the claim.  LGQLB01 reports scores and leakage    *
      *  by handler and claim type each quarter.                       *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-RECORD-REVIEW       VALUE '1'.
               88 CA-REQ-READ-REVIEW         VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-QA-REVIEW-DATA.
           05 CA-CLAIM-NUM             PIC 9(10).
      * the month the claim was drawn in (CCYYMM) - blank takes its
      * latest draw, and the month is returned
           05 CA-SAMPLE-PERIOD         PIC X(06).
      * returned - who decided the claim, its type, and the value it
      * was drawn at
           05 CA-HANDLER-ID            PIC X(05).
           05 CA-CLAIM-TYPE            PIC X(04).
           05 CA-SAMPLE-VALUE          PIC 9(09)V9(02).
      * the review - score 0 to 100, and the leakage found: 'N' none
      * (amount zero), 'O' overpaid, 'X' excess not deducted, 'R'
      * recovery not pursued (amount required)
           05 CA-QA-SCORE              PIC 9(03).
           05 CA-LEAKAGE-TYPE          PIC X(01).
               88 CA-LEAKAGE-NONE            VALUE 'N'.
               88 CA-LEAKAGE-OVERPAID        VALUE 'O'.
               88 CA-LEAKAGE-EXCESS          VALUE 'X'.
               88 CA-LEAKAGE-RECOVERY        VALUE 'R'.
               88 CA-VALID-LEAKAGE-TYPE      VALUE 'N' 'O' 'X' 'R'.
           05 CA-LEAKAGE-AMOUNT        PIC 9(07)V9(02).
           05 CA-REVIEW-NOTES          PIC X(40).
      * returned - 'P' waiting for review, 'C' reviewed; by whom and
      * when
           05 CA-REVIEW-STATUS         PIC X(01).
               88 CA-REVIEW-PENDING          VALUE 'P'.
               88 CA-REVIEW-COMPLETE         VALUE 'C'.
           05 CA-REVIEWED-BY           PIC X(05).
           05 CA-REVIEW-DATE           PIC X(10).
           05 FILLER                   PIC X(10).
