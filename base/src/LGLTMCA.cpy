      ******************************************************************
      *                                                                *
      *         LGLTMCA - Letter template maintenance commarea         *
      *                                                                *
      *   DFHCOMMAREA layout for LGLTM01, which owns the               *
      *  LETTER_TEMPLATE library.  A template is the wording of one    *
      *  printed or queued letter (CA-LT-DOCTYPE - the notice type it  *
      *  is recorded under on CONTACT_HISTORY) in numbered versions,   *
      *  each effective from a date and live only once a second        *
      *  officer - never the proposer - has approved it.  The          *
      *  document batches resolve the approved version in force on     *
      *  their run date and merge each letter's own name, policy       *
      *  number, amount and date into the %NAME%, %POLICY%, %AMOUNT%   *
      *  and %DATE% tokens.  A preview runs the same merge over the    *
      *  sample values given (or stock ones) so the wording can be     *
      *  checked before it is approved.                                *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-PROPOSE-TEMPLATE    VALUE '1'.
               88 CA-REQ-APPROVE-TEMPLATE    VALUE '2'.
               88 CA-REQ-READ-TEMPLATE       VALUE '3'.
               88 CA-REQ-PREVIEW-TEMPLATE    VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-TEMPLATE-DATA.
      * POLDOCS, STMT, ACCT (LGDPB01), RNEWTERM (LGRWB01), ANNSTMT
      * (LGYSB01) or ARREARS (LGARB01)
           05 CA-LT-DOCTYPE            PIC X(08).
      * returned on a proposal - the next version for the doctype;
      * given on an approval, read or preview.  A preview of version
      * zero shows the approved version in force today.
           05 CA-LT-VERSION            PIC 9(04).
      * the first run date the version is used on - today or later
           05 CA-EFFECTIVE-DATE        PIC X(10).
           05 CA-LT-TEXT-BLOCKS.
              10 CA-LT-TEXT-BLOCK-1    PIC X(60).
              10 CA-LT-TEXT-BLOCK-2    PIC X(60).
              10 CA-LT-TEXT-BLOCK-3    PIC X(60).
              10 CA-LT-TEXT-BLOCK-4    PIC X(60).
              10 CA-LT-TEXT-BLOCK-5    PIC X(60).
              10 CA-LT-TEXT-BLOCK-6    PIC X(60).
           05 CA-LT-TEXT-TABLE REDEFINES CA-LT-TEXT-BLOCKS.
              10 CA-LT-TEXT-BLOCK      PIC X(60) OCCURS 6 TIMES.
      * returned - 'P' pending approval, 'A' approved
           05 CA-TEMPLATE-STATUS       PIC X(01).
      * returned - who proposed the version; the approver must differ
           05 CA-ENTERED-BY            PIC X(05).
      * preview only - sample merge values; blank or zero takes a
      * stock value
           05 CA-LT-SAMPLE-NAME        PIC X(31).
           05 CA-LT-SAMPLE-POLICY      PIC 9(10).
           05 CA-LT-SAMPLE-AMOUNT      PIC 9(07)V9(02).
           05 CA-LT-SAMPLE-DATE        PIC X(10).
      * preview only - returned, the blocks as the letter will read
           05 CA-LT-MERGED-TEXT.
              10 CA-LT-MERGED-LINE     PIC X(80) OCCURS 6 TIMES.
           05 FILLER                   PIC X(10).
