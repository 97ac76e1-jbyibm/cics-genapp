      ******************************************************************
      *                                                                *
      *        LGLDGQCA - Policy premium account inquiry commarea       *
      *                                                                *
      *   Caller sets CA-POLICY-NUM and calls LGLDG01.  Request '1'    *
      *  returns the account's current balance and one page of its    *
      *  POLICY_LEDGER entries newest first - date, type, debit or    *
      *  credit, amount and the running balance after each - so the   *
      *  rep can answer "what have I paid and what do I owe?" on the  *
      *  call.  For more than a screenful, CA-MORE-ENTRIES comes back *
      *  'Y' and the caller re-calls with CA-RESUME-ENTRY-SEQ exactly *
      *  as returned.  Request '2' queues a printed statement of      *
      *  account for the policy onto DOCUMENT_QUEUE for the nightly   *
      *  print feed (LGDPB01); the balance comes back as for '1' but  *
      *  no entries.                                                   *
      *                                                                *
      *   The balance is signed from the customer's side: positive is *
      *  owed to us, negative is the customer in credit (see           *
      *  LGLEDGER).                                                    *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-BROWSE-LEDGER       VALUE '1'.
               88 CA-REQ-STATEMENT           VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-LEDGER-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
      * returned - the policy's owner and where the account stands
           05 CA-CUSTOMER-NUM          PIC 9(10).
           05 CA-CURRENT-BALANCE       PIC S9(09)V9(02).
      * zero on the first call; on a follow-up page, the value
      * LGLDG01 handed back on the previous call
           05 CA-RESUME-ENTRY-SEQ      PIC 9(09).
           05 CA-MORE-ENTRIES          PIC X(01).
               88 CA-MORE-ENTRIES-FOLLOW     VALUE 'Y'.
           05 CA-ENTRY-COUNT           PIC 9(02).
      * entry types as listed in LGLEDGER; debit/credit 'D', 'C' or
      * 'M' for a memo that did not move the balance
           05 CA-ENTRY-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-EL-IDX.
               10 EL-ENTRY-SEQ          PIC 9(09).
               10 EL-ENTRY-DATE         PIC X(10).
               10 EL-ENTRY-TYPE         PIC X(04).
               10 EL-DEBIT-CREDIT       PIC X(01).
               10 EL-AMOUNT             PIC S9(07)V9(02).
               10 EL-BALANCE            PIC S9(09)V9(02).
               10 EL-INSTALLMENT-NUM    PIC 9(04).
               10 EL-SOURCE-PGM         PIC X(08).
      * a duplicate document carries an administration fee, charged
      * through LGFEE01 onto the next installment - a reason code
      * here waives it; returned, the fee actually charged
           05 CA-FEE-WAIVE-REASON      PIC X(04).
           05 CA-DOCUMENT-FEE          PIC 9(05)V9(02).
           05 FILLER                   PIC X(06).
