      ******************************************************************
      *                                                                *
      *     LGSUPMCA - Claims supplier and fee invoice commarea        *
      *                                                                *
      *   DFHCOMMAREA layout for LGSUP01, which maintains the          *
      *  CLAIM_SUPPLIER master - the loss adjusters, building          *
      *  surveyors and motor engineers who invoice us per claim -      *
      *  and the CLAIM_FEE_INVOICE rows those invoices are recorded    *
      *  as: net, VAT and gross, the supplier's invoice number, and    *
      *  an approval by a second member of staff.  LGFPB01 pays the    *
      *  approved invoices on the LGBNKPAY file ('FEE' source, 'S'     *
      *  payee); LGLRB01 and LGGLB01 report them as claims-handling    *
      *  expense, kept apart from indemnity.  A supplier is retired,   *
      *  never deleted, and an invoice is rejected, never deleted.     *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-SUPPLIER        VALUE '1'.
               88 CA-REQ-AMEND-SUPPLIER      VALUE '2'.
               88 CA-REQ-RETIRE-SUPPLIER     VALUE '3'.
               88 CA-REQ-READ-SUPPLIER       VALUE '4'.
               88 CA-REQ-RECORD-INVOICE      VALUE '5'.
               88 CA-REQ-APPROVE-INVOICE     VALUE '6'.
               88 CA-REQ-REJECT-INVOICE      VALUE '7'.
               88 CA-REQ-READ-INVOICE        VALUE '8'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-SUPPLIER-DATA.
      * zero on a supplier add (the assigned id comes back here);
      * names the supplier on every other supplier request and on an
      * invoice being recorded
           05 CA-SUPPLIER-ID           PIC 9(05).
           05 CA-SUPPLIER-NAME         PIC X(30).
           05 CA-SUPPLIER-TYPE         PIC X(03).
               88 CA-SUPP-LOSS-ADJUSTER      VALUE 'ADJ'.
               88 CA-SUPP-SURVEYOR           VALUE 'SUR'.
               88 CA-SUPP-ENGINEER           VALUE 'ENG'.
               88 CA-VALID-SUPPLIER-TYPE     VALUE 'ADJ' 'SUR' 'ENG'.
      * where the fees are paid - the same six-digit sort code and
      * eight-digit account LGBNKPAY carries
           05 CA-SUPPLIER-SORT-CODE    PIC X(06).
           05 CA-SUPPLIER-ACCOUNT      PIC X(08).
           05 CA-SUPPLIER-VAT-REG      PIC X(12).
      * returned - 'A' active, 'R' retired
           05 CA-SUPPLIER-STATUS       PIC X(01).
      * the claim the invoice requests ('5' to '8') work on, and the
      * invoice's sequence on it - assigned on record ('5') and named
      * on approve, reject and read
           05 CA-CLAIM-NUM             PIC 9(10).
           05 CA-INVOICE-SEQ           PIC 9(03).
      * the supplier's own invoice number and date (YYYY-MM-DD)
           05 CA-INVOICE-NUMBER        PIC X(15).
           05 CA-INVOICE-DATE          PIC X(10).
           05 CA-NET-AMOUNT            PIC 9(07)V9(02).
           05 CA-VAT-AMOUNT            PIC 9(07)V9(02).
      * returned - net plus VAT, the amount paid
           05 CA-GROSS-AMOUNT          PIC 9(07)V9(02).
      * returned - 'P' awaiting approval, 'A' approved, 'X' rejected
           05 CA-FEE-STATUS            PIC X(01).
               88 CA-FEE-PENDING             VALUE 'P'.
               88 CA-FEE-APPROVED            VALUE 'A'.
               88 CA-FEE-REJECTED            VALUE 'X'.
      * returned - who keyed the invoice, who approved or rejected it
      * and when
           05 CA-RECORDED-BY           PIC X(05).
           05 CA-APPROVED-BY           PIC X(05).
           05 CA-APPROVED-DATE         PIC X(10).
      * returned - 'N' not yet paid, 'Y' on a payment file, 'H' held
      * after the bank returned it
           05 CA-PAYMENT-EXTRACTED     PIC X(01).
      * why an invoice was rejected ('7') - disputed, duplicate,
      * not our claim
           05 CA-REJECT-REASON         PIC X(30).
           05 FILLER                   PIC X(10).
