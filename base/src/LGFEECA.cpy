      ******************************************************************
      *                                                                *
      *        LGFEECA - Administration fee service commarea            *
      *                                                                *
      *   DFHCOMMAREA layout for LGFEE01, the service program that     *
      *  prices and charges the administration fees the policy         *
      *  wording allows - a mid-term change (LGHPU01, LGMPU01), a      *
      *  cancellation (LGPCN01) and a duplicate document on demand     *
      *  (LGODS01, LGLDG01).  The fee comes from FEE_SCHEDULE by       *
      *  event and policy type, as in force on the day; no schedule    *
      *  row means no fee, exactly as before the schedule existed.     *
      *                                                                *
      *   Request '1' only prices the fee, so a caller can net it      *
      *  before committing its own change.  Request '2' charges it:    *
      *  a FEE_CHARGE row for every fee charged or waived, and the     *
      *  money billed the way the caller asks - 'I' onto the policy's  *
      *  next unraised installment (or an installment of its own when  *
      *  none is left), 'N' netted by the caller from a refund it is   *
      *  paying, never more than CA-NET-LIMIT.  A waiver reason from   *
      *  the staff member waives the fee: recorded, never billed.      *
      *                                                                *
      *   A policy number of zero charges a customer-level document    *
      *  to the customer's lowest-numbered in-force policy; a          *
      *  customer with none is not charged.  The callers gate          *
      *  entitlement; a failure here never unwinds their work.         *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-PRICE-FEE           VALUE '1'.
               88 CA-REQ-CHARGE-FEE          VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-FEE-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
           05 CA-CUSTOMER-NUM          PIC 9(10).
      * the chargeable event - the FEE_SCHEDULE EVENTTYPE key
           05 CA-FEE-EVENT             PIC X(04).
               88 CA-FEE-MIDTERM-CHANGE      VALUE 'ENDO'.
               88 CA-FEE-CANCELLATION        VALUE 'CANC'.
               88 CA-FEE-DUPLICATE-DOC       VALUE 'DOCS'.
           05 CA-FEE-BILLING           PIC X(01).
               88 CA-BILL-INSTALLMENT        VALUE 'I'.
               88 CA-BILL-NET-REFUND         VALUE 'N'.
      * the most a netted fee may take - the refund it comes out of
           05 CA-NET-LIMIT             PIC 9(07)V9(02).
      * non-blank waives the fee - free catalogued reason code,
      * recorded with the staff id on FEE_CHARGE
           05 CA-WAIVE-REASON          PIC X(04).
           05 CA-SOURCE-PGM            PIC X(08).
      * returned - the schedule fee, what is actually charged after
      * any waiver or netting cap, 'Y' when waived, and on an 'I'
      * charge the installment it was billed to
           05 CA-SCHEDULE-FEE          PIC 9(05)V9(02).
           05 CA-FEE-CHARGED           PIC 9(05)V9(02).
           05 CA-FEE-WAIVED            PIC X(01).
               88 CA-FEE-IS-WAIVED           VALUE 'Y'.
           05 CA-INSTALLMENT-NUM       PIC 9(04).
           05 FILLER                   PIC X(10).
