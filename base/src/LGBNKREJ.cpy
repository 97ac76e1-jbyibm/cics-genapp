      *  account transferred.  One record per rejected payment,        *
      *  echoing the source system and reference of the original       *
      *  LGBNKPAY detail record ('CLM' with the claim number from     *
      *  LGPYB01, 'RTN' with the policy number from LGRPB01, 'FEE'     *
      *  with the claim number from LGFPB01's supplier fee feed,       *
      *  'PPO' with the claim number for a periodic payment order      *
      *  instalment from LGPYB01), plus the bank's reason code.  Read  *
      *  by LGPRB01, which voids the payment, holds the case from      *
      *  re-disbursement and queues it on the PAYMENT_REVIEW           *
      *  worklist.                                                     *
      *                                                                *
      ******************************************************************
       01  RJ-REJECT-RECORD.
           05 RJ-SOURCE-SYSTEM         PIC X(03).
               88 RJ-SOURCE-CLAIM            VALUE 'CLM'.
               88 RJ-SOURCE-RETURN-PREM      VALUE 'RTN'.
               88 RJ-SOURCE-SUPPLIER-FEE     VALUE 'FEE'.
               88 RJ-SOURCE-PERIODIC         VALUE 'PPO'.
           05 RJ-CUSTOMER-NUM          PIC 9(10).
           05 RJ-REFERENCE-NUM         PIC 9(10).
           05 RJ-PAYMENT-AMOUNT        PIC 9(09)V9(02).
