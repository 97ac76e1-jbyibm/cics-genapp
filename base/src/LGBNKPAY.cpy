      *  future payout feed should write this same record so the bank  *
      *  side only ever has one format to load.                        *
      *                                                                *
      *   Every file ends with one 'T' trailer carrying the run's      *
      *  count and value, and in place of a customer number the id     *
      *  the file was registered under on PAYMENT_FILE_CONTROL.  The   *
      *  file is held there until two staff release it (LGPFR01), and  *
      *  LGPXB01 recomputes its figures before it is transmitted.      *
      *                                                                *
      *   Each detail record is also written to the PAYMENT_FILE_ITEM  *
      *  ledger under that id; LGBXB01 clears it there when the bank   *
      *  statement shows it paid, and LGPRB01 marks it when it comes   *
      *  back rejected.                                                *
      *                                                                *
      ******************************************************************
       01  BP-PAYMENT-RECORD.
           05 BP-RECORD-TYPE           PIC X(01).
               88 BP-TOTAL-RECORD            VALUE 'T'.
           05 BP-SOURCE-SYSTEM         PIC X(03).
           05 BP-CUSTOMER-NUM          PIC 9(10).
      * on the trailer - the PAYMENT_FILE_CONTROL id of the file
           05 BP-FILE-ID REDEFINES BP-CUSTOMER-NUM
                                       PIC 9(10).
           05 BP-REFERENCE-NUM         PIC 9(10).
           05 BP-PAYMENT-AMOUNT        PIC 9(09)V9(02).
           05 BP-PAYMENT-DATE          PIC X(10).
           05 BP-ACCOUNT-NUM           PIC X(08).
      * who the account above belongs to - the customer's own mandate
      * ('C'), or an approved REPAIRER ('R', id in BP-PAYEE-ID) when a
      * managed motor repair pays the garage instead of the customer,
      * or a claims supplier ('S', CLAIM_SUPPLIER id in BP-PAYEE-ID)
      * for an adjuster's, surveyor's or engineer's fee - LGFPB01
      * writes those under BP-SOURCE-SYSTEM 'FEE', BP-REFERENCE-NUM
      * carrying the claim number - or a third-party claimant ('T',
      * the claimant's number on the claim in BP-PAYEE-ID) for a
      * periodic payment order instalment, which LGPYB01 writes under
      * 'PPO' with the claim number
           05 BP-PAYEE-TYPE            PIC X(01).
               88 BP-PAYEE-CUSTOMER          VALUE 'C'.
               88 BP-PAYEE-REPAIRER          VALUE 'R'.
               88 BP-PAYEE-BENEFICIARY       VALUE 'B'.
               88 BP-PAYEE-SUPPLIER          VALUE 'S'.
               88 BP-PAYEE-THIRD-PARTY       VALUE 'T'.
           05 BP-PAYEE-ID              PIC 9(05).
      * joint payee noted on a large claim payment - the first
      * interested party on the claimed policy, blank otherwise; the
