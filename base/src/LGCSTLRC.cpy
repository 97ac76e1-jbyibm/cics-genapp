      ******************************************************************
      *                                                                *
      *          LGCSTLRC - Card gateway settlement record             *
      *                                                                *
      *   Fixed-format record on the settlement file the payment       *
      *  gateway supplies daily.  One 'S' record for every card        *
      *  payment the gateway settled to our collection account, one    *
      *  'C' record for every earlier payment the cardholder's bank    *
      *  has charged back, and a closing 'T' trailer with the count    *
      *  and value of the detail records.  ST-GATEWAY-REF is the       *
      *  gateway's authorisation reference LGCPY01 stored as           *
      *  CARD_PAYMENT.GATEWAYREF.  Read by LGGSB01.                    *
      *                                                                *
      ******************************************************************
       01  ST-SETTLEMENT-RECORD.
           05 ST-RECORD-TYPE           PIC X(01).
               88 ST-SETTLED-RECORD          VALUE 'S'.
               88 ST-CHARGEBACK-RECORD       VALUE 'C'.
               88 ST-TRAILER-RECORD          VALUE 'T'.
           05 ST-DETAIL.
               10 ST-GATEWAY-REF        PIC X(16).
               10 ST-AMOUNT             PIC 9(07)V9(02).
               10 ST-EVENT-DATE         PIC X(10).
      * the card scheme's reason code on a chargeback
               10 ST-REASON-CODE        PIC X(04).
               10 FILLER                PIC X(40).
           05 ST-TRAILER REDEFINES ST-DETAIL.
               10 ST-TRL-COUNT          PIC 9(07).
               10 ST-TRL-TOTAL          PIC 9(09)V9(02).
               10 FILLER                PIC X(61).
