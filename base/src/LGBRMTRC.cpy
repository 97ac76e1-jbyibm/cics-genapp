      ******************************************************************
      *                                                                *
      *          LGBRMTRC - Broker remittance record                   *
      *                                                                *
      *   Fixed-format record on the broker remittance file cash       *
      *  management builds daily from the premium account statement -  *
      *  one 'R' record for every remittance an external broker has    *
      *  paid us, identified by the broker's id and its own            *
      *  remittance reference, and a closing 'T' trailer with the      *
      *  count and value of the 'R' records.  Read by LGBAB01, which   *
      *  credits the broker's account current (BROKER_ACCOUNT, see     *
      *  LGBRKACC) and allocates the cash to its oldest debt.          *
      *                                                                *
      ******************************************************************
       01  RM-REMITTANCE-RECORD.
           05 RM-RECORD-TYPE           PIC X(01).
               88 RM-DETAIL-RECORD           VALUE 'R'.
               88 RM-TOTAL-RECORD            VALUE 'T'.
           05 RM-DETAIL.
               10 RM-BROKERID           PIC X(08).
               10 RM-REFERENCE          PIC X(16).
               10 RM-AMOUNT             PIC 9(09)V9(02).
               10 RM-VALUE-DATE         PIC X(10).
               10 FILLER                PIC X(34).
           05 RM-TRAILER REDEFINES RM-DETAIL.
               10 RM-TRL-COUNT          PIC 9(07).
               10 RM-TRL-TOTAL          PIC 9(11)V9(02).
               10 FILLER                PIC X(59).
