      ******************************************************************
      *                                                                *
      *        LGBRKACC - Broker account current entry                 *
      *                                                                *
      *   Staging fields for one BROKER_ACCOUNT row - the account      *
      *  current of what each external broker owes us on the business  *
      *  it places.  The broker collects the premium from its client   *
      *  and remits it to us net of its commission, so every           *
      *  installment of a broker-placed policy debits the account with *
      *  the gross premium, the commission due under BROKER_AGREEMENT  *
      *  and the net receivable; the broker's remittances credit it.   *
      *  The poster fills in the broker, entry type and amounts, and   *
      *  the posting paragraph reads the broker's latest ENTRYSEQ and  *
      *  BALANCE, steps the sequence and inserts the row with the new  *
      *  running balance - as LGLEDGER does for a policy.              *
      *                                                                *
      *   BALANCE is what the broker owes us: a 'DUE ' entry raises it *
      *  by the net amount, a 'REMT' remittance lowers it.  For credit *
      *  control each entry also carries OUTSTANDING - on a 'DUE '     *
      *  entry the net still unpaid, on a 'REMT' entry the cash not    *
      *  yet allocated - which LGBAB01 reduces as it allocates each    *
      *  remittance to the oldest debt first, and from which LGBSB01   *
      *  ages the debt by DUEDATE (installment due date plus the       *
      *  broker's credit terms).                                       *
      *                                                                *
      *   Entry types:                                                 *
      *     DUE  installment of a placed policy fallen due (LGBAB01)   *
      *     REMT remittance received from the broker (LGBAB01)         *
      *                                                                *
      ******************************************************************
       01  BA-ACCOUNT-ENTRY.
           05 BA-BROKERID              PIC X(08).
           05 BA-ENTRYSEQ              PIC S9(9) COMP VALUE 0.
           05 BA-ENTRYDATE             PIC X(10).
           05 BA-ENTRYTYPE             PIC X(04).
               88 BA-DUE-ENTRY               VALUE 'DUE '.
               88 BA-REMITTANCE-ENTRY        VALUE 'REMT'.
           05 BA-POLICYNUMBER          PIC 9(10) VALUE 0.
           05 BA-INSTALLMENTNUM        PIC 9(04) VALUE 0.
           05 BA-GROSSAMOUNT           PIC S9(07)V9(02) VALUE 0.
           05 BA-COMMISSION            PIC S9(07)V9(02) VALUE 0.
           05 BA-NETAMOUNT             PIC S9(07)V9(02) VALUE 0.
           05 BA-DUEDATE               PIC X(10).
           05 BA-OUTSTANDING           PIC S9(07)V9(02) VALUE 0.
           05 BA-BALANCE               PIC S9(09)V9(02) VALUE 0.
      * the broker's remittance reference on a 'REMT' entry
           05 BA-REFERENCE             PIC X(16).
           05 BA-SOURCEPGM             PIC X(08).
