      ******************************************************************
      *                                                                *
      *        LGLEDGER - Policy premium account ledger entry           *
      *                                                                *
      *   Staging fields for one POLICY_LEDGER row, shared by every    *
      *  program that posts to a policy's premium account.  The        *
      *  poster fills in the policy, entry type, debit/credit flag,    *
      *  amount and (where one applies) the installment, and the       *
      *  posting paragraph reads the policy's latest ENTRYSEQ and      *
      *  BALANCE, steps the sequence and inserts the row with the new  *
      *  running balance - so the last row of a policy always says     *
      *  what the customer owes.                                       *
      *                                                                *
      *   BALANCE is signed from the customer's side: positive means   *
      *  the customer owes us, negative means the account is in        *
      *  credit.  A debit ('D') raises it, a credit ('C') lowers it.   *
      *  A memo ('M') entry records an event - typically a mid-term    *
      *  adjustment already spread over installments that will be      *
      *  debited when they fall due - without moving the balance, so   *
      *  nothing is ever counted twice.                                *
      *                                                                *
      *   Entry types:                                                 *
      *     DUE  installment falls due (first presentation only)       *
      *     COLL direct-debit collection raised at the bank            *
      *     UNPD direct-debit returned unpaid                          *
      *     MANP manual payment matched by LGCHB01                     *
      *     ADJ  mid-term adjustment (endorsement)                     *
      *     RETP return premium on cancellation                        *
      *     SURR surrender value on an endowment                       *
      *     TURN turnover declaration adjustment                       *
      *     RFND refund paid out by LGRPB01                            *
      *     RFRJ refund returned by the bank (LGPRB01)                 *
      *     FEE  administration fee charged by LGFEE01                 *
      *     CARD card payment taken by LGCPY01                         *
      *     CHBK card payment charged back (LGGSB01)                   *
      *                                                                *
      ******************************************************************
       01  LE-LEDGER-ENTRY.
           05 LE-POLICYNUMBER          PIC 9(10).
           05 LE-ENTRYSEQ              PIC S9(9) COMP VALUE 0.
           05 LE-ENTRYDATE             PIC X(10).
           05 LE-ENTRYTYPE             PIC X(04).
           05 LE-DEBITCREDIT           PIC X(01).
               88 LE-DEBIT                   VALUE 'D'.
               88 LE-CREDIT                  VALUE 'C'.
               88 LE-MEMO                    VALUE 'M'.
           05 LE-AMOUNT                PIC S9(07)V9(02) VALUE 0.
           05 LE-BALANCE               PIC S9(09)V9(02) VALUE 0.
           05 LE-INSTALLMENTNUM        PIC 9(04) VALUE 0.
           05 LE-SOURCEPGM             PIC X(08).
