      ******************************************************************
      *           LGCRDTAB - Credit band payment threshold             *
      *                                                                *
      *   The identity and credit reference check LGACB01 makes at     *
      *  customer add keeps a credit band on CUSTOMER.CREDITBAND -     *
      *  1 the weakest to 5 the strongest, 0 where no check answered   *
      *  (a customer added before the check, or the bureau was down).  *
      *  A customer whose band is below LGCRD-MIN-MONTHLY-BAND is      *
      *  offered annual payment only: the policy intake programs turn  *
      *  a monthly request into a single annual installment, and       *
      *  LGACB01 records the check as a refer.  Band 0 is never        *
      *  restricted.  The threshold may be overridden at entry from    *
      *  SYSTEM_PARAMETER 'CREDIT  '/'MINBAND ' (NUMVALUE1, via        *
      *  LGPAR01).                                                     *
      ******************************************************************
       01  LGCRD-MIN-MONTHLY-BAND      PIC 9(01) VALUE 3.
       01  LGCRD-CUST-BAND             PIC 9(01) VALUE 0.
