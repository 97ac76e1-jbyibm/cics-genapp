      ******************************************************************
      *                                                                *
      *        LGPHOLCA - Payment holiday / forbearance commarea        *
      *                                                                *
      *   DFHCOMMAREA layout for LGPHM01.  A customer in hardship is   *
      *  granted an agreed break of CA-HOLIDAY-MONTHS from            *
      *  CA-START-MONTH: the installments falling due in those months  *
      *  are deferred ('H' on PREMIUM_INSTALLMENT), and the collection *
      *  run (LGDDB01), the pre-notification run (LGPNB01) and the     *
      *  arrears sweep (LGARB01) all stand aside from any installment  *
      *  inside an agreed PAYMENT_HOLIDAY window.  The deferred money  *
      *  is either spread over the installments left after the         *
      *  holiday ('S') or raised as one extra installment after the    *
      *  last ('E').                                                   *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-GRANT-HOLIDAY       VALUE '1'.
               88 CA-REQ-READ-HOLIDAY        VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-HOLIDAY-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
      * first month of the holiday, CCYYMM
           05 CA-START-MONTH           PIC X(06).
           05 CA-HOLIDAY-MONTHS        PIC 9(02).
           05 CA-HOLIDAY-REASON        PIC X(04).
               88 CA-REASON-HARDSHIP         VALUE 'HARD'.
               88 CA-REASON-UNEMPLOYMENT     VALUE 'UNEM'.
               88 CA-REASON-ILLNESS          VALUE 'ILLN'.
               88 CA-REASON-BEREAVEMENT      VALUE 'BRVT'.
               88 CA-REASON-VALID            VALUE 'HARD' 'UNEM'
                                                   'ILLN' 'BRVT'.
           05 CA-RECOVERY-METHOD       PIC X(01).
               88 CA-RECOVER-SPREAD          VALUE 'S'.
               88 CA-RECOVER-END-OF-TERM     VALUE 'E'.
      * returned: last month of the holiday (CCYYMM), what was
      * deferred, and who agreed it when.  A spread with nothing left
      * to spread over comes back as 'E' in CA-RECOVERY-METHOD.
           05 CA-END-MONTH             PIC X(06).
           05 CA-INSTALLMENTS-DEFERRED PIC 9(03).
           05 CA-DEFERRED-AMOUNT       PIC 9(07)V9(02).
           05 CA-GRANTED-BY            PIC X(05).
           05 CA-GRANTED-DATE          PIC X(10).
           05 FILLER                   PIC X(10).
