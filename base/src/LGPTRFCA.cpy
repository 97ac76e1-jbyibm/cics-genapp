      ******************************************************************
      *                                                                *
      *         LGPTRFCA - Change of policyholder commarea              *
      *                                                                *
      *   DFHCOMMAREA layout for LGPTR01, the transaction that moves   *
      *  an in-force POLICY from one CUSTOMERNUMBER to another - a     *
      *  house passing to a spouse after a divorce, a car changing     *
      *  hands inside a family.  Cancelling through LGPCN01 and        *
      *  rekeying as new business lost the NCD, the claims history     *
      *  and the certificate trail; a transfer keeps the policy        *
      *  number and everything hanging off it.  Both customers must    *
      *  exist and be active, the new payer must hold an active        *
      *  CUSTOMER_BANK mandate, and CA-FROM-CUSTOMER must still be     *
      *  the owner on file, so a stale screen cannot move a policy     *
      *  someone else already moved.                                   *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-TRANSFER-POLICY     VALUE '1'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-TRANSFER-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
           05 CA-FROM-CUSTOMER         PIC 9(10).
           05 CA-TO-CUSTOMER           PIC 9(10).
           05 CA-TRANSFER-REASON       PIC X(04).
               88 CA-TRANSFER-DIVORCE        VALUE 'DIVC'.
               88 CA-TRANSFER-FAMILY         VALUE 'FAML'.
               88 CA-TRANSFER-BEREAVEMENT    VALUE 'BRVT'.
               88 CA-TRANSFER-OTHER          VALUE 'OTHR'.
               88 CA-TRANSFER-VALID-REASON   VALUE 'DIVC' 'FAML'
                                                   'BRVT' 'OTHR'.
      * returned: the date the policy moved, how many open
      * installments went with it to the new payer, and the new motor
      * certificate serial (zero for other products)
           05 CA-TRANSFER-DATE         PIC X(10).
           05 CA-INSTALLMENTS-MOVED    PIC 9(03).
           05 CA-NEW-CERT-NUM          PIC 9(10).
           05 FILLER                   PIC X(10).
