      ******************************************************************
      *                                                                *
      *        LGCPAYCA - Card payment commarea                         *
      *                                                                *
      *   DFHCOMMAREA layout for LGCPY01, the card payment channel.    *
      *  The card itself is taken by the payment gateway's hosted      *
      *  page - the card number never reaches us.  What comes back     *
      *  from the gateway, and is all we ever hold, is a token that    *
      *  stands for the card, the gateway's reference for the         *
      *  authorisation and the amount it authorised.                   *
      *                                                                *
      *   Request '1' prices a payment: the gross (premium plus IPT)   *
      *  of the installments named in CA-INST-LIST, or of every        *
      *  installment in arrears ('U') on the policy when              *
      *  CA-INST-COUNT is zero - the figure the caller asks the        *
      *  gateway to authorise.  Request '2' applies an authorised      *
      *  payment against the same selection; request '3' applies one  *
      *  against the annual premium of a policy just bound on annual   *
      *  terms (LGQOT01).  An applied payment marks the installments   *
      *  paid there and then, so they are off tonight's LGDDB01 and    *
      *  LGARB01 runs, and is held on CARD_PAYMENT until the           *
      *  gateway's settlement file (LGGSB01) confirms it.              *
      *                                                                *
      *   Only installments still to collect ('D') or in arrears       *
      *  ('U') can be paid; one already raised at the bank ('R') is    *
      *  refused rather than collected twice.                          *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-PRICE-PAYMENT       VALUE '1'.
               88 CA-REQ-PAY-INSTALLMENTS    VALUE '2'.
               88 CA-REQ-PAY-ANNUAL          VALUE '3'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-CARD-PAYMENT-DATA.
           05 CA-POLICY-NUM            PIC 9(10).
      * returned - the policy's owner
           05 CA-CUSTOMER-NUM          PIC 9(10).
      * from the gateway on requests '2' and '3' - never a card number
           05 CA-CARD-TOKEN            PIC X(32).
           05 CA-GATEWAY-REF           PIC X(16).
           05 CA-AUTH-AMOUNT           PIC 9(07)V9(02).
      * the installments to pay - zero count means all in arrears
           05 CA-INST-COUNT            PIC 9(02).
           05 CA-INST-LIST             OCCURS 12 TIMES
                                        INDEXED BY CA-IL-IDX.
               10 CA-INST-NUM           PIC 9(04).
      * returned - the gross the selection comes to, and on an
      * applied payment how many installments it cleared
           05 CA-AMOUNT-DUE            PIC 9(07)V9(02).
           05 CA-INST-CLEARED          PIC 9(02).
           05 FILLER                   PIC X(10).
