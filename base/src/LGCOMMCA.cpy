           05 CA-PAYMENT-FREQUENCY     PIC X(01).
               88 CA-PAY-ANNUAL              VALUE 'A'.
               88 CA-PAY-MONTHLY             VALUE 'M'.
      * the affinity brand the policy is sold under, on the BRAND
      * master (LGBDM01) - spaces for our own brand
           05 CA-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).

       01  CA-COMM-DATA.
           05 CA-COMM-TRADE-CLASS       PIC X(04).
