           05 CA-PAYMENT-FREQUENCY     PIC X(01).
               88 CA-PAY-ANNUAL              VALUE 'A'.
               88 CA-PAY-MONTHLY             VALUE 'M'.
      * the affinity brand the policy is sold under, on the BRAND
      * master (LGBDM01) - spaces for our own brand
           05 CA-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).

       01  CA-MOTOR-DATA.
           05 CA-MOTOR-REG-NUM          PIC X(08).
      * the MOTOR row and netted automatically inside LGCLA01's
      * settlement
           05 CA-MOTOR-EXCESS           PIC 9(05)V9(02).
      * optional add-on covers, 'Y' to take - priced and placed with
      * the provider from ADDON_REF, held on POLICY_ADDON and
      * collected with the policy premium on the installment schedule
           05 CA-MOTOR-ADDON-LEGAL      PIC X(01).
               88 CA-MOTOR-TAKES-LEGAL       VALUE 'Y'.
           05 CA-MOTOR-ADDON-BREAKDOWN  PIC X(01).
               88 CA-MOTOR-TAKES-BREAKDOWN   VALUE 'Y'.
           05 CA-MOTOR-ADDON-KEY-COVER  PIC X(01).
               88 CA-MOTOR-TAKES-KEY-COVER   VALUE 'Y'.
           05 FILLER                   PIC X(07).
