           05 CA-PAYMENT-FREQUENCY     PIC X(01).
               88 CA-PAY-ANNUAL              VALUE 'A'.
               88 CA-PAY-MONTHLY             VALUE 'M'.
      * the affinity brand the policy is sold under, on the BRAND
      * master (LGBDM01) - spaces for our own brand
           05 CA-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).

       01  CA-HOUSE-DATA.
           05 CA-HOUSE-TYPE            PIC X(01).
      * settlement, so the payment that reaches LGPYB01 is always
      * the net figure
           05 CA-HOUSE-EXCESS           PIC 9(05)V9(02).
      * optional add-on covers, 'Y' to take - priced and placed with
      * the provider from ADDON_REF, held on POLICY_ADDON and
      * collected with the policy premium on the installment schedule
           05 CA-HOUSE-ADDON-LEGAL      PIC X(01).
               88 CA-HOUSE-TAKES-LEGAL       VALUE 'Y'.
           05 CA-HOUSE-ADDON-HOME-EMERG PIC X(01).
               88 CA-HOUSE-TAKES-HOME-EMERG  VALUE 'Y'.
      * returned - the rebuild-cost estimate off REBUILD_COST (zero
      * where the table has no row for the house) and 'Y' where the
      * declared value falls short of it by more than LGRBCTAB allows
           05 CA-HOUSE-REBUILD-COST     PIC 9(07)V9(02).
           05 CA-HOUSE-UNDERINSURED     PIC X(01).
               88 CA-HOUSE-IS-UNDERINSURED   VALUE 'Y'.
           05 FILLER                   PIC X(05).
