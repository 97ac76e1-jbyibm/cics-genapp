           05 CA-NEW-ISSUE-DATE        PIC X(10).
           05 CA-NEW-EXPIRY-DATE       PIC X(10).
           05 CA-POLICY-TYPE           PIC X(01).
      * add-on covers for the renewed term - 'Y' takes the add-on,
      * 'N' drops it, space carries forward whatever the expiring
      * term had.  Each renewed add-on is re-priced off ADDON_REF and
      * collected with the renewed premium.
           05 CA-RENEW-ADDONS.
               10 CA-RENEW-ADDON-LEGAL      PIC X(01).
               10 CA-RENEW-ADDON-BREAKDOWN  PIC X(01).
               10 CA-RENEW-ADDON-KEY-COVER  PIC X(01).
               10 CA-RENEW-ADDON-HOME-EMERG PIC X(01).
           05 CA-RENEW-ADDON-FLAGS REDEFINES CA-RENEW-ADDONS.
               10 CA-RENEW-ADDON-FLAG       PIC X(01) OCCURS 4 TIMES.
           05 FILLER                   PIC X(06).
