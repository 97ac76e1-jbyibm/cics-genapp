      ******************************************************************
      *                                                                *
      *        LGLHOLD - Legal hold check fields                       *
      *                                                                *
      *   Shared by the sweeps that purge, archive, deactivate or      *
      *  erase (LGPUB01, LGAVB01, LGDCB01, LGANS01).  A LEGAL_HOLD     *
      *  row placed through LGLHM01 - on a customer, a policy or a     *
      *  claim, for litigation, a regulator's investigation or         *
      *  another reason - carries the CUSTOMERNUMBER and               *
      *  POLICYNUMBER it was resolved to when it was placed, so the    *
      *  sweeps ask one question of one table:                         *
      *                                                                *
      *     a customer is held by any active hold with its number -    *
      *     on the customer, or on any of its policies or claims;      *
      *     a policy is held by an active hold with its number - on    *
      *     the policy or one of its claims - or by a hold on its      *
      *     customer.                                                  *
      *                                                                *
      *   A hold stays in force until it is released through           *
      *  LGLHM01; its release date only brings it up for review        *
      *  (LGLHB01).  A held record is left exactly as it is and        *
      *  listed with the hold that kept it, and the run closes with    *
      *  the skips by reason.                                          *
      *                                                                *
      ******************************************************************
      * the record about to be swept, and the hold found on it
       01  LH-HOLD-CHECK.
           05 LH-CUSTOMERNUMBER        PIC 9(10) VALUE 0.
           05 LH-POLICYNUMBER          PIC 9(10) VALUE 0.
           05 LH-HELD-SW               PIC X(01) VALUE 'N'.
               88 LH-HELD                    VALUE 'Y'.
           05 LH-HOLDID                PIC S9(9) COMP VALUE 0.
           05 LH-HOLDTYPE              PIC X(01) VALUE SPACE.
           05 LH-HOLDKEY               PIC 9(10) VALUE 0.
           05 LH-REASONCODE            PIC X(04) VALUE SPACES.

      * skips this run, by reason - LITG litigation, REGU regulator
      * investigation, anything else OTHR; a hold check that fails
      * keeps the record too and counts in the total alone
       01  LH-SKIP-COUNTS.
           05 LH-SKIP-TOTAL            PIC S9(7) COMP VALUE 0.
           05 LH-SKIP-LITG             PIC S9(7) COMP VALUE 0.
           05 LH-SKIP-REGU             PIC S9(7) COMP VALUE 0.
           05 LH-SKIP-OTHR             PIC S9(7) COMP VALUE 0.

       01  LH-RPT-SKIP.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LH-RS-WHAT               PIC X(08).
           05 LH-RS-NUMBER             PIC Z(09)9.
           05 FILLER                   PIC X(12) VALUE ' LEGAL HOLD '.
           05 LH-RS-HOLDID             PIC Z(08)9.
           05 FILLER                   PIC X(04) VALUE ' ON '.
           05 LH-RS-HOLDTYPE           PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LH-RS-HOLDKEY            PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LH-RS-REASON             PIC X(04).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  LH-RPT-SKIP-TOTAL.
           05 FILLER                   PIC X(18)
                                        VALUE 'LEGAL HOLD SKIPS= '.
           05 LH-RT-TOTAL              PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' LITG='.
           05 LH-RT-LITG               PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' REGU='.
           05 LH-RT-REGU               PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' OTHR='.
           05 LH-RT-OTHR               PIC Z(06)9.
           05 FILLER                   PIC X(16) VALUE SPACES.
