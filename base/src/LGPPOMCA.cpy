      ******************************************************************
      *                                                                *
      *    LGPPOMCA - Third-party claimant and periodic payment order  *
      *                                                                *
      *   DFHCOMMAREA layout for LGPPO01, which maintains the          *
      *  CLAIM_THIRD_PARTY record - someone other than our customer    *
      *  who claims against the policy, typically the injured party    *
      *  on a motor claim - and the PERIODIC_PAYMENT schedule a court  *
      *  order to pay that claimant an index-linked sum for life (or   *
      *  a term) is held as: frequency, instalment, index basis and    *
      *  the next due date.  LGPPB01 raises the due instalments onto   *
      *  CLAIM_PAYMENT for LGPYB01 to disburse ('PPO' source, 'T'      *
      *  payee), applies the annual indexation from the PPO_INDEX      *
      *  values recorded here, and lists the liability for the         *
      *  actuaries.  A claimant is marked deceased, never deleted,     *
      *  and a schedule is ended, never deleted.                       *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-CLAIMANT        VALUE '1'.
               88 CA-REQ-AMEND-CLAIMANT      VALUE '2'.
               88 CA-REQ-READ-CLAIMANT       VALUE '3'.
               88 CA-REQ-SETUP-SCHEDULE      VALUE '4'.
               88 CA-REQ-AMEND-SCHEDULE      VALUE '5'.
               88 CA-REQ-CHANGE-SCHED-STATUS VALUE '6'.
               88 CA-REQ-READ-SCHEDULE       VALUE '7'.
               88 CA-REQ-RECORD-INDEX        VALUE '8'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-PPO-DATA.
      * the claim every claimant and schedule request works on, and
      * the claimant's number on it - zero on a claimant add (the
      * assigned number comes back here)
           05 CA-CLAIM-NUM             PIC 9(10).
           05 CA-CLAIMANT-NUM          PIC 9(03).
           05 CA-CLAIMANT-NAME         PIC X(30).
      * YYYY-MM-DD - drives the claimant's age on the valuation
           05 CA-DATE-OF-BIRTH         PIC X(10).
           05 CA-HOUSE-NAME            PIC X(20).
           05 CA-HOUSE-NUMBER          PIC X(04).
           05 CA-POSTCODE              PIC X(08).
      * where the instalments are paid - the same six-digit sort code
      * and eight-digit account LGBNKPAY carries
           05 CA-TP-SORT-CODE          PIC X(06).
           05 CA-TP-ACCOUNT            PIC X(08).
      * 'A' alive, 'D' deceased - a death recorded on an amend ('2')
      * ends the claimant's schedule
           05 CA-CLAIMANT-STATUS       PIC X(01).
               88 CA-CLAIMANT-ALIVE          VALUE 'A'.
               88 CA-CLAIMANT-DECEASED       VALUE 'D'.
               88 CA-VALID-CLAIMANT-STATUS   VALUE 'A' 'D'.
      * the schedule ('4' to '7') - monthly, quarterly or annual
      * instalments of the amount ordered
           05 CA-FREQUENCY             PIC X(01).
               88 CA-FREQ-MONTHLY            VALUE 'M'.
               88 CA-FREQ-QUARTERLY          VALUE 'Q'.
               88 CA-FREQ-ANNUAL             VALUE 'A'.
               88 CA-VALID-FREQUENCY         VALUE 'M' 'Q' 'A'.
           05 CA-INSTALMENT-AMOUNT     PIC 9(07)V9(02).
      * the index the order links the instalment to, the index value
      * the current instalment was set at, and when it is next
      * uplifted - NONE for a fixed order
           05 CA-INDEX-BASIS           PIC X(04).
               88 CA-INDEX-RPI               VALUE 'RPI '.
               88 CA-INDEX-CPI               VALUE 'CPI '.
               88 CA-INDEX-ASHE              VALUE 'ASHE'.
               88 CA-INDEX-NONE              VALUE 'NONE'.
               88 CA-VALID-INDEX-BASIS       VALUE 'RPI ' 'CPI '
                                                   'ASHE' 'NONE'.
           05 CA-INDEX-BASE-VALUE      PIC 9(04)V9(04).
           05 CA-NEXT-INDEX-DATE       PIC X(10).
      * YYYY-MM-DD - first instalment, next instalment due, and the
      * last (blank for a payment for life)
           05 CA-START-DATE            PIC X(10).
           05 CA-NEXT-DUE-DATE         PIC X(10).
           05 CA-END-DATE              PIC X(10).
      * 'A' active, 'S' suspended, 'H' held after the bank returned
      * an instalment, 'E' ended - the new status on a change ('6')
           05 CA-PPO-STATUS            PIC X(01).
               88 CA-PPO-ACTIVE              VALUE 'A'.
               88 CA-PPO-SUSPENDED           VALUE 'S'.
               88 CA-PPO-HELD                VALUE 'H'.
               88 CA-PPO-ENDED               VALUE 'E'.
      * returned - instalments raised to date, and who set it up
           05 CA-TOTAL-PAID            PIC 9(09)V9(02).
           05 CA-SETUP-BY              PIC X(05).
      * an index value as published, on a record ('8') - the basis
      * above names the index, the period is CCYYMM
           05 CA-INDEX-PERIOD          PIC 9(06).
           05 CA-INDEX-VALUE           PIC 9(04)V9(04).
           05 FILLER                   PIC X(10).
