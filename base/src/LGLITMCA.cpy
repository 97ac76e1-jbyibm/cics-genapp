      ******************************************************************
      *                                                                *
      *      LGLITMCA - Litigated claim and legal panel commarea       *
      *                                                                *
      *   DFHCOMMAREA layout for LGLIT01, which maintains the          *
      *  LEGAL_PANEL_FIRM table - the solicitors instructed on our     *
      *  behalf when a claim goes to court - and the litigation        *
      *  record a disputed or injury claim carries once proceedings    *
      *  are issued: CLAIM_LITIGATION (one per claim, naming the       *
      *  panel firm, the claimant's solicitor, the court reference     *
      *  and the key dates) and the running LEGAL_COST ledger behind   *
      *  it.  LGCLI01 flags a litigated claim on the claim view and    *
      *  LGLSB01 reports the month's legal spend by panel firm and     *
      *  the hearings coming up.  A firm is retired, never deleted,    *
      *  and a litigation record is concluded, never deleted.          *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-ADD-FIRM            VALUE '1'.
               88 CA-REQ-AMEND-FIRM          VALUE '2'.
               88 CA-REQ-RETIRE-FIRM         VALUE '3'.
               88 CA-REQ-READ-FIRM           VALUE '4'.
               88 CA-REQ-OPEN-LITIGATION     VALUE '5'.
               88 CA-REQ-AMEND-LITIGATION    VALUE '6'.
               88 CA-REQ-POST-LEGAL-COST     VALUE '7'.
               88 CA-REQ-CONCLUDE-LITIGATION VALUE '8'.
               88 CA-REQ-READ-LITIGATION     VALUE '9'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-LITIGATION-DATA.
      * zero on a firm add (the assigned id comes back here); names
      * the firm on every other firm request, and the firm instructed
      * on an open or amend of a litigation record
           05 CA-FIRM-ID               PIC 9(05).
           05 CA-FIRM-NAME             PIC X(30).
           05 CA-FIRM-CONTACT          PIC X(30).
           05 CA-FIRM-PHONE            PIC X(15).
      * returned - 'A' active, 'R' retired
           05 CA-FIRM-STATUS           PIC X(01).
      * the claim the litigation requests ('5' to '9') work on
           05 CA-CLAIM-NUM             PIC 9(10).
           05 CA-CLAIMANT-SOLICITOR    PIC X(30).
           05 CA-COURT-REF             PIC X(20).
      * YYYY-MM-DD - proceedings issued, the next hearing listed and
      * the trial window; blank where not yet known
           05 CA-PROCEEDINGS-DATE      PIC X(10).
           05 CA-NEXT-HEARING-DATE     PIC X(10).
           05 CA-TRIAL-DATE            PIC X(10).
      * returned - when and how the litigation ended, and 'A' active
      * or 'C' concluded
           05 CA-CONCLUDED-DATE        PIC X(10).
           05 CA-LIT-STATUS            PIC X(01).
               88 CA-LIT-ACTIVE              VALUE 'A'.
               88 CA-LIT-CONCLUDED           VALUE 'C'.
      * a cost posted to the ledger ('7') - our panel firm's fees,
      * counsel, disbursements (court fees, experts), or the
      * claimant's costs we were ordered or agreed to pay
           05 CA-COST-TYPE             PIC X(04).
               88 CA-COST-PANEL-FEES         VALUE 'PANL'.
               88 CA-COST-COUNSEL            VALUE 'CNSL'.
               88 CA-COST-DISBURSEMENT       VALUE 'DISB'.
               88 CA-COST-CLAIMANT-COSTS     VALUE 'CLMT'.
               88 CA-VALID-COST-TYPE         VALUE 'PANL' 'CNSL'
                                                   'DISB' 'CLMT'.
           05 CA-COST-AMOUNT           PIC 9(07)V9(02).
           05 CA-COST-INVOICE-REF      PIC X(12).
      * returned - the running total of the ledger for the claim
           05 CA-LEGAL-COSTS-TOTAL     PIC 9(09)V9(02).
      * how it ended, on a conclude ('8') - judgment for us, judgment
      * against us, settled out of court, or discontinued
           05 CA-OUTCOME               PIC X(04).
               88 CA-OUTCOME-WON             VALUE 'WON '.
               88 CA-OUTCOME-LOST            VALUE 'LOST'.
               88 CA-OUTCOME-SETTLED         VALUE 'SETL'.
               88 CA-OUTCOME-DISCONTINUED    VALUE 'DISC'.
               88 CA-VALID-OUTCOME           VALUE 'WON ' 'LOST'
                                                   'SETL' 'DISC'.
           05 FILLER                   PIC X(10).
