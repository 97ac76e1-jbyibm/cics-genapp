      *  packs carry one INTPARTY page per noted interested party,     *
      *  the party's name in DOC-PARTY-NAME.                           *
      *                                                                *
      *   A house renewal found underinsured carries an UNDERINS page  *
      *  after its RNEWTERM terms, the rebuild-cost estimate in        *
      *  DOC-REBUILD-COST against the declared building value in       *
      *  DOC-DECLARED-VALUE - both zero on every other page type.      *
      *                                                                *
      *   A customer with an authorised representative whose           *
      *  authority calls for it (LGREP01 - power of attorney, court    *
      *  deputy) has every pack and statement page repeated as a       *
      *  copy for the representative: DOC-REP-COPY 'Y', their name     *
      *  in DOC-REP-NAME and their address in the address fields in    *
      *  place of the customer's.  The customer's own pages carry      *
      *  DOC-REP-COPY 'N' (or blank) and DOC-REP-NAME blank.           *
      *                                                                *
      *   A statement of account (LGLDG01 request, printed by          *
      *  LGDPB01) is one ACCTLINE page per POLICY_LEDGER entry over    *
      *  the last twelve months, led by an ACCTBFWD page carrying the  *
      *  balance brought forward.  Entry date, type, 'D'/'C'/'M', the  *
      *  amount and the running balance after the entry are in the     *
      *  DOC-LEDGER- fields - zero or blank on every other page type.  *
      *  The balance carries a leading separate sign, minus meaning    *
      *  the customer is in credit.                                    *
      *                                                                *
      *   A policy sold under an affinity brand (BRAND master,         *
      *  LGBDM01) prints under the partner's letterhead: every page    *
      *  of its packs, statements and renewal notices carries the      *
      *  BRANDCODE in DOC-BRAND-CODE with the brand's name, two        *
      *  letterhead lines and customer service contacts, for the       *
      *  bureau to print in place of our own.  All blank means our     *
      *  own letterhead.                                               *
      *                                                                *
      *   The wording of a pack, statement or renewal notice comes     *
      *  from the LETTER_TEMPLATE library (LGLTM01): every page of     *
      *  the document carries the version in force on the run date in  *
      *  DOC-TEMPLATE-VERSION and its text blocks, already merged      *
      *  with the customer's name, policy number, amount and date, in  *
      *  DOC-TEXT-LINE.  Version zero and blank lines mean no template *
      *  was in force - the bureau prints its standing wording.        *
      *                                                                *
      ******************************************************************
       01  DOC-PRINT-RECORD.
           05 DOC-DOCUMENT-TYPE        PIC X(08).
           05 DOC-DRIVER-NAME          PIC X(30).
           05 DOC-CERT-NUMBER          PIC 9(10).
           05 DOC-PARTY-NAME           PIC X(30).
           05 DOC-REBUILD-COST         PIC 9(07)V9(02).
           05 DOC-DECLARED-VALUE       PIC 9(07)V9(02).
           05 DOC-REP-COPY             PIC X(01).
               88 DOC-IS-REP-COPY            VALUE 'Y'.
           05 DOC-REP-NAME             PIC X(30).
           05 DOC-LEDGER-DATE          PIC X(10).
           05 DOC-LEDGER-TYPE          PIC X(04).
           05 DOC-LEDGER-DRCR          PIC X(01).
           05 DOC-LEDGER-AMOUNT        PIC 9(07)V9(02).
           05 DOC-LEDGER-BALANCE       PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
           05 DOC-BRAND-CODE           PIC X(04).
           05 DOC-BRAND-NAME           PIC X(30).
           05 DOC-LETTERHEAD-1         PIC X(60).
           05 DOC-LETTERHEAD-2         PIC X(60).
           05 DOC-BRAND-PHONE          PIC X(20).
           05 DOC-BRAND-EMAIL          PIC X(40).
           05 DOC-TEMPLATE-VERSION     PIC 9(04).
           05 DOC-TEXT-LINES.
              10 DOC-TEXT-LINE         PIC X(80) OCCURS 6 TIMES.
