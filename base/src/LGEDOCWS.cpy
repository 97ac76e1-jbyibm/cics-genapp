      ******************************************************************
      *                                                                *
      *        LGEDOCWS - Paperless document delivery fields           *
      *                                                                *
      *   Shared by the print feeds that send a customer's own         *
      *  documents (LGDPB01, LGRWB01) and by LGEFB01, which prints     *
      *  them after all when they are not read.  A customer is         *
      *  paperless when CONTACT_PREFERENCE.PAPERLESS is 'Y', email is  *
      *  not refused, and the CUSTOMER row has an email address that   *
      *  LGDSB01 has not written off.  Their document goes, page for   *
      *  page exactly as it would have printed, onto                   *
      *  PORTAL_DOCUMENT_PAGE under one PORTAL_DOCUMENT row:           *
      *                                                                *
      *     CUSTOMERNUMBER, POLICYNUMBER (zero on a statement),        *
      *     DOCTYPE (the CONTACT_HISTORY notice type - POLDOCS, STMT,  *
      *     ACCT, RNEWTERM) and CREATEDDATE are the key;               *
      *     DOCSTATUS  'W' waiting, 'O' opened (LGEDM01),              *
      *                'B' notice bounced (LGDSB01),                   *
      *                'F' fallen back to print (LGEFB01);             *
      *     NOTIFYDATE/NOTIFYTIME name the EDOCWAIT row queued on      *
      *     EMAIL_QUEUE, so a gateway bounce can find the document.    *
      *                                                                *
      *   Representative copies still print - the representative is    *
      *  written to at their own address, not through the portal.      *
      *                                                                *
      ******************************************************************
       01  ED-DELIVERY-FIELDS.
           05 ED-PAPERLESS-SW          PIC X(01) VALUE 'N'.
               88 ED-PAPERLESS               VALUE 'Y'.
           05 ED-PAPERLESS-PREF        PIC X(01) VALUE 'N'.
           05 ED-ALLOW-EMAIL           PIC X(01) VALUE 'Y'.
           05 ED-EMAILADDRESS          PIC X(40) VALUE SPACES.
           05 ED-EMAILINVALID          PIC X(01) VALUE 'N'.

      * the document being stored
       01  ED-DOCUMENT-KEY.
           05 ED-CUSTOMERNUMBER        PIC 9(10) VALUE 0.
           05 ED-POLICYNUMBER          PIC 9(10) VALUE 0.
           05 ED-DOCTYPE               PIC X(08) VALUE SPACES.
           05 ED-CREATEDDATE           PIC X(10) VALUE SPACES.
       01  ED-PAGE-SEQ                 PIC S9(4) COMP VALUE 0.
       01  ED-TEMPLATE-VERSION         PIC S9(4) COMP VALUE 0.

      * the waiting notice's EMAIL_QUEUE key - today's date as the
      * online programs stamp it, and a per-run sequence in place of
      * the time so each notice a run queues is its own row
       01  ED-NOTIFY-DATE              PIC X(08) VALUE SPACES.
       01  ED-NOTIFY-SEQ               PIC 9(06) VALUE 0.
       01  ED-NOTIFY-TIME              PIC X(06) VALUE SPACES.
