      ******************************************************************
      *                                                                *
      *        LGEDOCCA - Portal document mailbox commarea             *
      *                                                                *
      *   DFHCOMMAREA layout for LGEDM01, which the customer portal    *
      *  LINKs to for the secure document mailbox.  A customer who     *
      *  has gone paperless (CONTACT_PREFERENCE, LGPRF01) has their    *
      *  packs, statements and renewal terms stored on                 *
      *  PORTAL_DOCUMENT by LGDPB01 and LGRWB01 - the same LGDOCPRT    *
      *  pages the bureau would have printed - and is emailed that a   *
      *  document is waiting.  Request '1' lists the customer's        *
      *  documents newest first; request '2' returns one page image    *
      *  of one of them, and the first page read marks the document    *
      *  opened.  A document whose notice bounced, or that stays       *
      *  unopened too long, is printed after all by LGEFB01 - it       *
      *  stays in the mailbox, status 'F'.                             *
      *                                                                *
      *   The portal authenticates the customer; CA-CUSTOMER-NUM is    *
      *  whose mailbox this is, and a page is only ever returned for   *
      *  a document that customer owns.                                *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-LIST-DOCUMENTS      VALUE '1'.
               88 CA-REQ-READ-PAGE           VALUE '2'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-EDOC-DATA.
           05 CA-CUSTOMER-NUM          PIC 9(10).
      * returned on a list - up to ten, newest first.  Status 'W'
      * waiting, 'O' opened, 'B' notice bounced (print to follow),
      * 'F' printed and posted as well
           05 CA-DOC-COUNT             PIC 9(02).
           05 CA-DOC-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-DL-IDX.
               10 DL-POLICY-NUM         PIC 9(10).
               10 DL-DOCTYPE            PIC X(08).
               10 DL-CREATED-DATE       PIC X(10).
               10 DL-PAGE-COUNT         PIC 9(04).
               10 DL-DOC-STATUS         PIC X(01).
               10 DL-OPENED-DATE        PIC X(10).
      * given on a page read - the document as listed, and the page
      * wanted from 1 to its DL-PAGE-COUNT
           05 CA-PG-POLICY-NUM         PIC 9(10).
           05 CA-PG-DOCTYPE            PIC X(08).
           05 CA-PG-CREATED-DATE       PIC X(10).
           05 CA-PG-PAGE-SEQ           PIC 9(04).
      * returned - the page as an LGDOCPRT record
           05 CA-PG-PAGE-IMAGE         PIC X(975).
           05 FILLER                   PIC X(10).
