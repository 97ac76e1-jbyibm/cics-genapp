      *  keeps today's behaviour (everything allowed).  The            *
      *  preferences print on LGSAB01's subject access report, since   *
      *  consent is exactly what the regulator asks to see.            *
      *  The paperless flag moves the customer's own documents from    *
      *  the print feed to the portal mailbox (see LGEDOCCA); it needs *
      *  email consent, the notice that a document is waiting going    *
      *  by email.                                                     *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-ALLOW-EMAIL           PIC X(01).
           05 CA-ALLOW-POST            PIC X(01).
           05 CA-ALLOW-MARKETING       PIC X(01).
      * 'Y' documents to the portal mailbox, 'N' (or spaces from a
      * caller that predates it) by post
           05 CA-PAPERLESS             PIC X(01).
           05 FILLER                   PIC X(05).
