      *  houseNumber, postcode, phoneMobile, phoneHome, emailAddress,  *
      *  lastUpdated.                                                  *
      *                                                                *
      *   While the overnight batch window is open the reply is        *
      *  returnCode "80" with a queueRef instead - the document has    *
      *  been queued, and its real reply appears against that          *
      *  reference on LGACJOUT once the window closes (LGACJQ).        *
      *                                                                *
      ******************************************************************
       01  JC-CHANNEL-AREA.
           05 JC-JSON-REQUEST          PIC X(1000).
