      ******************************************************************
      *                                                                *
      *      LGIDCRCA - Identity and credit reference commarea         *
      *                                                                *
      *   Layout LINKed to LGIDCRB, the CICS adapter installed with    *
      *  the credit bureau's client software, which carries the        *
      *  request to the bureau and hands back its verdict.  The        *
      *  caller fills IDCR-REQUEST with the applicant's name, date of  *
      *  birth and address; the adapter fills IDCR-RESPONSE.           *
      *                                                                *
      *   IDCR-RETURN-CODE '00' means the bureau answered; anything    *
      *  else (timeout, bureau down, malformed request) means there    *
      *  is no verdict and the rest of IDCR-RESPONSE is not to be      *
      *  relied on.  IDCR-ID-MATCH is the bureau's identity verdict -  *
      *  'Y' the person is known at that address, 'P' a partial match  *
      *  (name or address only), 'N' no match.  IDCR-CREDIT-BAND is    *
      *  the bureau's band, 1 the weakest credit to 5 the strongest.   *
      *                                                                *
      ******************************************************************
       01  IDCR-AREA.
           05 IDCR-REQUEST.
               10 IDCR-FIRST-NAME      PIC X(10).
               10 IDCR-LAST-NAME       PIC X(20).
               10 IDCR-DOB             PIC X(10).
               10 IDCR-HOUSE-NAME      PIC X(20).
               10 IDCR-HOUSE-NUM       PIC X(04).
               10 IDCR-POSTCODE        PIC X(08).
           05 IDCR-RESPONSE.
               10 IDCR-RETURN-CODE     PIC X(02).
                   88 IDCR-ANSWERED          VALUE '00'.
               10 IDCR-ID-MATCH        PIC X(01).
                   88 IDCR-ID-MATCHED        VALUE 'Y'.
                   88 IDCR-ID-PARTIAL        VALUE 'P'.
                   88 IDCR-ID-NO-MATCH       VALUE 'N'.
               10 IDCR-CREDIT-SCORE    PIC 9(04).
               10 IDCR-CREDIT-BAND     PIC 9(01).
               10 IDCR-BUREAU-REF      PIC X(16).
           05 FILLER                   PIC X(20).
