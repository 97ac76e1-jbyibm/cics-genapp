      ******************************************************************
      *                                                                *
      *          LGMKSEL - Marketing campaign selection record         *
      *                                                                *
      *   Fixed-format record written by LGMKB01, one per customer     *
      *  selected for a campaign, for the mailing house.  Only         *
      *  customers who have not refused marketing reach the file; the  *
      *  channel flags say which of SMS, email and post they accept,   *
      *  with a channel the gateway has written off (MOBILEINVALID,    *
      *  EMAILINVALID) shown as refused.                               *
      *                                                                *
      ******************************************************************
       01  MK-SELECTION-RECORD.
           05 MK-CAMPAIGN-CODE         PIC X(08).
           05 MK-OFFER-PRODUCT         PIC X(03).
           05 MK-SELECTED-DATE         PIC X(10).
           05 MK-CUSTOMER-NUM          PIC 9(10).
           05 MK-HOUSEHOLD-ID          PIC 9(10).
           05 MK-FIRST-NAME            PIC X(10).
           05 MK-LAST-NAME             PIC X(20).
           05 MK-HOUSE-NAME            PIC X(20).
           05 MK-HOUSE-NUM             PIC X(04).
           05 MK-POSTCODE              PIC X(08).
           05 MK-PHONE-MOBILE          PIC X(20).
           05 MK-EMAIL-ADDRESS         PIC X(40).
           05 MK-ALLOW-SMS             PIC X(01).
           05 MK-ALLOW-EMAIL           PIC X(01).
           05 MK-ALLOW-POST            PIC X(01).
           05 FILLER                   PIC X(34).
