      ******************************************************************
      *                                                                *
      *        LGMXREC - Masked test-data load record                  *
      *                                                                *
      *   Fixed-format record written by LGMXB01 for loading the test  *
      *  regions' DB2 tables - one file for every table, the table     *
      *  named in the first two bytes so the load picks its rows out   *
      *  by position.  Every personal field has already been masked    *
      *  when the record is built; nothing on this file is a real      *
      *  name, date of birth, address, phone, email, bank detail or    *
      *  claim description.  Amounts are unsigned display, dates       *
      *  CCYY-MM-DD.                                                   *
      *                                                                *
      ******************************************************************
       01  MX-LOAD-RECORD.
           05 MX-TABLE-ID              PIC X(02).
               88 MX-CUSTOMER-ROW            VALUE 'CU'.
               88 MX-POLICY-ROW              VALUE 'PO'.
               88 MX-HOUSE-ROW               VALUE 'HO'.
               88 MX-MOTOR-ROW               VALUE 'MO'.
               88 MX-ENDOWMENT-ROW           VALUE 'EN'.
               88 MX-COMMERCIAL-ROW          VALUE 'CO'.
               88 MX-TRAVEL-ROW              VALUE 'TR'.
               88 MX-CLAIM-ROW               VALUE 'CL'.
               88 MX-INSTALMENT-ROW          VALUE 'PI'.
               88 MX-BANK-ROW                VALUE 'CB'.
               88 MX-CONTACT-ROW             VALUE 'CH'.
           05 MX-DATA                  PIC X(198).
      * CUSTOMER
           05 MX-CUSTOMER-DATA REDEFINES MX-DATA.
               10 MX-CU-CUSTOMERNUMBER PIC 9(10).
               10 MX-CU-FIRSTNAME      PIC X(10).
               10 MX-CU-LASTNAME       PIC X(20).
               10 MX-CU-DATEOFBIRTH    PIC X(10).
               10 MX-CU-HOUSENAME      PIC X(20).
               10 MX-CU-HOUSENUMBER    PIC X(04).
               10 MX-CU-POSTCODE       PIC X(08).
               10 MX-CU-PHONEMOBILE    PIC X(20).
               10 MX-CU-PHONEHOME      PIC X(20).
               10 MX-CU-EMAILADDRESS   PIC X(40).
               10 MX-CU-REGIONCODE     PIC X(04).
               10 MX-CU-CUSTOMERSTATUS PIC X(01).
               10 MX-CU-HOUSEHOLDID    PIC 9(09).
               10 FILLER               PIC X(22).
      * POLICY
           05 MX-POLICY-DATA REDEFINES MX-DATA.
               10 MX-PO-POLICYNUMBER   PIC 9(10).
               10 MX-PO-CUSTOMERNUMBER PIC 9(10).
               10 MX-PO-ISSUEDATE      PIC X(10).
               10 MX-PO-EXPIRYDATE     PIC X(10).
               10 MX-PO-BROKERID       PIC X(08).
               10 MX-PO-BROKERSCOMM    PIC 9(03)V9(02).
               10 MX-PO-POLICYTYPE     PIC X(03).
               10 MX-PO-POLICYSTATUS   PIC X(01).
               10 MX-PO-BRANDCODE      PIC X(04).
               10 FILLER               PIC X(137).
      * HOUSE
           05 MX-HOUSE-DATA REDEFINES MX-DATA.
               10 MX-HO-POLICYNUMBER   PIC 9(10).
               10 MX-HO-HOUSETYPE      PIC X(01).
               10 MX-HO-YEARBUILT      PIC 9(04).
               10 MX-HO-BEDROOMS       PIC 9(02).
               10 MX-HO-HOUSEVALUE     PIC 9(07)V9(02).
               10 MX-HO-CONTENTSVALUE  PIC 9(07)V9(02).
               10 MX-HO-RISKCODE       PIC X(02).
               10 MX-HO-PREMIUM        PIC 9(07)V9(02).
               10 MX-HO-EXCESS         PIC 9(05)V9(02).
               10 MX-HO-IPTAMOUNT      PIC 9(05)V9(02).
               10 MX-HO-REBUILDCOST    PIC 9(07)V9(02).
               10 MX-HO-UNDERINSURED   PIC X(01).
               10 FILLER               PIC X(128).
      * MOTOR - the registration is masked
           05 MX-MOTOR-DATA REDEFINES MX-DATA.
               10 MX-MO-POLICYNUMBER   PIC 9(10).
               10 MX-MO-REGISTRATION   PIC X(08).
               10 MX-MO-MAKE           PIC X(10).
               10 MX-MO-MODEL          PIC X(10).
               10 MX-MO-VEHICLEVALUE   PIC 9(07)V9(02).
               10 MX-MO-PREMIUM        PIC 9(07)V9(02).
               10 MX-MO-NCDYEARS       PIC 9(02).
               10 MX-MO-RISKCODE       PIC X(02).
               10 MX-MO-EXCESS         PIC 9(05)V9(02).
               10 MX-MO-IPTAMOUNT      PIC 9(05)V9(02).
               10 FILLER               PIC X(124).
      * ENDOWMENT - the life assured is masked
           05 MX-ENDOWMENT-DATA REDEFINES MX-DATA.
               10 MX-EN-POLICYNUMBER   PIC 9(10).
               10 MX-EN-TERMYEARS      PIC 9(02).
               10 MX-EN-SUMASSURED     PIC 9(07)V9(02).
               10 MX-EN-PREMIUM        PIC 9(07)V9(02).
               10 MX-EN-WITHPROFITS    PIC X(01).
               10 MX-EN-LIFEASSURED    PIC X(20).
               10 FILLER               PIC X(147).
      * COMMERCIAL
           05 MX-COMMERCIAL-DATA REDEFINES MX-DATA.
               10 MX-CO-POLICYNUMBER   PIC 9(10).
               10 MX-CO-TRADECLASS     PIC X(04).
               10 MX-CO-EMPLOYEECOUNT  PIC 9(05).
               10 MX-CO-TURNOVER       PIC 9(09)V9(02).
               10 MX-CO-PREMIUM        PIC 9(07)V9(02).
               10 MX-CO-CURRENCYCODE   PIC X(03).
               10 MX-CO-EXCESS         PIC 9(05)V9(02).
               10 MX-CO-IPTAMOUNT      PIC 9(05)V9(02).
               10 FILLER               PIC X(142).
      * TRAVEL
           05 MX-TRAVEL-DATA REDEFINES MX-DATA.
               10 MX-TR-POLICYNUMBER   PIC 9(10).
               10 MX-TR-DESTZONE       PIC X(02).
               10 MX-TR-TRIPTYPE       PIC X(01).
               10 MX-TR-TRIPSTART      PIC X(10).
               10 MX-TR-TRIPEND        PIC X(10).
               10 MX-TR-TRAVELLERS     PIC 9(02).
               10 MX-TR-WINTERSPORTS   PIC X(01).
               10 MX-TR-TRIPCOST       PIC 9(07)V9(02).
               10 MX-TR-PREMIUM        PIC 9(07)V9(02).
               10 MX-TR-RISKCODE       PIC X(04).
               10 MX-TR-EXCESS         PIC 9(05)V9(02).
               10 MX-TR-IPTAMOUNT      PIC 9(05)V9(02).
               10 FILLER               PIC X(126).
      * CLAIM - the free-text description is replaced
           05 MX-CLAIM-DATA REDEFINES MX-DATA.
               10 MX-CL-CLAIMNUMBER    PIC 9(10).
               10 MX-CL-POLICYNUMBER   PIC 9(10).
               10 MX-CL-CLAIMDATE      PIC X(10).
               10 MX-CL-CLAIMTYPE      PIC X(04).
               10 MX-CL-CLAIMAMOUNT    PIC 9(07)V9(02).
               10 MX-CL-CLAIMSTATUS    PIC X(01).
               10 MX-CL-DESCRIPTION    PIC X(40).
               10 MX-CL-APPROVEDAMOUNT PIC 9(07)V9(02).
               10 MX-CL-DECISIONDATE   PIC X(10).
               10 MX-CL-CASERESERVE    PIC 9(07)V9(02).
               10 MX-CL-INTERIMPAID    PIC 9(07)V9(02).
               10 MX-CL-FRAUDSCORE     PIC 9(05).
               10 MX-CL-REVIEWFLAG     PIC X(01).
               10 MX-CL-PRIORITYFLAG   PIC X(01).
               10 MX-CL-PRIORCLAIMS    PIC 9(04).
               10 MX-CL-FILEDDATE      PIC X(10).
               10 FILLER               PIC X(56).
      * PREMIUM_INSTALLMENT
           05 MX-INSTALMENT-DATA REDEFINES MX-DATA.
               10 MX-PI-POLICYNUMBER   PIC 9(10).
               10 MX-PI-INSTALLMENTNUM PIC 9(04).
               10 MX-PI-DUEDATE        PIC X(10).
               10 MX-PI-AMOUNT         PIC 9(07)V9(02).
               10 MX-PI-IPTAMOUNT      PIC 9(07)V9(02).
               10 MX-PI-STATUS         PIC X(01).
               10 MX-PI-PAIDDATE       PIC X(10).
               10 FILLER               PIC X(145).
      * CUSTOMER_BANK - sort code and account are masked
           05 MX-BANK-DATA REDEFINES MX-DATA.
               10 MX-CB-CUSTOMERNUMBER PIC 9(10).
               10 MX-CB-SORTCODE       PIC X(06).
               10 MX-CB-ACCOUNTNUMBER  PIC X(08).
               10 MX-CB-MANDATESTATUS  PIC X(01).
               10 MX-CB-MANDATEDATE    PIC X(10).
               10 MX-CB-CAPTUREDBY     PIC X(05).
               10 FILLER               PIC X(158).
      * CONTACT_HISTORY
           05 MX-CONTACT-DATA REDEFINES MX-DATA.
               10 MX-CH-CUSTOMERNUMBER PIC 9(10).
               10 MX-CH-POLICYNUMBER   PIC 9(10).
               10 MX-CH-CHANNEL        PIC X(03).
               10 MX-CH-NOTICETYPE     PIC X(08).
               10 MX-CH-CONTACTDATE    PIC X(10).
               10 MX-CH-CONTACTTIME    PIC X(06).
               10 MX-CH-TEMPLATEVERSN  PIC 9(04).
               10 FILLER               PIC X(147).
