      ******************************************************************
      *                                                                *
      *          LGBNBREC - Broker new-business submission record      *
      *                                                                *
      *   Fixed-format record on the file a broker sends in place of   *
      *  keying its day's house and motor business one policy at a     *
      *  time.  One 'H' header naming the broker and its own file      *
      *  reference; a 'C' customer record for each client, keyed by    *
      *  the broker's client reference; a 'P' policy record for each   *
      *  house or motor policy, carrying the client reference of the   *
      *  'C' record it belongs to (which must come earlier in the      *
      *  file) and the broker's own policy reference; and a closing    *
      *  'T' trailer with the count of 'C' and 'P' records.            *
      *                                                                *
      *   LGBFB01 loads the file into BROKER_SUBMISSION, LGBNT01       *
      *  puts every record through LGACB01 and LGHPB01/LGMPB01 and     *
      *  LGBRB01 writes the response file (LGBNRSP) back.  A zero      *
      *  premium on a policy record takes the rated figure; a keyed    *
      *  one is held against it exactly as online.                     *
      *                                                                *
      ******************************************************************
       01  BN-SUBMISSION-RECORD.
           05 BN-RECORD-TYPE           PIC X(01).
               88 BN-HEADER-RECORD           VALUE 'H'.
               88 BN-CUSTOMER-RECORD         VALUE 'C'.
               88 BN-POLICY-RECORD           VALUE 'P'.
               88 BN-TRAILER-RECORD          VALUE 'T'.
           05 BN-CLIENT-REF            PIC X(12).
           05 BN-RECORD-BODY           PIC X(187).
           05 BN-HEADER REDEFINES BN-RECORD-BODY.
               10 BN-HDR-BROKER-ID      PIC X(08).
               10 BN-HDR-FILE-REF       PIC X(12).
               10 BN-HDR-FILE-DATE      PIC X(10).
               10 FILLER                PIC X(157).
           05 BN-CUSTOMER REDEFINES BN-RECORD-BODY.
               10 BN-CUS-FIRST-NAME     PIC X(10).
               10 BN-CUS-LAST-NAME      PIC X(20).
               10 BN-CUS-DOB            PIC X(10).
               10 BN-CUS-HOUSE-NAME     PIC X(20).
               10 BN-CUS-HOUSE-NUM      PIC X(04).
               10 BN-CUS-POSTCODE       PIC X(08).
               10 BN-CUS-PHONE-MOBILE   PIC X(20).
               10 BN-CUS-PHONE-HOME     PIC X(20).
               10 BN-CUS-EMAIL-ADDRESS  PIC X(40).
               10 FILLER                PIC X(35).
           05 BN-POLICY REDEFINES BN-RECORD-BODY.
               10 BN-POL-TYPE           PIC X(01).
                   88 BN-POL-HOUSE            VALUE 'H'.
                   88 BN-POL-MOTOR            VALUE 'M'.
               10 BN-POL-BROKER-REF     PIC X(12).
               10 BN-POL-ISSUE-DATE     PIC X(10).
               10 BN-POL-EXPIRY-DATE    PIC X(10).
               10 BN-POL-PAY-FREQ       PIC X(01).
               10 BN-POL-PREMIUM        PIC 9(05)V9(02).
               10 BN-POL-RISKDATA       PIC X(50).
               10 BN-POL-HOUSE-DATA REDEFINES BN-POL-RISKDATA.
                   15 BN-HSE-TYPE           PIC X(01).
                   15 BN-HSE-YEAR-BUILT     PIC 9(04).
                   15 BN-HSE-BEDROOMS       PIC 9(02).
                   15 BN-HSE-VALUE          PIC 9(07)V9(02).
                   15 BN-HSE-CONTENTS-VALUE PIC 9(07)V9(02).
                   15 BN-HSE-RISK-CODE      PIC X(02).
                   15 FILLER                PIC X(23).
               10 BN-POL-MOTOR-DATA REDEFINES BN-POL-RISKDATA.
                   15 BN-MTR-REG-NUM        PIC X(08).
                   15 BN-MTR-MAKE           PIC X(10).
                   15 BN-MTR-MODEL          PIC X(10).
                   15 BN-MTR-VALUE          PIC 9(07)V9(02).
                   15 BN-MTR-NCD-YEARS      PIC 9(02).
                   15 BN-MTR-RISK-CODE      PIC X(02).
                   15 FILLER                PIC X(09).
               10 FILLER                PIC X(96).
           05 BN-TRAILER REDEFINES BN-RECORD-BODY.
               10 BN-TRL-COUNT          PIC 9(07).
               10 FILLER                PIC X(180).
