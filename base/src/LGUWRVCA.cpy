      *  it with a reason the operator can read back through           *
      *  CA-REQ-READ-REFERRAL.                                         *
      *                                                                *
      *   Motor policies are also referred when the vehicle is on the  *
      *  vehicle-condition register as a write-off (CA-REFER-REASON    *
      *  'WOFF') or stolen ('STOL').  At intake the policy is pending  *
      *  as above; a referral raised mid-term (LGMPU01's vehicle       *
      *  change or LGVSB01's weekly re-screen) is on a policy already  *
      *  on risk, so the decision is recorded on the referral and the  *
      *  policy left as it is - a declined one is cancelled through    *
      *  LGPCN01.                                                      *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
               88 CA-REFERRAL-DECLINED       VALUE 'D'.
           05 CA-REFER-VALUE           PIC 9(09)V9(02).
           05 CA-REFER-DATE            PIC X(10).
      * returned - spaces over the LGREFTAB value threshold, 'WOFF'
      * or 'STOL' from the vehicle-condition register, 'FLOD' a house
      * in a flood band at or over LGFLDTAB's LGFLD-REFER-BAND
           05 CA-REFER-REASON          PIC X(04).
           05 FILLER                   PIC X(04).
