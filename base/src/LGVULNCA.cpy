      ******************************************************************
      *                                                                *
      *      LGVULNCA - Vulnerable customer register commarea           *
      *                                                                *
      *   DFHCOMMAREA layout for LGVUL01.  A customer in bereavement,  *
      *  serious illness, with reduced mental capacity or in           *
      *  financial difficulty is recorded on VULNERABLE_CUSTOMER with  *
      *  a category, a date the flag must be reviewed by and the       *
      *  CA-STAFF-ID who recorded it.  While the flag is active       *
      *  ('A') LGARB01 routes the customer's arrears to a handler      *
      *  instead of dunning or lapsing, LGC3601 shows the warning on   *
      *  the customer header and LGCLB01 files their claims as         *
      *  priority.  A flag is closed, never deleted - LGVRB01's        *
      *  monthly review report and the audit trail reference it.     *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-RECORD-FLAG         VALUE '1'.
               88 CA-REQ-AMEND-FLAG          VALUE '2'.
               88 CA-REQ-CLOSE-FLAG          VALUE '3'.
               88 CA-REQ-READ-FLAG           VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-VULNERABILITY-DATA.
           05 CA-CUSTOMER-NUM          PIC 9(10).
           05 CA-VULN-CATEGORY         PIC X(04).
               88 CA-VULN-BEREAVEMENT        VALUE 'BRVT'.
               88 CA-VULN-HEALTH             VALUE 'HLTH'.
               88 CA-VULN-CAPACITY           VALUE 'CAPY'.
               88 CA-VULN-FINANCIAL          VALUE 'FINL'.
               88 CA-VULN-LIFE-EVENT         VALUE 'LIFE'.
               88 CA-VULN-VALID-CATEGORY     VALUE 'BRVT' 'HLTH'
                                                   'CAPY' 'FINL'
                                                   'LIFE'.
      * the date the flag must be looked at again (YYYY-MM-DD) -
      * required on record and amend, and must not already be past
           05 CA-REVIEW-DATE           PIC X(10).
      * returned on a read: who recorded the flag, when, and whether
      * it is still active ('A') or closed ('C')
           05 CA-RECORDED-BY           PIC X(05).
           05 CA-RECORDED-DATE         PIC X(10).
           05 CA-FLAG-STATUS           PIC X(01).
               88 CA-FLAG-ACTIVE             VALUE 'A'.
               88 CA-FLAG-CLOSED             VALUE 'C'.
           05 FILLER                   PIC X(10).
