      ******************************************************************
      *                                                                *
      *    LGICDSUB - Industry claims database submission record       *
      *                                                                *
      *   Fixed-format record on the weekly file contributing our      *
      *  claims to the shared industry claims database - one record    *
      *  per CLAIM row that is new, or whose status or amounts have    *
      *  changed, since it was last submitted.  Written by LGICB01,    *
      *  which logs every record on ICD_SUBMISSION.  The database      *
      *  answers with the LGICDMAT match-response file, loaded by      *
      *  LGIMB01.  The trailer ('T') carries the detail count in       *
      *  IS-CLAIM-NUM.                                                 *
      *                                                                *
      ******************************************************************
       01  IS-SUBMISSION-RECORD.
           05 IS-RECORD-TYPE           PIC X(01).
               88 IS-DETAIL-RECORD           VALUE 'D'.
               88 IS-TOTAL-RECORD            VALUE 'T'.
      * 'N' claim new to the database, 'U' update to one sent before
           05 IS-TRANS-TYPE            PIC X(01).
               88 IS-TRANS-NEW               VALUE 'N'.
               88 IS-TRANS-UPDATE            VALUE 'U'.
           05 IS-CLAIM-NUM             PIC 9(10).
           05 IS-POLICY-NUM            PIC 9(10).
           05 IS-POLICY-TYPE           PIC X(03).
           05 IS-CLAIM-DATE            PIC X(10).
           05 IS-CLAIM-TYPE            PIC X(04).
           05 IS-CLAIM-AMOUNT          PIC 9(07)V9(02).
           05 IS-APPROVED-AMOUNT       PIC 9(07)V9(02).
      * paid so far through staged interim payments
           05 IS-INTERIM-PAID          PIC 9(07)V9(02).
      * 'O' open, 'S' settled, 'R' rejected
           05 IS-CLAIM-STATUS          PIC X(01).
      * the claimant - the policyholder on CUSTOMER
           05 IS-CUSTOMER-NUM          PIC 9(10).
           05 IS-FIRST-NAME            PIC X(10).
           05 IS-LAST-NAME             PIC X(20).
           05 IS-DATE-OF-BIRTH         PIC X(10).
           05 IS-HOUSE-NUMBER          PIC X(04).
           05 IS-HOUSE-NAME            PIC X(20).
           05 IS-POSTCODE              PIC X(08).
           05 IS-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(01).
