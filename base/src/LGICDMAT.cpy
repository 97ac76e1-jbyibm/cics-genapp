      ******************************************************************
      *                                                                *
      *    LGICDMAT - Industry claims database match-response record   *
      *                                                                *
      *   Fixed-format record the industry claims database returns     *
      *  for each claim another insurer holds against the claimant on  *
      *  one of our LGICDSUB submissions - one record per match,       *
      *  naming our claim and carrying the database's reference and    *
      *  the other insurer's claim details.  Loaded onto CLAIM_MATCH   *
      *  by LGIMB01; read back by LGCLI01 and LGIDB01.                 *
      *                                                                *
      ******************************************************************
       01  IM-MATCH-RECORD.
           05 IM-RECORD-TYPE           PIC X(01).
               88 IM-DETAIL-RECORD           VALUE 'D'.
               88 IM-TOTAL-RECORD            VALUE 'T'.
      * our claim the match was found against
           05 IM-CLAIM-NUM             PIC 9(10).
      * the database's own reference for the matched claim
           05 IM-MATCH-REF             PIC X(12).
           05 IM-INSURER-CODE          PIC X(08).
           05 IM-MATCH-CLAIM-DATE      PIC X(10).
           05 IM-MATCH-CLAIM-TYPE      PIC X(04).
           05 IM-MATCH-AMOUNT          PIC 9(07)V9(02).
           05 IM-MATCH-STATUS          PIC X(01).
      * what the claimant was matched on - 'P' name and date of
      * birth, 'A' name and address
           05 IM-MATCH-BASIS           PIC X(01).
           05 IM-PROCESSED-DATE        PIC X(10).
           05 FILLER                   PIC X(14).
