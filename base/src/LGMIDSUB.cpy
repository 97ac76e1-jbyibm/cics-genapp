      ******************************************************************
      *                                                                *
      *    LGMIDSUB - Motor insurance database submission record       *
      *                                                                *
      *   Fixed-format record on the daily submission file sent to     *
      *  the national motor insurance database - one record per        *
      *  insured vehicle put on cover, changed, renewed or taken off   *
      *  cover that day.  Written by LGMDB01, which logs every record  *
      *  on MID_SUBMISSION; the database returns the records it could  *
      *  not load on the LGMIDERR file, applied by LGMEB01.  The       *
      *  trailer ('T') carries the detail count in MS-POLICY-NUM.      *
      *                                                                *
      ******************************************************************
       01  MS-SUBMISSION-RECORD.
           05 MS-RECORD-TYPE           PIC X(01).
               88 MS-DETAIL-RECORD           VALUE 'D'.
               88 MS-TOTAL-RECORD            VALUE 'T'.
      * 'N' new to the database, 'V' vehicle changed (registration),
      * 'R' renewed, 'A' amended, 'C' off cover - cancelled or lapsed
           05 MS-TRANS-TYPE            PIC X(01).
               88 MS-TRANS-NEW               VALUE 'N'.
               88 MS-TRANS-VEHICLE-CHANGE    VALUE 'V'.
               88 MS-TRANS-RENEWAL           VALUE 'R'.
               88 MS-TRANS-AMENDMENT         VALUE 'A'.
               88 MS-TRANS-CANCELLATION      VALUE 'C'.
           05 MS-POLICY-NUM            PIC 9(10).
           05 MS-CERT-NUM              PIC 9(10).
           05 MS-REGISTRATION          PIC X(08).
      * the registration the database holds - 'V' records only
           05 MS-PREV-REGISTRATION     PIC X(08).
           05 MS-MAKE                  PIC X(10).
           05 MS-MODEL                 PIC X(10).
           05 MS-HOLDER-NAME           PIC X(31).
           05 MS-POSTCODE              PIC X(08).
           05 MS-COVER-START           PIC X(10).
           05 MS-COVER-END             PIC X(10).
      * the day cover stopped - 'C' records only
           05 MS-OFF-COVER-DATE        PIC X(10).
      * named drivers on MOTORDRIVER - the count, and the first two
      * in driver sequence
           05 MS-DRIVER-COUNT          PIC 9(02).
           05 MS-DRIVER-NAME           PIC X(30) OCCURS 2 TIMES.
           05 MS-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(01).
