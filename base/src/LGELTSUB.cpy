      ******************************************************************
      *                                                                *
      *      LGELTSUB - EL tracing register submission record          *
      *                                                                *
      *   Fixed-format record on the daily submission file sent to     *
      *  the employers' liability tracing register - one record per    *
      *  commercial policy carrying EL cover (EMPLOYEECOUNT above      *
      *  zero) that was taken out, renewed, amended or cancelled that  *
      *  day.  Written by LGELB01, which logs every record on          *
      *  EL_SUBMISSION; the register answers on the LGELTACK file,     *
      *  applied by LGEAB01.  The trailer ('T') carries the detail     *
      *  count in ES-POLICY-NUM.                                       *
      *                                                                *
      ******************************************************************
       01  ES-SUBMISSION-RECORD.
           05 ES-RECORD-TYPE           PIC X(01).
               88 ES-DETAIL-RECORD           VALUE 'D'.
               88 ES-TOTAL-RECORD            VALUE 'T'.
      * 'N' new to the register, 'R' renewed, 'A' amended, 'C' EL
      * cover ended - policy cancelled or the employees taken off
           05 ES-TRANS-TYPE            PIC X(01).
               88 ES-TRANS-NEW               VALUE 'N'.
               88 ES-TRANS-RENEWAL           VALUE 'R'.
               88 ES-TRANS-AMENDMENT         VALUE 'A'.
               88 ES-TRANS-CANCELLATION      VALUE 'C'.
           05 ES-POLICY-NUM            PIC 9(10).
           05 ES-CUSTOMER-NUM          PIC 9(10).
           05 ES-EMPLOYER-NAME         PIC X(31).
      * the employer's premises - the first COMMERCIALLOCATION on the
      * policy, or the customer's own address when none is held
           05 ES-EMPLOYER-ADDRESS      PIC X(40).
           05 ES-POSTCODE              PIC X(08).
           05 ES-TRADE-CLASS           PIC X(04).
           05 ES-EMPLOYEE-COUNT        PIC 9(05).
           05 ES-START-DATE            PIC X(10).
           05 ES-END-DATE              PIC X(10).
      * the day EL cover stopped - 'C' records only
           05 ES-CANCEL-DATE           PIC X(10).
           05 ES-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(10).
