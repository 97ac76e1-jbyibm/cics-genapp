      ******************************************************************
      *                                                                *
      *    LGELTACK - EL tracing register acknowledgement record       *
      *                                                                *
      *   Fixed-format record the tracing register returns for each    *
      *  LGELTSUB submission it has processed - accepted with the      *
      *  register's own reference, or rejected with its reason.  A     *
      *  record names the submission by the policy, transaction type   *
      *  and submission date echoed from the LGELTSUB detail record.   *
      *  Applied to EL_SUBMISSION by LGEAB01.                          *
      *                                                                *
      ******************************************************************
       01  EK-ACK-RECORD.
           05 EK-RECORD-TYPE           PIC X(01).
               88 EK-DETAIL-RECORD           VALUE 'D'.
               88 EK-TOTAL-RECORD            VALUE 'T'.
           05 EK-TRANS-TYPE            PIC X(01).
           05 EK-POLICY-NUM            PIC 9(10).
           05 EK-SUBMIT-DATE           PIC X(10).
           05 EK-RESULT                PIC X(01).
               88 EK-ACCEPTED                VALUE 'A'.
               88 EK-REJECTED                VALUE 'R'.
           05 EK-REGISTER-REF          PIC X(12).
      * the register's reject reason - blank on an acceptance
           05 EK-REJECT-CODE           PIC X(04).
           05 EK-REJECT-TEXT           PIC X(30).
           05 EK-PROCESSED-DATE        PIC X(10).
           05 FILLER                   PIC X(01).
