      ******************************************************************
      *                                                                *
      *    LGMIDERR - Motor insurance database error record            *
      *                                                                *
      *   Fixed-format record the motor insurance database returns     *
      *  for each LGMIDSUB submission it could not load - a vehicle    *
      *  it cannot match to the national vehicle register, or data it  *
      *  rejected.  A record names the submission by the policy,       *
      *  transaction type and submission date echoed from the          *
      *  LGMIDSUB detail record.  Records not returned were loaded.    *
      *  Applied to MID_SUBMISSION by LGMEB01.                         *
      *                                                                *
      ******************************************************************
       01  ME-ERROR-RECORD.
           05 ME-RECORD-TYPE           PIC X(01).
               88 ME-DETAIL-RECORD           VALUE 'D'.
               88 ME-TOTAL-RECORD            VALUE 'T'.
           05 ME-TRANS-TYPE            PIC X(01).
           05 ME-POLICY-NUM            PIC 9(10).
           05 ME-REGISTRATION          PIC X(08).
           05 ME-SUBMIT-DATE           PIC X(10).
           05 ME-ERROR-CODE            PIC X(04).
           05 ME-ERROR-TEXT            PIC X(36).
           05 ME-PROCESSED-DATE        PIC X(10).
