           05 CA-DRIVER-RELATION       PIC X(10).
      * drivers on the schedule after the change, returned
           05 CA-DRIVER-COUNT          PIC 9(02).
      * an administration fee for a vehicle change is charged through
      * LGFEE01 onto the next installment - a reason code here waives
      * it; returned, the fee actually charged.  Older callers that
      * stop at CA-DRIVER-COUNT are charged the standard fee.
           05 CA-FEE-WAIVE-REASON      PIC X(04).
           05 CA-ENDORSE-FEE           PIC 9(05)V9(02).
