           05 CA-CANCEL-REASON         PIC X(04).
      * returned to the caller
           05 CA-CANCEL-DATE           PIC X(10).
      * the return premium is net of the cancellation fee, which is
      * returned separately; a reason code in CA-FEE-WAIVE-REASON
      * waives the fee.  CA-CANCEL-FEE takes the bytes of the old
      * trailing FILLER; CA-FEE-WAIVE-REASON lies beyond it and is
      * only read from callers that send it.
           05 CA-RETURN-PREMIUM        PIC 9(07)V9(02).
           05 CA-CANCEL-FEE            PIC 9(05)V9(02).
           05 CA-FEE-WAIVE-REASON      PIC X(04).
