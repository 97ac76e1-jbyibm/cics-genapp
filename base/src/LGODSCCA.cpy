      * returned - the headline figures for the call
           05 CA-POLICY-COUNT          PIC 9(02).
           05 CA-TOTAL-PREMIUM         PIC 9(09)V9(02).
      * a duplicate document carries an administration fee, charged
      * through LGFEE01 onto the next installment - a reason code
      * here waives it; returned, the fee actually charged
           05 CA-FEE-WAIVE-REASON      PIC X(04).
           05 CA-DOCUMENT-FEE          PIC 9(05)V9(02).
           05 FILLER                   PIC X(06).
