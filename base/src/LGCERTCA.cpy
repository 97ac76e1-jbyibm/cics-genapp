      * the serial number issued (or found, on a read), returned
           05 CA-CERT-NUM              PIC 9(10).
      * why the certificate was voided - 'CANC' cancellation, 'TLOS'
      * total loss, 'RNEW' superseded at renewal, 'TRNF' policy moved
      * to a new holder (LGPTR01)
           05 CA-VOID-REASON           PIC X(04).
           05 FILLER                   PIC X(06).
