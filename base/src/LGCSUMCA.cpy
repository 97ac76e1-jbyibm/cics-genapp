           05 CA-ENDOW-COUNT           PIC 9(03).
           05 CA-COMM-COUNT            PIC 9(03).
           05 CA-TOTAL-POLICY-COUNT    PIC 9(04).
      * taken from the trailing filler, so WS-SUMRY-CUST-LEN and
      * older callers are unaffected
           05 CA-TRAVEL-COUNT          PIC 9(03).
           05 FILLER                   PIC X(05).
