                                        INDEXED BY CA-AH-IDX.
               10 AH-POSTCODE           PIC X(08).
               10 AH-CHANGED-DATE       PIC X(10).
      * vulnerability warning for the header - 'Y' while the customer
      * has an active VULNERABLE_CUSTOMER flag (LGVUL01), with its
      * category and the date it is due for review
           05 CA-VULN-WARNING          PIC X(01).
               88 CA-CUSTOMER-VULNERABLE     VALUE 'Y'.
           05 CA-VULN-CATEGORY         PIC X(04).
           05 CA-VULN-REVIEW-DATE      PIC X(10).
      * the customer's authorised representatives (LGREP01) whose
      * authority is in force today, lowest representative number
      * first - who may be speaking for the customer on this call
           05 CA-REP-COUNT             PIC 9(02).
           05 CA-REPRESENTATIVE OCCURS 5 TIMES
                                        INDEXED BY CA-RP-IDX.
               10 RP-REP-NUM            PIC 9(03).
               10 RP-REP-NAME           PIC X(30).
               10 RP-RELATIONSHIP       PIC X(04).
               10 RP-AUTHORITY          PIC X(04).
               10 RP-SCOPE              PIC X(04).
               10 RP-EXPIRY-DATE        PIC X(10).
           05 FILLER                   PIC X(08).
