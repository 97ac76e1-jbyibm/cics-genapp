      ******************************************************************
      *                                                                *
      *        LGSXREC - Solvency reporting template extract record    *
      *                                                                *
      *   Fixed-format record written by LGSXB01 for the finance       *
      *  regulatory reporting load, in place of figures re-keyed off   *
      *  the management reports.  One header ('H'), one detail ('D')   *
      *  per template row per regulatory line of business, and one     *
      *  trailer ('T') carrying the detail count.  Every detail row    *
      *  gives the gross figure, the reinsurers' share and the net -   *
      *  each signed, sign leading.                                    *
      *                                                                *
      *     S.05.01 R0110  premiums written                            *
      *     S.05.01 R0210  premiums earned                             *
      *     S.05.01 R0310  claims incurred                             *
      *     S.05.01 R0550  expenses incurred                           *
      *     S.17.01 R0060  premium provisions - unearned premium       *
      *     S.17.01 R0160  claims provisions - outstanding claims      *
      *                                                                *
      ******************************************************************
       01  SX-EXTRACT-RECORD.
           05 SX-RECORD-TYPE           PIC X(01).
               88 SX-HEADER-RECORD           VALUE 'H'.
               88 SX-DETAIL-RECORD           VALUE 'D'.
               88 SX-TRAILER-RECORD          VALUE 'T'.
           05 SX-TEMPLATE-ID           PIC X(08).
           05 SX-PERIOD-FROM           PIC X(06).
           05 SX-PERIOD-TO             PIC X(06).
           05 SX-DETAIL.
               10 SX-ROW-CODE          PIC X(05).
               10 SX-LOB-CODE          PIC X(04).
               10 SX-GROSS-AMOUNT      PIC S9(11)V9(02)
                                       SIGN LEADING SEPARATE.
               10 SX-REINS-AMOUNT      PIC S9(11)V9(02)
                                       SIGN LEADING SEPARATE.
               10 SX-NET-AMOUNT        PIC S9(11)V9(02)
                                       SIGN LEADING SEPARATE.
           05 SX-HEADER REDEFINES SX-DETAIL.
               10 SX-RUN-DATE          PIC X(10).
               10 SX-PERIOD-BASIS      PIC X(01).
               10 FILLER               PIC X(40).
           05 SX-TRAILER REDEFINES SX-DETAIL.
               10 SX-DETAIL-COUNT      PIC 9(07).
               10 FILLER               PIC X(44).
           05 FILLER                   PIC X(28).
