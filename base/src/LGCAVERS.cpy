      * entries to LGC360CA
           05 FILLER                  PIC X(02) VALUE '02'.
           05 FILLER                  PIC S9(4) COMP VALUE +594.
      * '03' added the CA-VULN-WARNING block to LGC360CA
           05 FILLER                  PIC X(02) VALUE '03'.
           05 FILLER                  PIC S9(4) COMP VALUE +609.
      * '04' added CA-REP-COUNT and five CA-REPRESENTATIVE entries
           05 FILLER                  PIC X(02) VALUE '04'.
           05 FILLER                  PIC S9(4) COMP VALUE +886.

       01  LGC360-VERS-TABLE REDEFINES LGC360-VERS-STATICS.
           05 LGC360-VERS-ENTRY OCCURS 4 TIMES
                                       INDEXED BY LGC360-VERS-IDX.
               10 LGC360-VERSION       PIC X(02).
               10 LGC360-REQUIRE-LEN   PIC S9(4) COMP.

       77  LGC360-VERSN-CURRENT       PIC X(02) VALUE '04'.
