      ******************************************************************
      *              LGFLDTAB - Flood-risk band loadings               *
      *                                                                *
      *   Premium loading per flood band (1 lowest to 5 highest) off   *
      *  the FLOOD_RISK postcode table LGFRB01 loads from the flood-   *
      *  map provider's file.  A house in a postcode with no flood-    *
      *  map row, or band 0, carries no loading.  Shared by LGHPB01    *
      *  at intake and LGRWB01's renewal re-rate, so both price the    *
      *  same band alike.  Each loading may be overridden at entry     *
      *  from SYSTEM_PARAMETER 'FLOODLD '/band digit (NUMVALUE1, via   *
      *  LGPAR01).  LGFLD-REFER-BAND is the lowest band that refers    *
      *  the house to an underwriter at intake ('FLOODLD '/'REFER').   *
      ******************************************************************
       01  LGFLD-STATICS.
           05 FILLER                  PIC 9(01) VALUE 1.
           05 FILLER                  PIC 9(03)V9(02) VALUE 0.
           05 FILLER                  PIC 9(01) VALUE 2.
           05 FILLER                  PIC 9(03)V9(02) VALUE 5.
           05 FILLER                  PIC 9(01) VALUE 3.
           05 FILLER                  PIC 9(03)V9(02) VALUE 15.
           05 FILLER                  PIC 9(01) VALUE 4.
           05 FILLER                  PIC 9(03)V9(02) VALUE 35.
           05 FILLER                  PIC 9(01) VALUE 5.
           05 FILLER                  PIC 9(03)V9(02) VALUE 60.

       01  LGFLD-TABLE REDEFINES LGFLD-STATICS.
           05 LGFLD-ENTRY OCCURS 5 TIMES INDEXED BY LGFLD-IDX.
               10 LGFLD-BAND           PIC 9(01).
               10 LGFLD-LOADING-PCT    PIC 9(03)V9(02).

       01  LGFLD-REFER-BAND           PIC 9(01) VALUE 4.
