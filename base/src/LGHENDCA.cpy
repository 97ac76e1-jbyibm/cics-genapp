      * revised policy excess - zero keeps the excess already on the
      * HOUSE row, the same convention the premium field uses
           05 CA-NEW-EXCESS            PIC 9(05)V9(02).
      * returned - the rebuild-cost estimate re-assessed for the
      * revised property, and 'Y' where the revised building value
      * now falls short of it (see LGRBCTAB)
           05 CA-EN-REBUILD-COST       PIC 9(07)V9(02).
           05 CA-EN-UNDERINSURED       PIC X(01).
               88 CA-EN-IS-UNDERINSURED      VALUE 'Y'.
      * an administration fee for the change is charged through
      * LGFEE01 onto the next installment - a reason code here waives
      * it; returned, the fee actually charged
           05 CA-FEE-WAIVE-REASON      PIC X(04).
           05 CA-ENDORSE-FEE           PIC 9(05)V9(02).
           05 FILLER                   PIC X(01).
