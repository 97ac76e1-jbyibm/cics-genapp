      ******************************************************************
      *           LGREFTAB - Underwriting referral thresholds           *
      *                                                                *
      *   Headline-value ceiling per policy type, shared by the five   *
      *  intake programs.  A risk at or under its threshold binds      *
      *  instantly as it always has; above it the policy is stored     *
      *  pending (POLICYSTATUS 'P'), placed on UNDERWRITING_REFERRAL,  *
      *  and waits for an underwriter to approve or decline it         *
      *  through LGURV01.  The compared value is the same headline    *
      *  figure the rating engine prices on - house building value,    *
      *  vehicle value, sum assured, commercial turnover, travel trip  *
      *  cost.                                                         *
      ******************************************************************
       01  LGREF-STATICS.
           05 FILLER                  PIC X(01) VALUE 'H'.
           05 FILLER                  PIC S9(09) COMP VALUE 500000.
           05 FILLER                  PIC X(01) VALUE 'C'.
           05 FILLER                  PIC S9(09) COMP VALUE 10000000.
           05 FILLER                  PIC X(01) VALUE 'T'.
           05 FILLER                  PIC S9(09) COMP VALUE 20000.

       01  LGREF-TABLE REDEFINES LGREF-STATICS.
           05 LGREF-ENTRY OCCURS 5 TIMES INDEXED BY LGREF-IDX.
               10 LGREF-POLICY-TYPE    PIC X(01).
               10 LGREF-THRESHOLD      PIC S9(09) COMP.
