      *                                                                *
      *   Minimum/maximum customer age per policy type, shared by      *
      *  LGACB01 and every policy-issue program (LGHPB01, LGMPB01,     *
      *  LGEPB01, LGCPB01, LGTPB01).  Keyed by the same one-character  *
      *  policy-type code used throughout those programs.  A program   *
      *  checks a customer's age against this table before letting a  *
      *  policy be written, instead of relying on underwriting to      *
      *  catch it.                                                     *
      ******************************************************************
       01  LGAGE-STATICS.
           05 FILLER                  PIC X(01) VALUE 'E'.
           05 FILLER                  PIC X(01) VALUE 'C'.
           05 FILLER                  PIC S9(03) COMP VALUE 18.
           05 FILLER                  PIC S9(03) COMP VALUE 99.
           05 FILLER                  PIC X(01) VALUE 'T'.
           05 FILLER                  PIC S9(03) COMP VALUE 18.
           05 FILLER                  PIC S9(03) COMP VALUE 85.

       01  LGAGE-TABLE REDEFINES LGAGE-STATICS.
           05 LGAGE-ENTRY OCCURS 5 TIMES INDEXED BY LGAGE-IDX.
               10 LGAGE-POLICY-TYPE    PIC X(01).
                   88 LGAGE-ENDOWMENT        VALUE 'E'.
                   88 LGAGE-HOUSE            VALUE 'H'.
                   88 LGAGE-MOTOR            VALUE 'M'.
                   88 LGAGE-COMMERCIAL       VALUE 'C'.
                   88 LGAGE-TRAVEL           VALUE 'T'.
               10 LGAGE-MINIMUM-AGE    PIC S9(03) COMP.
               10 LGAGE-MAXIMUM-AGE    PIC S9(03) COMP.
