      ******************************************************************
      *                                                                *
      *    LGTELDAT - Telematics driving-score record                  *
      *                                                                *
      *   Fixed-format record on the monthly file the telematics       *
      *  provider sends for every black-box motor policy - one record  *
      *  per policy and vehicle per month, keyed by our policy number  *
      *  and the vehicle's registration (CA-MOTOR-REG-NUM at intake).  *
      *  Loaded onto the TELEMATICS_SCORE history by LGTLB01; the      *
      *  latest score is the driving-score rating factor LGRWB01 and   *
      *  LGRNW01 apply at renewal.  The trailer ('T') carries the      *
      *  detail count in TD-POLICY-NUM.                                *
      *                                                                *
      ******************************************************************
       01  TD-SCORE-RECORD.
           05 TD-RECORD-TYPE           PIC X(01).
               88 TD-DETAIL-RECORD           VALUE 'D'.
               88 TD-TOTAL-RECORD            VALUE 'T'.
           05 TD-POLICY-NUM            PIC 9(10).
           05 TD-REGISTRATION          PIC X(08).
      * the month the driving was scored over, CCYYMM
           05 TD-SCORE-PERIOD          PIC 9(06).
      * 0 (worst) to 100 (best)
           05 TD-DRIVING-SCORE         PIC 9(03).
           05 TD-MILES-DRIVEN          PIC 9(06).
      * harsh events the box recorded in the month
           05 TD-HARSH-BRAKING         PIC 9(04).
           05 TD-HARSH-ACCEL           PIC 9(04).
           05 TD-HARSH-CORNERING       PIC 9(04).
      * the provider's own reference for the fitted box
           05 TD-DEVICE-ID             PIC X(12).
           05 FILLER                   PIC X(22).
