      *  checklist used to catch an out-of-order run only after the   *
      *  damage.                                                       *
      *                                                                *
      *   Every row carries its run type: 'L' a live run, 'S' a        *
      *  simulation of one of the destructive sweeps (LGANS01,         *
      *  LGDCB01, LGAVB01, LGPUB01, LGARB01) - SIMULATE on the SYSIN   *
      *  card selects exactly what the live run would, reports every   *
      *  change it would make, and makes none.  Only 'L' rows satisfy  *
      *  a predecessor check or show on the morning checklist, so a    *
      *  rehearsal can never stand in for the real run.                *
      *                                                                *
      ******************************************************************
       01  RC-RUN-CONTROL.
           05 RC-JOBNAME               PIC X(08).
           05 RC-PRED-JOBNAME          PIC X(08).
           05 RC-PRED-PERIOD           PIC X(08).
           05 RC-PRED-DONE-COUNT       PIC S9(5) COMP VALUE 0.
           05 RC-RUN-TYPE              PIC X(01) VALUE 'L'.
               88 RC-LIVE-RUN                VALUE 'L'.
               88 RC-SIMULATION-RUN          VALUE 'S'.
           05 RC-SIMULATE-COUNT        PIC S9(4) COMP VALUE 0.

      * printed under the heading and after the totals of a simulation
       01  RC-RPT-SIMULATION.
           05 FILLER                   PIC X(46)
                 VALUE '*** SIMULATION RUN - NOTHING HAS BEEN CHANGED '.
           05 FILLER                   PIC X(19)
                 VALUE 'OR COMMITTED ***   '.
           05 FILLER                   PIC X(15) VALUE SPACES.
