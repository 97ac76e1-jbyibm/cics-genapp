      *  recent run: period, status ('C' complete, 'R' started and     *
      *  never finished - the line worth a phone call), start          *
      *  timestamp and record count.  Run first thing each morning.    *
      *  Live runs only - a simulation (run type 'S') is a rehearsal,  *
      *  not the run the checklist is asking about.                    *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-12-16  DM  Initial version.                            *
      *    2026-10-15  DM  Live runs only - simulations of the         *
      *                    destructive sweeps are left off.            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRLB01.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The most recent live run per job - latest RUNSTART wins
           EXEC SQL
               DECLARE RLCURSOR CURSOR FOR
                   SELECT B.JOBNAME, B.RUNPERIOD, B.RUNSTATUS,
                          B.RUNSTART, B.RECORDCOUNT
                     FROM BATCH_RUN_CONTROL B
                    WHERE B.RUNTYPE  = 'L'
                      AND B.RUNSTART =
                          ( SELECT MAX(X.RUNSTART)
                              FROM BATCH_RUN_CONTROL X
                             WHERE X.JOBNAME = B.JOBNAME
                               AND X.RUNTYPE = 'L' )
                    ORDER BY B.JOBNAME
           END-EXEC.

