       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBWB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Overnight batch window switch.  While the suite runs, staff  *
      *  and the portal adding customers, filing claims and endorsing  *
      *  policies held locks LGDDB01 and LGGLB01 then waited on, and   *
      *  changed rows under them mid-run.  The scheduler now runs      *
      *  this step first thing in the suite with ON and last thing     *
      *  with OFF; it sets SYSTEM_PARAMETER 'BATCHWIN'/'READONLY' to   *
      *  1 or 0, and while it is 1 every online update transaction     *
      *  refuses with '80' and the portal's traffic is held on its     *
      *  queues (LGBWCHK).  Inquiries carry on throughout.             *
      *                                                                *
      *   Every change is written to BATCH_WINDOW_LOG with its time    *
      *  and operator, and to PARAM_AUDIT like any other parameter     *
      *  change.  Setting the switch to the state it is already in is  *
      *  logged too - the log shows every time the scheduler asked.    *
      *  A switch that cannot be set ends RC 16 so the scheduler       *
      *  holds the suite rather than run it with the doors open.       *
      *                                                                *
      *   SYSIN card 1-3 is ON or OFF, 5-12 the operator or scheduler  *
      *  id to log (blank SCHEDULR).                                   *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBWB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BWB-RPT  ASSIGN TO BWBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BWB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-DATE               PIC X(10) VALUE SPACES.
      * who PARAM_AUDIT shows the change made by - the operator is
      * on BATCH_WINDOW_LOG
       77  WS-BATCH-STAFF-ID           PIC X(05) VALUE 'LGBWB'.

       01  WS-PARM-CARD.
           05 WS-PARM-STATE            PIC X(03).
               88 WS-PARM-ON                 VALUE 'ON '.
               88 WS-PARM-OFF                VALUE 'OFF'.
           05 FILLER                   PIC X(01).
           05 WS-PARM-OPERATOR         PIC X(08).
           05 FILLER                   PIC X(68).

       01  WS-SWITCHES.
           05 WS-ABORT-SW              PIC X(01) VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-PARAM-EXISTS-SW       PIC X(01) VALUE 'N'.
               88 WS-PARAM-EXISTS            VALUE 'Y'.

      * the switch before and after, in SYSTEM_PARAMETER's own terms
       01  WS-SWITCH-WORK.
           05 WS-OLD-NUM-1             PIC S9(09)V9(02) VALUE 0.
           05 WS-OLD-NUM-2             PIC S9(09)V9(02) VALUE 0.
           05 WS-OLD-TEXT              PIC X(08) VALUE SPACES.
           05 WS-NEW-NUM-1             PIC S9(09)V9(02) VALUE 0.
           05 WS-OLD-STATE             PIC X(03) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(34)
                      VALUE 'OVERNIGHT BATCH WINDOW SWITCH -   '.
           05 RH-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-CHANGE.
           05 FILLER                   PIC X(11) VALUE 'SWITCH WAS '.
           05 RX-OLD-STATE             PIC X(03).
           05 FILLER                   PIC X(06) VALUE ', NOW '.
           05 RX-NEW-STATE             PIC X(03).
           05 FILLER                   PIC X(12) VALUE ' - OPERATOR '.
           05 RX-OPERATOR              PIC X(08).
           05 FILLER                   PIC X(37) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             PERFORM 2000-SET-SWITCH THRU 2000-SET-SWITCH-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3000-WRITE-WINDOW-LOG
                 THRU 3000-WRITE-WINDOW-LOG-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the ON/OFF card, register the run            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BWB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)

           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
           MOVE WS-RPT-HEADING    TO RPT-LINE
           WRITE RPT-LINE

           IF WS-PARM-OPERATOR EQUAL SPACES
             MOVE 'SCHEDULR' TO WS-PARM-OPERATOR
           END-IF

           EVALUATE TRUE
             WHEN WS-PARM-ON
               MOVE 1 TO WS-NEW-NUM-1
               MOVE 'LGBWON  ' TO RC-JOBNAME
             WHEN WS-PARM-OFF
               MOVE 0 TO WS-NEW-NUM-1
               MOVE 'LGBWOFF ' TO RC-JOBNAME
             WHEN OTHER
               MOVE 'INVALID SWITCH ON SYSIN - EXPECTED ON OR OFF'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE

           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SET-SWITCH - the same read-then-update-or-insert LGPAR01  *
      * makes, with the same PARAM_AUDIT row                           *
      ******************************************************************
       2000-SET-SWITCH.
           EXEC SQL
               SELECT NUMVALUE1, NUMVALUE2, TEXTVALUE
                 INTO :WS-OLD-NUM-1, :WS-OLD-NUM-2, :WS-OLD-TEXT
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'BATCHWIN'
                  AND PARAMKEY   = 'READONLY'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-PARAM-EXISTS-SW
             WHEN 100
               MOVE 'N' TO WS-PARAM-EXISTS-SW
             WHEN OTHER
               PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
               GO TO 2000-SET-SWITCH-EXIT
           END-EVALUATE

           IF WS-OLD-NUM-1 EQUAL 1
             MOVE 'ON ' TO WS-OLD-STATE
           ELSE
             MOVE 'OFF' TO WS-OLD-STATE
           END-IF

           IF WS-PARAM-EXISTS
             EXEC SQL
                 UPDATE SYSTEM_PARAMETER
                    SET NUMVALUE1 = :WS-NEW-NUM-1
                  WHERE PARAMGROUP = 'BATCHWIN'
                    AND PARAMKEY   = 'READONLY'
             END-EXEC
           ELSE
             EXEC SQL
                 INSERT INTO SYSTEM_PARAMETER
                           ( PARAMGROUP,
                             PARAMKEY,
                             NUMVALUE1,
                             NUMVALUE2,
                             TEXTVALUE )
                    VALUES ( 'BATCHWIN',
                             'READONLY',
                             :WS-NEW-NUM-1,
                             0,
                             ' ' )
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 2000-SET-SWITCH-EXIT
           END-IF

           EXEC SQL
               INSERT INTO PARAM_AUDIT
                         ( PARAMGROUP,
                           PARAMKEY,
                           OLDNUMVALUE1,
                           NEWNUMVALUE1,
                           OLDNUMVALUE2,
                           NEWNUMVALUE2,
                           OLDTEXTVALUE,
                           NEWTEXTVALUE,
                           CHANGEDBY,
                           AUDITDATE,
                           AUDITTIME )
                  VALUES ( 'BATCHWIN',
                           'READONLY',
                           :WS-OLD-NUM-1,
                           :WS-NEW-NUM-1,
                           :WS-OLD-NUM-2,
                           :WS-OLD-NUM-2,
                           :WS-OLD-TEXT,
                           :WS-OLD-TEXT,
                           :WS-BATCH-STAFF-ID,
                           :WS-TODAY-DATE,
                           CURRENT TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PARAM_AUDIT INSERT FAILED - SWITCH STILL SET'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2000-SET-SWITCH-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-WINDOW-LOG - the time and operator of the change,   *
      * the same row LGPAR01 writes for a change made by hand          *
      ******************************************************************
       3000-WRITE-WINDOW-LOG.
           EXEC SQL
               INSERT INTO BATCH_WINDOW_LOG
                         ( CHANGEDATE,
                           CHANGETIME,
                           SWITCHSTATE,
                           OPERATOR,
                           SOURCE )
                  VALUES ( :WS-TODAY-DATE,
                           CURRENT TIME,
                           :WS-PARM-STATE,
                           :WS-PARM-OPERATOR,
                           'LGBWB01' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-WRITE-WINDOW-LOG-EXIT
           END-IF

           MOVE WS-OLD-STATE     TO RX-OLD-STATE
           MOVE WS-PARM-STATE    TO RX-NEW-STATE
           MOVE WS-PARM-OPERATOR TO RX-OPERATOR
           MOVE WS-RPT-CHANGE    TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO RC-RECORD-COUNT.
       3000-WRITE-WINDOW-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 8000-SQL-ERROR - the switch and its log stand or fall together *
      ******************************************************************
       8000-SQL-ERROR.
           MOVE 'SQL ERROR SETTING BATCH WINDOW SWITCH' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-ABORT-SW.
       8000-SQL-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - commit the switch, or back it out and end     *
      * RC 16 for the scheduler                                        *
      ******************************************************************
       9000-TERMINATE.
      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'SWITCH NOT CHANGED - HOLD THE SUITE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE BWB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run                                                        *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0 )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8800-REGISTER-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete              *
      ******************************************************************
       8900-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
                  SET RUNSTATUS   = 'C',
                      RUNEND      = CURRENT TIMESTAMP,
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
