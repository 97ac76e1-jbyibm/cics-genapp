       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGTLB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Telematics driving-score load.  Reads the LGTELDAT file the  *
      *  telematics provider sends each month for the black-box motor  *
      *  policies and adds each month's score, mileage and harsh-      *
      *  event counts to the TELEMATICS_SCORE history for the policy.  *
      *  The latest score on that history is the driving-score         *
      *  rating factor LGRWB01 and LGRNW01 apply at renewal.           *
      *                                                                *
      *   A record is rejected, and reported, when the policy is not   *
      *  a motor policy we hold, when the registration does not match  *
      *  the vehicle on MOTOR, or when the score is not 0-100.  A      *
      *  month already loaded for the policy is skipped, so the file   *
      *  can be reloaded.  A score below the review threshold -        *
      *  SYSTEM_PARAMETER 'TELEMAT '/'REVIEWSC', maintained through    *
      *  LGPAR01 - queues the policy on TELEMATICS_REVIEW for an       *
      *  underwriter and lists it on the report.  SYSIN carries the    *
      *  load date (CCYY-MM-DD, blank = today).  Registered on         *
      *  BATCH_RUN_CONTROL with the count of scores loaded.            *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGTLB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEL-FILE  ASSIGN TO TELDATA
               ORGANIZATION IS SEQUENTIAL.

           SELECT TLB-RPT   ASSIGN TO TLBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEL-FILE
           RECORDING MODE IS F.
           COPY LGTELDAT.

       FD  TLB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * Score below which the policy goes to underwriting review -
      * overridden at entry from SYSTEM_PARAMETER ('TELEMAT '/
      * 'REVIEWSC', maintained through LGPAR01); the compiled figure
      * stands only when the table cannot be read
       77  WS-REVIEW-SCORE             PIC 9(03) VALUE 40.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-RUN-DATE         PIC X(10).
           05 FILLER                   PIC X(70).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-LOADED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-DUPLICATE-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-REVIEW-COUNT             PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-SCORE-WORK.
           05 WS-POLICY-TYPE           PIC X(03).
           05 WS-REGISTRATION          PIC X(08).
           05 WS-LOADED-BEFORE         PIC S9(5) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(31)
                      VALUE 'TELEMATICS DRIVING-SCORE LOAD -'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RD-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' PER='.
           05 RD-SCORE-PERIOD          PIC 9(06).
           05 FILLER                   PIC X(07) VALUE ' SCORE='.
           05 RD-DRIVING-SCORE         PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RS-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' LOADED ='.
           05 RS-LOADED-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' DUP ='.
           05 RS-DUPLICATE-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' REJECTED ='.
           05 RS-REJECTED-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' REVIEW ='.
           05 RS-REVIEW-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-SCORE THRU 2000-PROCESS-SCORE-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load date from SYSIN (blank = today), open   *
      * files, register the run, prime the read-ahead                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  TEL-FILE
           OPEN OUTPUT TLB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE EQUAL SPACES
             ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
             MOVE '-'                    TO WS-RUN-DATE(5:1)
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
             MOVE '-'                    TO WS-RUN-DATE(8:1)
             MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)
           ELSE
             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           END-IF

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1200-LOAD-SYSTEM-PARMS
               THRU 1200-LOAD-SYSTEM-PARMS-EXIT

           MOVE 'LGTLB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-SCORE THRU 1100-READ-SCORE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-SCORE - read-ahead one score record; the trailer     *
      * ends the detail stream                                         *
      ******************************************************************
       1100-READ-SCORE.
           READ TEL-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF TD-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-SCORE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-SYSTEM-PARMS - see the note at WS-REVIEW-SCORE       *
      ******************************************************************
       1200-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'TELEMAT '
                  AND PARAMKEY   = 'REVIEWSC'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-REVIEW-SCORE
           END-IF.
       1200-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-SCORE - validate and load one month's score       *
      ******************************************************************
       2000-PROCESS-SCORE.
           MOVE TD-POLICY-NUM    TO RD-POLICYNUMBER
           MOVE TD-REGISTRATION  TO RD-REGISTRATION
           MOVE TD-SCORE-PERIOD  TO RD-SCORE-PERIOD
           MOVE TD-DRIVING-SCORE TO RD-DRIVING-SCORE

           PERFORM 2100-LOAD-SCORE THRU 2100-LOAD-SCORE-EXIT

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-SCORE THRU 1100-READ-SCORE-EXIT.
       2000-PROCESS-SCORE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-SCORE - the policy must be one of our motor          *
      * policies and the registration the vehicle on MOTOR; a month    *
      * already on the history is left alone                           *
      ******************************************************************
       2100-LOAD-SCORE.
           IF TD-DRIVING-SCORE IS NOT NUMERIC
               OR TD-DRIVING-SCORE GREATER THAN 100
               OR TD-SCORE-PERIOD IS NOT NUMERIC
             MOVE 'INVALID SCORE OR PERIOD' TO RD-ACTION
             GO TO 2100-REJECT-SCORE
           END-IF

           EXEC SQL
               SELECT P.POLICYTYPE, M.REGISTRATIONNUM
                 INTO :WS-POLICY-TYPE,
                      :WS-REGISTRATION
                 FROM POLICY P, MOTOR M
                WHERE P.POLICYNUMBER = :TD-POLICY-NUM
                  AND M.POLICYNUMBER = P.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'NOT A MOTOR POLICY ON FILE' TO RD-ACTION
             GO TO 2100-REJECT-SCORE
           END-IF
           IF WS-REGISTRATION NOT EQUAL TD-REGISTRATION
             MOVE 'REGISTRATION DOES NOT MATCH' TO RD-ACTION
             GO TO 2100-REJECT-SCORE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LOADED-BEFORE
                 FROM TELEMATICS_SCORE
                WHERE POLICYNUMBER = :TD-POLICY-NUM
                  AND SCOREPERIOD  = :TD-SCORE-PERIOD
           END-EXEC
           IF SQLCODE EQUAL 0
              AND WS-LOADED-BEFORE GREATER THAN ZERO
             ADD 1 TO WS-DUPLICATE-COUNT
             GO TO 2100-LOAD-SCORE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO TELEMATICS_SCORE
                         ( POLICYNUMBER,
                           SCOREPERIOD,
                           REGISTRATIONNUM,
                           DRIVINGSCORE,
                           MILESDRIVEN,
                           HARSHBRAKING,
                           HARSHACCEL,
                           HARSHCORNERING,
                           DEVICEID,
                           LOADDATE )
                  VALUES ( :TD-POLICY-NUM,
                           :TD-SCORE-PERIOD,
                           :TD-REGISTRATION,
                           :TD-DRIVING-SCORE,
                           :TD-MILES-DRIVEN,
                           :TD-HARSH-BRAKING,
                           :TD-HARSH-ACCEL,
                           :TD-HARSH-CORNERING,
                           :TD-DEVICE-ID,
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SQL ERROR LOADING SCORE' TO RD-ACTION
             GO TO 2100-REJECT-SCORE
           END-IF
           ADD 1 TO WS-LOADED-COUNT

           IF TD-DRIVING-SCORE LESS THAN WS-REVIEW-SCORE
             PERFORM 2700-QUEUE-REVIEW THRU 2700-QUEUE-REVIEW-EXIT
           END-IF
           GO TO 2100-LOAD-SCORE-EXIT.

       2100-REJECT-SCORE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2100-LOAD-SCORE-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * rows                                                           *
      ******************************************************************
       2600-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 2700-QUEUE-REVIEW - a score under the threshold goes on the    *
      * underwriters' TELEMATICS_REVIEW list for the month scored      *
      ******************************************************************
       2700-QUEUE-REVIEW.
           EXEC SQL
               INSERT INTO TELEMATICS_REVIEW
                         ( POLICYNUMBER,
                           SCOREPERIOD,
                           DRIVINGSCORE,
                           QUEUEDDATE,
                           REVIEWSTATUS )
                  VALUES ( :TD-POLICY-NUM,
                           :TD-SCORE-PERIOD,
                           :TD-DRIVING-SCORE,
                           :WS-RUN-DATE,
                           'P' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'TELEMATICS_REVIEW INSERT FAILED' TO RD-ACTION
           ELSE
             ADD 1 TO WS-REVIEW-COUNT
             MOVE 'BELOW THRESHOLD - REVIEW' TO RD-ACTION
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2700-QUEUE-REVIEW-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-LOADED-COUNT    TO RS-LOADED-COUNT
           MOVE WS-DUPLICATE-COUNT TO RS-DUPLICATE-COUNT
           MOVE WS-REJECTED-COUNT  TO RS-REJECTED-COUNT
           MOVE WS-REVIEW-COUNT    TO RS-REVIEW-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LOADED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE TEL-FILE
           CLOSE TLB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL   *
      * row; a registration failure is reported but does not stop     *
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
      * 8900-REGISTER-RUN-END - close the row as complete with the    *
      * count of scores loaded                                         *
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
