       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGWOB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Daily weather-observation load.  Reads the LGWXODAT file     *
      *  the weather data service sends each day and keeps             *
      *  WEATHER_OBSERVATION up to date - one row per postcode area    *
      *  (outward code) per observation day with the maximum gust,     *
      *  rainfall and minimum temperature.  A day already on file for  *
      *  the area is restated (the service re-sends corrected days),   *
      *  a new one added, and LOADDATE set to the load date on both.   *
      *  Observations are kept, not purged - LGCLB01 checks house      *
      *  storm, flood and freeze claims against the reading for the    *
      *  claim date, however far back that is.  A missing trailer or   *
      *  a trailer count that disagrees is reported.  SYSIN carries    *
      *  the load date (CCYY-MM-DD, blank = today).  Registered on     *
      *  BATCH_RUN_CONTROL with the count of observations loaded.      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGWOB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WXO-FILE  ASSIGN TO WXODATA
               ORGANIZATION IS SEQUENTIAL.

           SELECT WOB-RPT   ASSIGN TO WOBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WXO-FILE
           RECORDING MODE IS F.
           COPY LGWXODAT.

       FD  WOB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

       01  WS-PARM-CARD.
           05 WS-PARM-RUN-DATE         PIC X(10).
           05 FILLER                   PIC X(70).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-TRAILER-SW            PIC X      VALUE 'N'.
               88 WS-TRAILER-READ            VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(9) COMP VALUE 0.
       77  WS-ADDED-COUNT              PIC S9(9) COMP VALUE 0.
       77  WS-CHANGED-COUNT            PIC S9(9) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(9) COMP VALUE 0.
       77  WS-TRAILER-COUNT            PIC S9(9) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

      * Observation date broken out for the shape check
       01  WS-OBS-DATE-CHECK.
           05 WS-OBS-CCYY              PIC X(04).
           05 WS-OBS-SEP1              PIC X(01).
           05 WS-OBS-MM                PIC X(02).
           05 WS-OBS-SEP2              PIC X(01).
           05 WS-OBS-DD                PIC X(02).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(27)
                      VALUE 'WEATHER OBSERVATION LOAD - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(43) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' AREA='.
           05 RD-AREA-CODE             PIC X(04).
           05 FILLER                   PIC X(06) VALUE ' DATE='.
           05 RD-OBS-DATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(23) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(05) VALUE 'READ='.
           05 RS-READ-COUNT            PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' ADDED='.
           05 RS-ADDED-COUNT           PIC Z(07)9.
           05 FILLER                   PIC X(09) VALUE ' CHANGED='.
           05 RS-CHANGED-COUNT         PIC Z(07)9.
           05 FILLER                   PIC X(06) VALUE ' REJ ='.
           05 RS-REJECTED-COUNT        PIC Z(07)9.
           05 FILLER                   PIC X(21) VALUE SPACES.

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
           PERFORM 2000-PROCESS-OBS THRU 2000-PROCESS-OBS-EXIT
               UNTIL WS-EOJ.
           PERFORM 3000-CHECK-TRAILER THRU 3000-CHECK-TRAILER-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load date from SYSIN (blank = today), open   *
      * files, register the run, prime the read-ahead                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  WXO-FILE
           OPEN OUTPUT WOB-RPT

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

           MOVE 'LGWOB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-OBS THRU 1100-READ-OBS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-OBS - read-ahead one observation record; the trailer *
      * ends the detail stream and carries the control count           *
      ******************************************************************
       1100-READ-OBS.
           READ WXO-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF WO-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE WO-TOTAL-COUNT TO WS-TRAILER-COUNT
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-OBS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-OBS - restate or add one area-day observation     *
      ******************************************************************
       2000-PROCESS-OBS.
           MOVE WO-AREA-CODE TO RD-AREA-CODE
           MOVE WO-OBS-DATE  TO RD-OBS-DATE
           MOVE WO-OBS-DATE  TO WS-OBS-DATE-CHECK

           EVALUATE TRUE
             WHEN WO-AREA-CODE EQUAL SPACES
               MOVE 'NO POSTCODE AREA' TO RD-ACTION
               PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             WHEN WS-OBS-CCYY IS NOT NUMERIC
                  OR WS-OBS-MM IS NOT NUMERIC
                  OR WS-OBS-DD IS NOT NUMERIC
                  OR WS-OBS-SEP1 NOT EQUAL '-'
                  OR WS-OBS-SEP2 NOT EQUAL '-'
               MOVE 'OBSERVATION DATE NOT CCYY-MM-DD' TO RD-ACTION
               PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             WHEN WO-MAX-GUST IS NOT NUMERIC
               MOVE 'MAXIMUM GUST NOT NUMERIC' TO RD-ACTION
               PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             WHEN WO-RAINFALL IS NOT NUMERIC
               MOVE 'RAINFALL NOT NUMERIC' TO RD-ACTION
               PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             WHEN WO-MIN-TEMP IS NOT NUMERIC
               MOVE 'MINIMUM TEMPERATURE NOT NUMERIC' TO RD-ACTION
               PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             WHEN OTHER
               PERFORM 2100-APPLY-OBS THRU 2100-APPLY-OBS-EXIT
           END-EVALUATE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-OBS THRU 1100-READ-OBS-EXIT.
       2000-PROCESS-OBS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APPLY-OBS - restate the area-day on file, add it when     *
      * there is none                                                  *
      ******************************************************************
       2100-APPLY-OBS.
           EXEC SQL
               UPDATE WEATHER_OBSERVATION
                  SET MAXGUST   = :WO-MAX-GUST,
                      RAINFALL  = :WO-RAINFALL,
                      MINTEMP   = :WO-MIN-TEMP,
                      STATIONID = :WO-STATION-ID,
                      LOADDATE  = :WS-RUN-DATE
                WHERE AREACODE  = :WO-AREA-CODE
                  AND OBSDATE   = :WO-OBS-DATE
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-CHANGED-COUNT
             GO TO 2100-APPLY-OBS-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 100
             MOVE 'SQL ERROR UPDATING OBSERVATION' TO RD-ACTION
             PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
             GO TO 2100-APPLY-OBS-EXIT
           END-IF

           EXEC SQL
               INSERT INTO WEATHER_OBSERVATION
                         ( AREACODE,
                           OBSDATE,
                           MAXGUST,
                           RAINFALL,
                           MINTEMP,
                           STATIONID,
                           LOADDATE )
                  VALUES ( :WO-AREA-CODE,
                           :WO-OBS-DATE,
                           :WO-MAX-GUST,
                           :WO-RAINFALL,
                           :WO-MIN-TEMP,
                           :WO-STATION-ID,
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-ADDED-COUNT
           ELSE
             MOVE 'SQL ERROR ADDING OBSERVATION' TO RD-ACTION
             PERFORM 2900-REJECT-OBS THRU 2900-REJECT-OBS-EXIT
           END-IF.
       2100-APPLY-OBS-EXIT.
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
      * 2900-REJECT-OBS - count and list a record not applied          *
      ******************************************************************
       2900-REJECT-OBS.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2900-REJECT-OBS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-TRAILER - report a short or unbalanced file; what   *
      * was read is loaded either way                                  *
      ******************************************************************
       3000-CHECK-TRAILER.
           IF NOT WS-TRAILER-READ
             MOVE 'NO TRAILER - FILE MAY BE SHORT' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-CHECK-TRAILER-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT EQUAL WS-READ-COUNT
             MOVE 'TRAILER COUNT DISAGREES WITH RECORDS READ'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3000-CHECK-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-ADDED-COUNT     TO RS-ADDED-COUNT
           MOVE WS-CHANGED-COUNT   TO RS-CHANGED-COUNT
           MOVE WS-REJECTED-COUNT  TO RS-REJECTED-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE RC-RECORD-COUNT =
               WS-ADDED-COUNT + WS-CHANGED-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE WXO-FILE
           CLOSE WOB-RPT.
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
      * count of observations loaded                                   *
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
