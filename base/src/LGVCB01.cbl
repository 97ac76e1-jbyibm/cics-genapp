       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGVCB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Vehicle-condition register load.  Reads the LGVCRDAT file    *
      *  the external register sends each night and keeps              *
      *  VEHICLE_CONDITION in step with it - one row per registration  *
      *  and marker type (stolen 'S', written off 'W').  A raised      *
      *  marker is added, or reactivated/restated when it differs      *
      *  from the row on file; an unchanged one is left alone, so a    *
      *  resent file does not look like a new load.  A cleared marker  *
      *  (stolen vehicle recovered, marker withdrawn) is set to 'C'.   *
      *  LOADDATE on every row added or changed is the load date -     *
      *  what LGVSB01's weekly re-screen of the in-force book keys     *
      *  on.  LGMPB01 and LGMPU01 read the active markers at intake    *
      *  and vehicle change.  SYSIN carries the load date              *
      *  (CCYY-MM-DD, blank = today).  Registered on                   *
      *  BATCH_RUN_CONTROL with the count of rows added, changed or    *
      *  cleared.                                                      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGVCB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VCR-FILE  ASSIGN TO VCRDATA
               ORGANIZATION IS SEQUENTIAL.

           SELECT VCB-RPT   ASSIGN TO VCBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VCR-FILE
           RECORDING MODE IS F.
           COPY LGVCRDAT.

       FD  VCB-RPT
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
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-ADDED-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-CHANGED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-UNCHANGED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-CLEARED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-MARKER-WORK.
           05 WS-ON-FILE-COUNT         PIC S9(5) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(31)
                      VALUE 'VEHICLE-CONDITION REGISTER LOAD'.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RD-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' ACT='.
           05 RD-ACTION-CODE           PIC X(01).
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-MARKER-TYPE           PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RD-REGISTER-REF          PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(06) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(05) VALUE 'READ='.
           05 RS-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' ADDED='.
           05 RS-ADDED-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' CHANGED='.
           05 RS-CHANGED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' SAME ='.
           05 RS-UNCHANGED-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' CLEARED='.
           05 RS-CLEARED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' REJ ='.
           05 RS-REJECTED-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.

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
           PERFORM 2000-PROCESS-MARKER THRU 2000-PROCESS-MARKER-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load date from SYSIN (blank = today), open   *
      * files, register the run, prime the read-ahead                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  VCR-FILE
           OPEN OUTPUT VCB-RPT

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

           MOVE 'LGVCB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-MARKER THRU 1100-READ-MARKER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-MARKER - read-ahead one register record; the         *
      * trailer ends the detail stream                                 *
      ******************************************************************
       1100-READ-MARKER.
           READ VCR-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF VC-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-MARKER-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-MARKER - apply one raised or cleared marker       *
      ******************************************************************
       2000-PROCESS-MARKER.
           MOVE VC-REGISTRATION TO RD-REGISTRATION
           MOVE VC-ACTION       TO RD-ACTION-CODE
           MOVE VC-MARKER-TYPE  TO RD-MARKER-TYPE
           MOVE VC-REGISTER-REF TO RD-REGISTER-REF

           EVALUATE TRUE
             WHEN NOT VC-MARKER-STOLEN
                  AND NOT VC-MARKER-WRITEOFF
               MOVE 'UNKNOWN MARKER TYPE' TO RD-ACTION
               PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
             WHEN VC-REGISTRATION EQUAL SPACES
               MOVE 'NO REGISTRATION' TO RD-ACTION
               PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
             WHEN VC-MARKER-RAISED
               PERFORM 2100-RAISE-MARKER THRU 2100-RAISE-MARKER-EXIT
             WHEN VC-MARKER-CLEARED
               PERFORM 2200-CLEAR-MARKER THRU 2200-CLEAR-MARKER-EXIT
             WHEN OTHER
               MOVE 'UNKNOWN ACTION' TO RD-ACTION
               PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
           END-EVALUATE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-MARKER THRU 1100-READ-MARKER-EXIT.
       2000-PROCESS-MARKER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-RAISE-MARKER - restate the row when anything differs      *
      * from what is on file; add it when there is none                *
      ******************************************************************
       2100-RAISE-MARKER.
           EXEC SQL
               UPDATE VEHICLE_CONDITION
                  SET WRITEOFFCAT  = :VC-WRITEOFF-CAT,
                      MARKERDATE   = :VC-MARKER-DATE,
                      REGISTERREF  = :VC-REGISTER-REF,
                      MARKERSTATUS = 'A',
                      LOADDATE     = :WS-RUN-DATE,
                      CLEAREDDATE  = NULL
                WHERE REGISTRATIONNUM = :VC-REGISTRATION
                  AND MARKERTYPE      = :VC-MARKER-TYPE
                  AND ( MARKERSTATUS <> 'A'
                     OR WRITEOFFCAT  <> :VC-WRITEOFF-CAT
                     OR MARKERDATE   <> :VC-MARKER-DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-CHANGED-COUNT
             GO TO 2100-RAISE-MARKER-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 100
             MOVE 'SQL ERROR UPDATING MARKER' TO RD-ACTION
             PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
             GO TO 2100-RAISE-MARKER-EXIT
           END-IF

           MOVE 0 TO WS-ON-FILE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ON-FILE-COUNT
                 FROM VEHICLE_CONDITION
                WHERE REGISTRATIONNUM = :VC-REGISTRATION
                  AND MARKERTYPE      = :VC-MARKER-TYPE
           END-EXEC
           IF SQLCODE EQUAL 0
              AND WS-ON-FILE-COUNT GREATER THAN ZERO
             ADD 1 TO WS-UNCHANGED-COUNT
             GO TO 2100-RAISE-MARKER-EXIT
           END-IF

           EXEC SQL
               INSERT INTO VEHICLE_CONDITION
                         ( REGISTRATIONNUM,
                           MARKERTYPE,
                           WRITEOFFCAT,
                           MARKERDATE,
                           REGISTERREF,
                           MARKERSTATUS,
                           LOADDATE )
                  VALUES ( :VC-REGISTRATION,
                           :VC-MARKER-TYPE,
                           :VC-WRITEOFF-CAT,
                           :VC-MARKER-DATE,
                           :VC-REGISTER-REF,
                           'A',
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-ADDED-COUNT
           ELSE
             MOVE 'SQL ERROR ADDING MARKER' TO RD-ACTION
             PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
           END-IF.
       2100-RAISE-MARKER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLEAR-MARKER - an active marker the register withdraws    *
      ******************************************************************
       2200-CLEAR-MARKER.
           EXEC SQL
               UPDATE VEHICLE_CONDITION
                  SET MARKERSTATUS = 'C',
                      CLEAREDDATE  = :WS-RUN-DATE
                WHERE REGISTRATIONNUM = :VC-REGISTRATION
                  AND MARKERTYPE      = :VC-MARKER-TYPE
                  AND MARKERSTATUS    = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CLEARED-COUNT
             WHEN 100
               MOVE 'NO ACTIVE MARKER TO CLEAR' TO RD-ACTION
               PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
             WHEN OTHER
               MOVE 'SQL ERROR CLEARING MARKER' TO RD-ACTION
               PERFORM 2900-REJECT-MARKER THRU 2900-REJECT-MARKER-EXIT
           END-EVALUATE.
       2200-CLEAR-MARKER-EXIT.
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
      * 2900-REJECT-MARKER - count and list a record not applied       *
      ******************************************************************
       2900-REJECT-MARKER.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2900-REJECT-MARKER-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-ADDED-COUNT     TO RS-ADDED-COUNT
           MOVE WS-CHANGED-COUNT   TO RS-CHANGED-COUNT
           MOVE WS-UNCHANGED-COUNT TO RS-UNCHANGED-COUNT
           MOVE WS-CLEARED-COUNT   TO RS-CLEARED-COUNT
           MOVE WS-REJECTED-COUNT  TO RS-REJECTED-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE RC-RECORD-COUNT =
               WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-CLEARED-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE VCR-FILE
           CLOSE VCB-RPT.
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
      * count of rows added, changed or cleared                        *
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
