       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGFRB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Flood-map postcode load.  Reads the LGFLDDAT file the        *
      *  flood-map provider sends with each map release and keeps      *
      *  FLOOD_RISK in step with it - one row per postcode key (full   *
      *  postcode, sector or district) with its flood band and score.  *
      *  A key already on file is restated, a new one added, and       *
      *  LOADDATE set to the load date on both.  Every release is the  *
      *  whole map, so once the file has been read to its trailer and  *
      *  the trailer count agrees, keys the release no longer carries  *
      *  (LOADDATE before this load) are deleted; a short or           *
      *  unbalanced file leaves them in place and is reported.         *
      *  LGHPB01 and LGRWB01 load house premiums by band (LGFLDTAB)    *
      *  and LGEXB01 reports sum insured by band.  SYSIN carries the   *
      *  load date (CCYY-MM-DD, blank = today).  Registered on         *
      *  BATCH_RUN_CONTROL with the count of keys loaded.              *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGFRB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLD-FILE  ASSIGN TO FLDDATA
               ORGANIZATION IS SEQUENTIAL.

           SELECT FRB-RPT   ASSIGN TO FRBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLD-FILE
           RECORDING MODE IS F.
           COPY LGFLDDAT.

       FD  FRB-RPT
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
       77  WS-DELETED-COUNT            PIC S9(9) COMP VALUE 0.
       77  WS-TRAILER-COUNT            PIC S9(9) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(24)
                      VALUE 'FLOOD-MAP POSTCODE LOAD '.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(43) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' KEY='.
           05 RD-POSTCODE-KEY          PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' BAND='.
           05 RD-FLOOD-BAND            PIC X(01).
           05 FILLER                   PIC X(07) VALUE ' SCORE='.
           05 RD-FLOOD-SCORE           PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(05) VALUE 'READ='.
           05 RS-READ-COUNT            PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' ADDED='.
           05 RS-ADDED-COUNT           PIC Z(07)9.
           05 FILLER                   PIC X(09) VALUE ' CHANGED='.
           05 RS-CHANGED-COUNT         PIC Z(07)9.
           05 FILLER                   PIC X(09) VALUE ' DELETED='.
           05 RS-DELETED-COUNT         PIC Z(07)9.
           05 FILLER                   PIC X(06) VALUE ' REJ ='.
           05 RS-REJECTED-COUNT        PIC Z(07)9.
           05 FILLER                   PIC X(04) VALUE SPACES.

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
           PERFORM 2000-PROCESS-KEY THRU 2000-PROCESS-KEY-EXIT
               UNTIL WS-EOJ.
           PERFORM 3000-PURGE-OLD-KEYS THRU 3000-PURGE-OLD-KEYS-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load date from SYSIN (blank = today), open   *
      * files, register the run, prime the read-ahead                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  FLD-FILE
           OPEN OUTPUT FRB-RPT

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

           MOVE 'LGFRB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-KEY THRU 1100-READ-KEY-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-KEY - read-ahead one flood-map record; the trailer   *
      * ends the detail stream and carries the control count           *
      ******************************************************************
       1100-READ-KEY.
           READ FLD-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF FR-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE FR-TOTAL-COUNT TO WS-TRAILER-COUNT
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-KEY-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-KEY - restate or add one postcode key             *
      ******************************************************************
       2000-PROCESS-KEY.
           MOVE FR-POSTCODE-KEY TO RD-POSTCODE-KEY
           MOVE FR-FLOOD-BAND   TO RD-FLOOD-BAND
           MOVE FR-FLOOD-SCORE  TO RD-FLOOD-SCORE

           EVALUATE TRUE
             WHEN FR-POSTCODE-KEY EQUAL SPACES
               MOVE 'NO POSTCODE KEY' TO RD-ACTION
               PERFORM 2900-REJECT-KEY THRU 2900-REJECT-KEY-EXIT
             WHEN FR-FLOOD-BAND IS NOT NUMERIC
                  OR FR-FLOOD-BAND GREATER THAN 5
               MOVE 'FLOOD BAND NOT 0 TO 5' TO RD-ACTION
               PERFORM 2900-REJECT-KEY THRU 2900-REJECT-KEY-EXIT
             WHEN FR-FLOOD-SCORE IS NOT NUMERIC
               MOVE 'FLOOD SCORE NOT NUMERIC' TO RD-ACTION
               PERFORM 2900-REJECT-KEY THRU 2900-REJECT-KEY-EXIT
             WHEN OTHER
               PERFORM 2100-APPLY-KEY THRU 2100-APPLY-KEY-EXIT
           END-EVALUATE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-KEY THRU 1100-READ-KEY-EXIT.
       2000-PROCESS-KEY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APPLY-KEY - restate the row on file, add it when there    *
      * is none                                                        *
      ******************************************************************
       2100-APPLY-KEY.
           EXEC SQL
               UPDATE FLOOD_RISK
                  SET FLOODBAND   = :FR-FLOOD-BAND,
                      FLOODSCORE  = :FR-FLOOD-SCORE,
                      MAPRELEASE  = :FR-MAP-RELEASE,
                      LOADDATE    = :WS-RUN-DATE
                WHERE POSTCODEKEY = :FR-POSTCODE-KEY
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-CHANGED-COUNT
             GO TO 2100-APPLY-KEY-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 100
             MOVE 'SQL ERROR UPDATING KEY' TO RD-ACTION
             PERFORM 2900-REJECT-KEY THRU 2900-REJECT-KEY-EXIT
             GO TO 2100-APPLY-KEY-EXIT
           END-IF

           EXEC SQL
               INSERT INTO FLOOD_RISK
                         ( POSTCODEKEY,
                           FLOODBAND,
                           FLOODSCORE,
                           MAPRELEASE,
                           LOADDATE )
                  VALUES ( :FR-POSTCODE-KEY,
                           :FR-FLOOD-BAND,
                           :FR-FLOOD-SCORE,
                           :FR-MAP-RELEASE,
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-ADDED-COUNT
           ELSE
             MOVE 'SQL ERROR ADDING KEY' TO RD-ACTION
             PERFORM 2900-REJECT-KEY THRU 2900-REJECT-KEY-EXIT
           END-IF.
       2100-APPLY-KEY-EXIT.
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
      * 2900-REJECT-KEY - count and list a record not applied          *
      ******************************************************************
       2900-REJECT-KEY.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2900-REJECT-KEY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PURGE-OLD-KEYS - a complete release retires the keys it   *
      * no longer carries; anything less leaves the map as it was      *
      ******************************************************************
       3000-PURGE-OLD-KEYS.
           IF NOT WS-TRAILER-READ
             MOVE 'NO TRAILER - OLD KEYS NOT PURGED' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-PURGE-OLD-KEYS-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT EQUAL WS-READ-COUNT
             MOVE 'TRAILER COUNT DISAGREES - OLD KEYS NOT PURGED'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-PURGE-OLD-KEYS-EXIT
           END-IF
           IF WS-REJECTED-COUNT GREATER THAN ZERO
             MOVE 'REJECTED KEYS - OLD KEYS NOT PURGED' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3000-PURGE-OLD-KEYS-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DELETED-COUNT
                 FROM FLOOD_RISK
                WHERE LOADDATE < :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-DELETED-COUNT
           END-IF

           EXEC SQL
               DELETE FROM FLOOD_RISK
                WHERE LOADDATE < :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 0 TO WS-DELETED-COUNT
             MOVE 'SQL ERROR PURGING OLD KEYS' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3000-PURGE-OLD-KEYS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-ADDED-COUNT     TO RS-ADDED-COUNT
           MOVE WS-CHANGED-COUNT   TO RS-CHANGED-COUNT
           MOVE WS-DELETED-COUNT   TO RS-DELETED-COUNT
           MOVE WS-REJECTED-COUNT  TO RS-REJECTED-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE RC-RECORD-COUNT =
               WS-ADDED-COUNT + WS-CHANGED-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE FLD-FILE
           CLOSE FRB-RPT.
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
      * count of keys loaded                                           *
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
