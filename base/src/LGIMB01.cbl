       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGIMB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Industry claims database match-response load.  Reads the     *
      *  LGICDMAT file the database returns against LGICB01's          *
      *  submissions - one record per claim another insurer holds      *
      *  against one of our claimants - and loads each onto            *
      *  CLAIM_MATCH under our claim and its policyholder, so the      *
      *  handler's claim view (LGCLI01) and the monthly disclosure     *
      *  report (LGIDB01) can show claims the customer made            *
      *  elsewhere.  A match already loaded (same claim and database   *
      *  reference) is skipped, so a response file can be reloaded;    *
      *  a match naming a claim we do not hold is reported.  SYSIN     *
      *  carries the load date (CCYY-MM-DD, blank = today).            *
      *  Registered on BATCH_RUN_CONTROL with the match count.  Run    *
      *  weekly when the response file lands, before LGICB01.          *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGIMB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAT-FILE  ASSIGN TO ICDMAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT IMB-RPT   ASSIGN TO IMBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAT-FILE
           RECORDING MODE IS F.
           COPY LGICDMAT.

       FD  IMB-RPT
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
       77  WS-LOADED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-DUPLICATE-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-MATCH-WORK.
           05 WS-CUSTOMER-NUM          PIC 9(10).
           05 WS-LOADED-BEFORE         PIC S9(5) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'INDUSTRY CLAIMS DB MATCH LOAD - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RD-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RD-MATCH-REF             PIC X(12).
           05 FILLER                   PIC X(05) VALUE ' INS='.
           05 RD-INSURER-CODE          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RS-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' LOADED ='.
           05 RS-LOADED-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(13) VALUE ' DUPLICATES ='.
           05 RS-DUPLICATE-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(12) VALUE ' UNMATCHED ='.
           05 RS-UNMATCHED-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(16) VALUE SPACES.

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
           PERFORM 2000-PROCESS-MATCH THRU 2000-PROCESS-MATCH-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - load date from SYSIN (blank = today), open   *
      * files, register the run, prime the read-ahead                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  MAT-FILE
           OPEN OUTPUT IMB-RPT

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

           MOVE 'LGIMB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-MATCH THRU 1100-READ-MATCH-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-MATCH - read-ahead one match record; the trailer     *
      * ends the detail stream                                         *
      ******************************************************************
       1100-READ-MATCH.
           READ MAT-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF IM-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-MATCH - load one match under our claim and its    *
      * policyholder                                                   *
      ******************************************************************
       2000-PROCESS-MATCH.
           MOVE IM-CLAIM-NUM    TO RD-CLAIMNUMBER
           MOVE IM-MATCH-REF    TO RD-MATCH-REF
           MOVE IM-INSURER-CODE TO RD-INSURER-CODE

           PERFORM 2100-LOAD-MATCH THRU 2100-LOAD-MATCH-EXIT

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-MATCH THRU 1100-READ-MATCH-EXIT.
       2000-PROCESS-MATCH-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-MATCH - the claimant is the holder of the policy     *
      * our claim is on; a match already on file is left alone         *
      ******************************************************************
       2100-LOAD-MATCH.
           EXEC SQL
               SELECT P.CUSTOMERNUMBER
                 INTO :WS-CUSTOMER-NUM
                 FROM CLAIM C, POLICY P
                WHERE C.CLAIMNUMBER  = :IM-CLAIM-NUM
                  AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE 'CLAIM NOT ON FILE' TO RD-ACTION
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2100-LOAD-MATCH-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LOADED-BEFORE
                 FROM CLAIM_MATCH
                WHERE CLAIMNUMBER = :IM-CLAIM-NUM
                  AND MATCHREF    = :IM-MATCH-REF
           END-EXEC
           IF SQLCODE EQUAL 0
              AND WS-LOADED-BEFORE GREATER THAN ZERO
             ADD 1 TO WS-DUPLICATE-COUNT
             GO TO 2100-LOAD-MATCH-EXIT
           END-IF

           EXEC SQL
               INSERT INTO CLAIM_MATCH
                         ( CLAIMNUMBER,
                           MATCHREF,
                           CUSTOMERNUMBER,
                           INSURERCODE,
                           MATCHCLAIMDATE,
                           MATCHCLAIMTYPE,
                           MATCHAMOUNT,
                           MATCHSTATUS,
                           MATCHBASIS,
                           LOADDATE )
                  VALUES ( :IM-CLAIM-NUM,
                           :IM-MATCH-REF,
                           :WS-CUSTOMER-NUM,
                           :IM-INSURER-CODE,
                           :IM-MATCH-CLAIM-DATE,
                           :IM-MATCH-CLAIM-TYPE,
                           :IM-MATCH-AMOUNT,
                           :IM-MATCH-STATUS,
                           :IM-MATCH-BASIS,
                           :WS-RUN-DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-LOADED-COUNT
           ELSE
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE 'SQL ERROR LOADING MATCH' TO RD-ACTION
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2100-LOAD-MATCH-EXIT.
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
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-LOADED-COUNT    TO RS-LOADED-COUNT
           MOVE WS-DUPLICATE-COUNT TO RS-DUPLICATE-COUNT
           MOVE WS-UNMATCHED-COUNT TO RS-UNMATCHED-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-LOADED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE MAT-FILE
           CLOSE IMB-RPT.
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
      * count of matches loaded                                        *
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
