       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGMEB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Motor insurance database returned errors.  Reads the         *
      *  database's LGMIDERR file - the LGMDB01 submissions it could   *
      *  not load - and marks each one on MID_SUBMISSION as returned   *
      *  in error ('E') with the database's error code and text.  An   *
      *  error for a submission not awaiting one is reported and       *
      *  skipped.  Then lists every vehicle still unmatched - a        *
      *  submission returned in error two or more days before the run  *
      *  date with no later submission for the same policy - oldest    *
      *  first with the days outstanding, so the registration or       *
      *  keeper details are corrected and the vehicle goes back on the *
      *  next LGMDB01 run.  SYSIN carries the run date (CCYY-MM-DD,    *
      *  blank = today).  Registered on BATCH_RUN_CONTROL with the     *
      *  error count.  Run daily before LGMDB01.                       *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGMEB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERR-FILE  ASSIGN TO MIDERR
               ORGANIZATION IS SEQUENTIAL.

           SELECT MEB-RPT   ASSIGN TO MEBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERR-FILE
           RECORDING MODE IS F.
           COPY LGMIDERR.

       FD  MEB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * a vehicle counts as unmatched once its error is this old
       77  WS-UNMATCHED-DAYS           PIC S9(4) COMP VALUE 2.

       01  WS-PARM-CARD.
           05 WS-PARM-RUN-DATE         PIC X(10).
           05 FILLER                   PIC X(70).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-UM-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-UM-EOJ                  VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-ERROR-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-NO-MATCH-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-DATE-WORK.
           05 WS-DATE-NUMERIC          PIC 9(08).
           05 WS-CUTOFF-INT            PIC S9(09) COMP.
           05 WS-CUTOFF-NUMERIC        PIC 9(08).
           05 WS-CUTOFF-DATE           PIC X(10).
           05 WS-DAYS-OPEN             PIC S9(09) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'MOTOR INSURANCE DB ERRORS -     '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RD-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ERROR-CODE            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-OPEN-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'VEHICLES UNMATCHED AFTER TWO DAYS       '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-OPEN-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RO-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RO-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' SUB='.
           05 RO-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' DAYS='.
           05 RO-DAYS-OPEN             PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RO-ERROR-CODE            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RO-ERROR-TEXT            PIC X(20).

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RS-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' APPLIED ='.
           05 RS-ERROR-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' NO MATCH ='.
           05 RS-NO-MATCH-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(12) VALUE ' UNMATCHED ='.
           05 RS-UNMATCHED-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Submissions returned in error on or before the cut-off that
      * have not been superseded by a later submission, oldest first
           EXEC SQL
               DECLARE UMCURSOR CURSOR FOR
                   SELECT S.POLICYNUMBER, S.REGISTRATIONNUM,
                          S.SUBMITDATE, S.ERRORCODE, S.ERRORTEXT
                     FROM MID_SUBMISSION S
                    WHERE S.SUBMITSTATUS = 'E'
                      AND S.SUBMITDATE  <= :WS-CUTOFF-DATE
                      AND NOT EXISTS
                          ( SELECT 1 FROM MID_SUBMISSION L
                             WHERE L.POLICYNUMBER = S.POLICYNUMBER
                               AND L.SUBMITDATE   > S.SUBMITDATE )
                    ORDER BY S.SUBMITDATE, S.POLICYNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-REGISTRATIONNUM       PIC X(08).
           05 WC-SUBMITDATE            PIC X(10).
           05 WC-ERRORCODE             PIC X(04).
           05 WC-ERRORTEXT             PIC X(36).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ERROR THRU 2000-PROCESS-ERROR-EXIT
               UNTIL WS-EOJ.
           PERFORM 4000-OPEN-UNMATCHED THRU 4000-OPEN-UNMATCHED-EXIT.
           PERFORM 5000-LIST-UNMATCHED THRU 5000-LIST-UNMATCHED-EXIT
               UNTIL WS-UM-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date from SYSIN (blank = today) and the  *
      * unmatched cut-off, open files, register the run, prime the     *
      * read-ahead                                                     *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ERR-FILE
           OPEN OUTPUT MEB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE EQUAL SPACES
             ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           ELSE
             MOVE WS-PARM-RUN-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
             MOVE WS-PARM-RUN-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
             MOVE WS-PARM-RUN-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-UNMATCHED-DAYS
           COMPUTE WS-CUTOFF-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUMERIC(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE '-'                    TO WS-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-NUMERIC(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE '-'                    TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-NUMERIC(7:2) TO WS-CUTOFF-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGMEB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-READ-ERROR THRU 1100-READ-ERROR-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-ERROR - read-ahead one error record; the trailer     *
      * ends the detail stream                                         *
      ******************************************************************
       1100-READ-ERROR.
           READ ERR-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF ME-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ERROR - mark the submission the error names as    *
      * returned; only a submission still at 'S' is touched            *
      ******************************************************************
       2000-PROCESS-ERROR.
           MOVE ME-POLICY-NUM   TO RD-POLICYNUMBER
           MOVE ME-TRANS-TYPE   TO RD-TRANS-TYPE
           MOVE ME-REGISTRATION TO RD-REGISTRATION
           MOVE ME-ERROR-CODE   TO RD-ERROR-CODE

           EXEC SQL
               UPDATE MID_SUBMISSION
                  SET SUBMITSTATUS = 'E',
                      ERRORDATE    = :ME-PROCESSED-DATE,
                      ERRORCODE    = :ME-ERROR-CODE,
                      ERRORTEXT    = :ME-ERROR-TEXT
                WHERE POLICYNUMBER = :ME-POLICY-NUM
                  AND SUBMITDATE   = :ME-SUBMIT-DATE
                  AND TRANSTYPE    = :ME-TRANS-TYPE
                  AND SUBMITSTATUS = 'S'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RETURNED BY DATABASE' TO RD-ACTION
             WHEN 100
               ADD 1 TO WS-NO-MATCH-COUNT
               MOVE 'NO SUBMISSION AWAITING ERROR' TO RD-ACTION
             WHEN OTHER
               ADD 1 TO WS-NO-MATCH-COUNT
               MOVE 'SQL ERROR APPLYING ERROR' TO RD-ACTION
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-ERROR THRU 1100-READ-ERROR-EXIT.
       2000-PROCESS-ERROR-EXIT.
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
      * 4000-OPEN-UNMATCHED - commit the errors, start the unmatched   *
      * vehicle list                                                   *
      ******************************************************************
       4000-OPEN-UNMATCHED.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-RPT-OPEN-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN UMCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN UMCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-UM-EOJ-SW
           END-IF.
       4000-OPEN-UNMATCHED-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-UNMATCHED - one line per vehicle still unmatched,    *
      * with the days since it was submitted                           *
      ******************************************************************
       5000-LIST-UNMATCHED.
           EXEC SQL
               FETCH UMCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-REGISTRATIONNUM,
                      :WC-SUBMITDATE,
                      :WC-ERRORCODE,
                      :WC-ERRORTEXT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-UM-EOJ-SW
             GO TO 5000-LIST-UNMATCHED-EXIT
           END-IF
           ADD 1 TO WS-UNMATCHED-COUNT

           MOVE WC-SUBMITDATE(1:4) TO WS-DATE-NUMERIC(1:4)
           MOVE WC-SUBMITDATE(6:2) TO WS-DATE-NUMERIC(5:2)
           MOVE WC-SUBMITDATE(9:2) TO WS-DATE-NUMERIC(7:2)
           IF WS-DATE-NUMERIC IS NUMERIC
             COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           ELSE
             MOVE 0 TO WS-DAYS-OPEN
           END-IF

           MOVE WC-POLICYNUMBER    TO RO-POLICYNUMBER
           MOVE WC-REGISTRATIONNUM TO RO-REGISTRATION
           MOVE WC-SUBMITDATE      TO RO-SUBMIT-DATE
           MOVE WS-DAYS-OPEN       TO RO-DAYS-OPEN
           MOVE WC-ERRORCODE       TO RO-ERROR-CODE
           MOVE WC-ERRORTEXT       TO RO-ERROR-TEXT
           MOVE WS-RPT-OPEN-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5000-LIST-UNMATCHED-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE UMCURSOR
           END-EXEC

           MOVE WS-READ-COUNT      TO RS-READ-COUNT
           MOVE WS-ERROR-COUNT     TO RS-ERROR-COUNT
           MOVE WS-NO-MATCH-COUNT  TO RS-NO-MATCH-COUNT
           MOVE WS-UNMATCHED-COUNT TO RS-UNMATCHED-COUNT
           MOVE WS-RPT-SUMMARY     TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ERROR-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE ERR-FILE
           CLOSE MEB-RPT.
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
      * count of errors applied                                        *
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
