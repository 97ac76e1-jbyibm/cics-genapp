       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGVSB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Weekly vehicle-condition re-screen of the in-force motor     *
      *  book.  LGMPB01 and LGMPU01 check the register when a vehicle  *
      *  comes on cover, but a car can be written off or reported      *
      *  stolen long after that.  This run matches every in-force      *
      *  motor policy's registration against the VEHICLE_CONDITION     *
      *  markers LGVCB01 added or changed in the last week's nightly   *
      *  loads and refers each hit to UNDERWRITING_REFERRAL (reason    *
      *  'WOFF' or 'STOL') for LGURV01 - the policy stays on risk      *
      *  while the underwriter decides.  A policy with a referral      *
      *  already pending is listed but not re-queued.  SYSIN carries   *
      *  the run date (CCYY-MM-DD, blank = today).  Registered on      *
      *  BATCH_RUN_CONTROL with the count of policies referred.        *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGVSB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSB-RPT   ASSIGN TO VSBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VSB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * loads newer than this many days back are screened - one
      * week of LGVCB01 nightly runs
       77  WS-SCREEN-DAYS              PIC S9(03) COMP VALUE 7.
       01  WS-SCREEN-WORK.
           05 WS-SINCE-INT             PIC S9(09) COMP.
           05 WS-SINCE-NUMERIC         PIC 9(08).
           05 WS-SINCE-DATE            PIC X(10).

       01  WS-PARM-CARD.
           05 WS-PARM-RUN-DATE         PIC X(10).
           05 FILLER                   PIC X(70).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-MATCH-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-REFERRED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-PENDING-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-ERROR-COUNT              PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGRNB01
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-REFERRAL-WORK.
           05 WS-REFER-REASON          PIC X(04).
           05 WS-OPEN-REFERRALS        PIC S9(5) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(31)
                      VALUE 'VEHICLE-CONDITION RE-SCREEN - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(15) VALUE
                                        '  LOADS SINCE '.
           05 RH-SINCE-DATE            PIC X(10).
           05 FILLER                   PIC X(14) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RD-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-MARKER-TYPE           PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-WRITEOFF-CAT          PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-MARKER-DATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(28).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(09) VALUE 'MATCHED ='.
           05 RS-MATCH-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' REFERRED ='.
           05 RS-REFERRED-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(18)
                                        VALUE ' ALREADY PENDING ='.
           05 RS-PENDING-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' ERRORS ='.
           05 RS-ERROR-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * In-force motor policies whose vehicle carries an active marker
      * loaded or restated inside the screening window
           EXEC SQL
               DECLARE VSCURSOR CURSOR WITH HOLD FOR
                   SELECT P.POLICYNUMBER,
                          M.REGISTRATIONNUM,
                          M.VEHICLEVALUE,
                          V.MARKERTYPE,
                          V.WRITEOFFCAT,
                          V.MARKERDATE
                     FROM POLICY P, MOTOR M, VEHICLE_CONDITION V
                    WHERE P.POLICYTYPE      = 'MOT'
                      AND P.POLICYSTATUS    = 'A'
                      AND P.EXPIRYDATE     >= :WS-RUN-DATE
                      AND M.POLICYNUMBER    = P.POLICYNUMBER
                      AND V.REGISTRATIONNUM = M.REGISTRATIONNUM
                      AND V.MARKERSTATUS    = 'A'
                      AND V.LOADDATE        > :WS-SINCE-DATE
                    ORDER BY P.POLICYNUMBER, V.MARKERTYPE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-REGISTRATIONNUM       PIC X(08).
           05 WC-VEHICLEVALUE          PIC 9(07)V9(02).
           05 WC-MARKERTYPE            PIC X(01).
           05 WC-WRITEOFFCAT           PIC X(01).
           05 WC-MARKERDATE            PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ROWS THRU 2000-PROCESS-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date from SYSIN (blank = today), the     *
      * screening window, run registration, open the cursor            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT VSB-RPT

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

           COMPUTE WS-SINCE-INT = WS-TODAY-INT - WS-SCREEN-DAYS
           COMPUTE WS-SINCE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-SINCE-INT)
           MOVE WS-SINCE-NUMERIC(1:4) TO WS-SINCE-DATE(1:4)
           MOVE '-'                   TO WS-SINCE-DATE(5:1)
           MOVE WS-SINCE-NUMERIC(5:2) TO WS-SINCE-DATE(6:2)
           MOVE '-'                   TO WS-SINCE-DATE(8:1)
           MOVE WS-SINCE-NUMERIC(7:2) TO WS-SINCE-DATE(9:2)

           MOVE WS-RUN-DATE   TO RH-RUN-DATE
           MOVE WS-SINCE-DATE TO RH-SINCE-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGVSB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN VSCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'OPEN ERROR ON VSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one policy and marker per cursor row       *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH VSCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-REGISTRATIONNUM,
                      :WC-VEHICLEVALUE,
                      :WC-MARKERTYPE,
                      :WC-WRITEOFFCAT,
                      :WC-MARKERDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON VSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           MOVE WC-POLICYNUMBER    TO RD-POLICYNUMBER
           MOVE WC-REGISTRATIONNUM TO RD-REGISTRATION
           MOVE WC-MARKERTYPE      TO RD-MARKER-TYPE
           MOVE WC-WRITEOFFCAT     TO RD-WRITEOFF-CAT
           MOVE WC-MARKERDATE      TO RD-MARKER-DATE

           IF WC-MARKERTYPE EQUAL 'S'
             MOVE 'STOL' TO WS-REFER-REASON
           ELSE
             MOVE 'WOFF' TO WS-REFER-REASON
           END-IF

           PERFORM 3000-QUEUE-REFERRAL THRU 3000-QUEUE-REFERRAL-EXIT

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK                                              *
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
      * 3000-QUEUE-REFERRAL - one referral row per policy: a pending   *
      * one is left as it is, a decided one is reopened, and a policy  *
      * never referred gets a new row - the same handling LGMPU01      *
      * gives a written-off replacement vehicle                        *
      ******************************************************************
       3000-QUEUE-REFERRAL.
           MOVE 0 TO WS-OPEN-REFERRALS
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-REFERRALS
                 FROM UNDERWRITING_REFERRAL
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND REFERSTATUS  = 'P'
           END-EXEC
           IF SQLCODE EQUAL 0
              AND WS-OPEN-REFERRALS GREATER THAN ZERO
             ADD 1 TO WS-PENDING-COUNT
             MOVE 'REFERRAL ALREADY PENDING' TO RD-ACTION
             GO TO 3000-QUEUE-REFERRAL-EXIT
           END-IF

           EXEC SQL
               UPDATE UNDERWRITING_REFERRAL
                  SET REFERVALUE    = :WC-VEHICLEVALUE,
                      REFERDATE     = :WS-RUN-DATE,
                      REFERSTATUS   = 'P',
                      REFERREASON   = :WS-REFER-REASON,
                      DECLINEREASON = ' ',
                      DECIDEDBY     = ' ',
                      DECIDEDDATE   = NULL
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
           END-EXEC
           IF SQLCODE EQUAL 100
             EXEC SQL
                 INSERT INTO UNDERWRITING_REFERRAL
                           ( POLICYNUMBER,
                             POLICYTYPE,
                             REFERVALUE,
                             REFERDATE,
                             REFERSTATUS,
                             REFERREASON )
                    VALUES ( :WC-POLICYNUMBER,
                             'M',
                             :WC-VEHICLEVALUE,
                             :WS-RUN-DATE,
                             'P',
                             :WS-REFER-REASON )
             END-EXEC
           END-IF

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-REFERRED-COUNT
             MOVE 'REFERRED TO UNDERWRITING' TO RD-ACTION
           ELSE
             ADD 1 TO WS-ERROR-COUNT
             MOVE 'REFERRAL NOT QUEUED - SQL' TO RD-ACTION
           END-IF.
       3000-QUEUE-REFERRAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, run-control completion, close down   *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               CLOSE VSCURSOR
           END-EXEC

           MOVE WS-MATCH-COUNT    TO RS-MATCH-COUNT
           MOVE WS-REFERRED-COUNT TO RS-REFERRED-COUNT
           MOVE WS-PENDING-COUNT  TO RS-PENDING-COUNT
           MOVE WS-ERROR-COUNT    TO RS-ERROR-COUNT
           MOVE WS-RPT-SUMMARY    TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REFERRED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE VSB-RPT.
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
      * count of policies referred                                     *
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
