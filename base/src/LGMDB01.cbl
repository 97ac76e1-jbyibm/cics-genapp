       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGMDB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Motor insurance database submission.  Every insured vehicle  *
      *  has to be on the national motor insurance database within     *
      *  days of cover starting and taken off when cover ends - work   *
      *  that used to be keyed on the database's website.  Picks up    *
      *  the motor policies touched on the run date - POLICY           *
      *  LASTCHANGED (LGMPB01 new business, LGPCN01 cancellations,     *
      *  LGARB01 lapses), MOTOR LASTCHANGED (LGMPU01 vehicle changes), *
      *  a 'RENW' POLICY_AUDIT row from LGRNW01, or a CERTIFICATE      *
      *  issued or voided that day - and writes one LGMIDSUB record    *
      *  per vehicle with the certificate, keeper and named drivers:   *
      *     'N' on cover but not yet on the database,                  *
      *     'V' registration changed from the one the database holds,  *
      *     'R' renewed today,                                         *
      *     'A' any other change to a vehicle already on the database, *
      *     'C' off cover - cancelled, lapsed or certificate voided.   *
      *  A vehicle is on cover while the policy is in force and holds  *
      *  a live ('I') certificate.  What the database holds is read    *
      *  off MID_SUBMISSION, where every record sent is logged at 'S'; *
      *  a submission the database returned in error ('E', set by      *
      *  LGMEB01) does not count as held, so the next change resends   *
      *  it as new.  A policy already submitted on the run date is     *
      *  skipped, so a rerun does not send it twice.  SYSIN carries    *
      *  the run date (CCYY-MM-DD, blank = today) for catching up a    *
      *  missed night.  Registered on BATCH_RUN_CONTROL with the       *
      *  submission count.  Run nightly after the online day and       *
      *  after LGMEB01.                                                *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGMDB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE  ASSIGN TO MIDSUB
               ORGANIZATION IS SEQUENTIAL.

           SELECT MDB-RPT   ASSIGN TO MDBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
           COPY LGMIDSUB.

       FD  MDB-RPT
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
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-DR-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-DR-EOJ                  VALUE 'Y'.
      * whether the database already holds the vehicle - a live (not
      * returned in error) submission whose latest transaction is not
      * an off-cover
           05 WS-ON-DATABASE-SW        PIC X      VALUE 'N'.
               88 WS-ON-DATABASE             VALUE 'Y'.
      * on cover - policy in force with a live certificate
           05 WS-ON-COVER-SW           PIC X      VALUE 'N'.
               88 WS-ON-COVER                VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-NEW-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-VEHICLE-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-RENEW-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-AMEND-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-CANCEL-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-SUBMIT-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-SKIP-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-DRIVER-SUB               PIC S9(4) COMP VALUE 0.

       01  WS-SUBMISSION-WORK.
           05 WS-TRANS-TYPE            PIC X(01).
           05 WS-LAST-TRANS-TYPE       PIC X(01).
           05 WS-LAST-REGISTRATION     PIC X(08).
           05 WS-PREV-REGISTRATION     PIC X(08).
           05 WS-TODAY-SUBMITS         PIC S9(5) COMP.
           05 WS-RENEWAL-AUDITS        PIC S9(5) COMP.
           05 WS-CERT-NUMBER           PIC 9(10).
           05 WS-VOID-DATE             PIC X(10).
           05 WS-OFF-COVER-DATE        PIC X(10).
           05 WS-DRIVER-COUNT          PIC S9(5) COMP.
           05 WS-DRIVER-NAME           PIC X(30).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(29)
                      VALUE 'MOTOR INSURANCE DB FEED -    '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(41) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' REG='.
           05 RD-REGISTRATION          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-HOLDER-NAME           PIC X(31).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(12).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(04) VALUE 'NEW='.
           05 RT-NEW-COUNT             PIC Z(04)9.
           05 FILLER                   PIC X(05) VALUE ' VEH='.
           05 RT-VEHICLE-COUNT         PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE ' RENEW='.
           05 RT-RENEW-COUNT           PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE ' AMEND='.
           05 RT-AMEND-COUNT           PIC Z(04)9.
           05 FILLER                   PIC X(08) VALUE ' CANCEL='.
           05 RT-CANCEL-COUNT          PIC Z(04)9.
           05 FILLER                   PIC X(09) VALUE ' SKIPPED='.
           05 RT-SKIP-COUNT            PIC Z(04)9.
           05 FILLER                   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Motor policies touched on the run date - the policy, the
      * vehicle or the certificate changed, or the policy renewed
           EXEC SQL
               DECLARE MDCURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.POLICYSTATUS,
                          P.ISSUEDATE, P.EXPIRYDATE,
                          COALESCE(P.CANCELDATE, :WS-RUN-DATE),
                          M.REGISTRATIONNUM, M.MAKE, M.MODEL,
                          C.FIRSTNAME, C.LASTNAME, C.POSTCODE
                     FROM POLICY P, MOTOR M, CUSTOMER C
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND ( DATE(P.LASTCHANGED) = :WS-RUN-DATE
                         OR DATE(M.LASTCHANGED) = :WS-RUN-DATE
                         OR EXISTS
                            ( SELECT 1 FROM POLICY_AUDIT A
                               WHERE A.POLICYNUMBER = P.POLICYNUMBER
                                 AND A.AUDITACTION  = 'RENW'
                                 AND A.AUDITDATE    = :WS-RUN-DATE )
                         OR EXISTS
                            ( SELECT 1 FROM CERTIFICATE T
                               WHERE T.POLICYNUMBER = P.POLICYNUMBER
                                 AND ( T.ISSUEDDATE = :WS-RUN-DATE
                                    OR T.VOIDDATE   = :WS-RUN-DATE ) ) )
                    ORDER BY 1
           END-EXEC.

      * The named drivers on one policy, in driver sequence
           EXEC SQL
               DECLARE DRCURSOR CURSOR FOR
                   SELECT DRIVERNAME
                     FROM MOTORDRIVER
                    WHERE POLICYNUMBER = :WC-POLICYNUMBER
                    ORDER BY DRIVERSEQ
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-POLICYSTATUS          PIC X(01).
               88 WC-POLICY-IN-FORCE         VALUE 'A'.
           05 WC-ISSUEDATE             PIC X(10).
           05 WC-EXPIRYDATE            PIC X(10).
           05 WC-CANCELDATE            PIC X(10).
           05 WC-REGISTRATIONNUM       PIC X(08).
           05 WC-MAKE                  PIC X(10).
           05 WC-MODEL                 PIC X(10).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-POSTCODE              PIC X(08).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-PROCESS-POLICY-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date from SYSIN (blank = today), open    *
      * files and the cursor, register the run                         *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SUB-FILE
           OPEN OUTPUT MDB-RPT

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

           MOVE 'LGMDB01 '        TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:4)  TO RC-RUN-PERIOD(1:4)
           MOVE WS-RUN-DATE(6:2)  TO RC-RUN-PERIOD(5:2)
           MOVE WS-RUN-DATE(9:2)  TO RC-RUN-PERIOD(7:2)
           MOVE WS-PARM-CARD      TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
      * the registration is committed on its own so an aborted run's
      * rollback leaves the row at 'R' for the morning checklist
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN MDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN MDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-POLICY - classify one touched vehicle against     *
      * what the database holds and submit it                          *
      ******************************************************************
       2000-PROCESS-POLICY.
           EXEC SQL
               FETCH MDCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-POLICYSTATUS,
                      :WC-ISSUEDATE,
                      :WC-EXPIRYDATE,
                      :WC-CANCELDATE,
                      :WC-REGISTRATIONNUM,
                      :WC-MAKE,
                      :WC-MODEL,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-POSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON MDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT

           PERFORM 2100-DATABASE-STATE THRU 2100-DATABASE-STATE-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF

      * a rerun of the same date does not send the vehicle again
           IF WS-TODAY-SUBMITS GREATER THAN ZERO
             ADD 1 TO WS-SKIP-COUNT
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF

           MOVE SPACES TO WS-PREV-REGISTRATION
           MOVE SPACES TO WS-OFF-COVER-DATE
           IF WS-ON-COVER
             EVALUATE TRUE
               WHEN NOT WS-ON-DATABASE
                 MOVE 'N' TO WS-TRANS-TYPE
                 ADD 1 TO WS-NEW-COUNT
               WHEN WC-REGISTRATIONNUM NOT EQUAL WS-LAST-REGISTRATION
                 MOVE 'V' TO WS-TRANS-TYPE
                 MOVE WS-LAST-REGISTRATION TO WS-PREV-REGISTRATION
                 ADD 1 TO WS-VEHICLE-COUNT
               WHEN WS-RENEWAL-AUDITS GREATER THAN ZERO
                 MOVE 'R' TO WS-TRANS-TYPE
                 ADD 1 TO WS-RENEW-COUNT
               WHEN OTHER
                 MOVE 'A' TO WS-TRANS-TYPE
                 ADD 1 TO WS-AMEND-COUNT
             END-EVALUATE
           ELSE
      * off cover - only worth telling the database about if it holds
      * the vehicle
             IF NOT WS-ON-DATABASE
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2000-PROCESS-POLICY-EXIT
             END-IF
             MOVE 'C' TO WS-TRANS-TYPE
             ADD 1 TO WS-CANCEL-COUNT
             EVALUATE TRUE
               WHEN NOT WC-POLICY-IN-FORCE
                 MOVE WC-CANCELDATE TO WS-OFF-COVER-DATE
               WHEN WS-VOID-DATE NOT EQUAL SPACES
                 MOVE WS-VOID-DATE  TO WS-OFF-COVER-DATE
               WHEN OTHER
                 MOVE WS-RUN-DATE   TO WS-OFF-COVER-DATE
             END-EVALUATE
           END-IF

           PERFORM 2200-NAMED-DRIVERS THRU 2200-NAMED-DRIVERS-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF
           PERFORM 3000-WRITE-SUBMISSION
               THRU 3000-WRITE-SUBMISSION-EXIT.
       2000-PROCESS-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-DATABASE-STATE - whether the vehicle is on cover, what    *
      * MID_SUBMISSION says the database holds for it, whether it was  *
      * already sent on the run date, and whether it renewed today     *
      ******************************************************************
       2100-DATABASE-STATE.
           MOVE 'N'    TO WS-ON-DATABASE-SW
           MOVE 'N'    TO WS-ON-COVER-SW
           MOVE SPACES TO WS-LAST-TRANS-TYPE
           MOVE SPACES TO WS-LAST-REGISTRATION
           MOVE SPACES TO WS-VOID-DATE
           MOVE 0      TO WS-CERT-NUMBER

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TODAY-SUBMITS
                 FROM MID_SUBMISSION
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND SUBMITDATE   = :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'MID_SUBMISSION SELECT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-DATABASE-STATE-EXIT
           END-IF

           EXEC SQL
               SELECT TRANSTYPE, REGISTRATIONNUM
                 INTO :WS-LAST-TRANS-TYPE,
                      :WS-LAST-REGISTRATION
                 FROM MID_SUBMISSION
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND SUBMITSTATUS <> 'E'
                ORDER BY SUBMITDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-LAST-TRANS-TYPE NOT EQUAL 'C'
                 MOVE 'Y' TO WS-ON-DATABASE-SW
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'MID_SUBMISSION SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2100-DATABASE-STATE-EXIT
           END-EVALUATE

      * the live certificate - none means the vehicle is off cover
      * whatever the policy status says (a total loss voids it)
           EXEC SQL
               SELECT CERTNUMBER
                 INTO :WS-CERT-NUMBER
                 FROM CERTIFICATE
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND CERTSTATUS   = 'I'
                ORDER BY ISSUEDDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WC-POLICY-IN-FORCE
                 MOVE 'Y' TO WS-ON-COVER-SW
               END-IF
             WHEN 100
               EXEC SQL
                   SELECT CERTNUMBER, VOIDDATE
                     INTO :WS-CERT-NUMBER,
                          :WS-VOID-DATE
                     FROM CERTIFICATE
                    WHERE POLICYNUMBER = :WC-POLICYNUMBER
                      AND CERTSTATUS   = 'V'
                    ORDER BY VOIDDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                 MOVE 0      TO WS-CERT-NUMBER
                 MOVE SPACES TO WS-VOID-DATE
               END-IF
             WHEN OTHER
               MOVE 'CERTIFICATE SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2100-DATABASE-STATE-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RENEWAL-AUDITS
                 FROM POLICY_AUDIT
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND AUDITACTION  = 'RENW'
                  AND AUDITDATE    = :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-RENEWAL-AUDITS
           END-IF.
       2100-DATABASE-STATE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-NAMED-DRIVERS - the driver count and the first two names  *
      * off MOTORDRIVER                                                *
      ******************************************************************
       2200-NAMED-DRIVERS.
           MOVE SPACES TO MS-SUBMISSION-RECORD
           MOVE 0      TO WS-DRIVER-COUNT
           MOVE 'N'    TO WS-DR-EOJ-SW

           EXEC SQL
               OPEN DRCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN DRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2200-NAMED-DRIVERS-EXIT
           END-IF

           PERFORM 2210-FETCH-DRIVER THRU 2210-FETCH-DRIVER-EXIT
               UNTIL WS-DR-EOJ

           EXEC SQL
               CLOSE DRCURSOR
           END-EXEC.
       2200-NAMED-DRIVERS-EXIT.
           EXIT.

      ******************************************************************
      * 2210-FETCH-DRIVER - one MOTORDRIVER row                        *
      ******************************************************************
       2210-FETCH-DRIVER.
           EXEC SQL
               FETCH DRCURSOR
                 INTO :WS-DRIVER-NAME
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-DR-EOJ-SW
             GO TO 2210-FETCH-DRIVER-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON DRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-DR-EOJ-SW
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2210-FETCH-DRIVER-EXIT
           END-IF

           ADD 1 TO WS-DRIVER-COUNT
           IF WS-DRIVER-COUNT NOT GREATER THAN 2
             MOVE WS-DRIVER-COUNT TO WS-DRIVER-SUB
             MOVE WS-DRIVER-NAME  TO MS-DRIVER-NAME(WS-DRIVER-SUB)
           END-IF.
       2210-FETCH-DRIVER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-SUBMISSION - the LGMIDSUB record and its            *
      * MID_SUBMISSION log row, sent at 'S'                            *
      ******************************************************************
       3000-WRITE-SUBMISSION.
           MOVE 'D'                  TO MS-RECORD-TYPE
           MOVE WS-TRANS-TYPE        TO MS-TRANS-TYPE
           MOVE WC-POLICYNUMBER      TO MS-POLICY-NUM
           MOVE WS-CERT-NUMBER       TO MS-CERT-NUM
           MOVE WC-REGISTRATIONNUM   TO MS-REGISTRATION
           MOVE WS-PREV-REGISTRATION TO MS-PREV-REGISTRATION
           MOVE WC-MAKE              TO MS-MAKE
           MOVE WC-MODEL             TO MS-MODEL
           STRING WC-FIRSTNAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WC-LASTNAME  DELIMITED BY SIZE
             INTO MS-HOLDER-NAME
           END-STRING
           MOVE WC-POSTCODE          TO MS-POSTCODE
           MOVE WC-ISSUEDATE         TO MS-COVER-START
           MOVE WC-EXPIRYDATE        TO MS-COVER-END
           MOVE WS-OFF-COVER-DATE    TO MS-OFF-COVER-DATE
           IF WS-DRIVER-COUNT GREATER THAN 99
             MOVE 99                 TO MS-DRIVER-COUNT
           ELSE
             MOVE WS-DRIVER-COUNT    TO MS-DRIVER-COUNT
           END-IF
           MOVE WS-RUN-DATE          TO MS-SUBMIT-DATE

           EXEC SQL
               INSERT INTO MID_SUBMISSION
                         ( POLICYNUMBER,
                           SUBMITDATE,
                           TRANSTYPE,
                           REGISTRATIONNUM,
                           PREVREGNUM,
                           CERTNUMBER,
                           COVERSTART,
                           COVEREND,
                           OFFCOVERDATE,
                           SUBMITSTATUS )
                  VALUES ( :WC-POLICYNUMBER,
                           :WS-RUN-DATE,
                           :WS-TRANS-TYPE,
                           :WC-REGISTRATIONNUM,
                           :WS-PREV-REGISTRATION,
                           :WS-CERT-NUMBER,
                           :WC-ISSUEDATE,
                           :WC-EXPIRYDATE,
                           :WS-OFF-COVER-DATE,
                           'S' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'MID_SUBMISSION INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-WRITE-SUBMISSION-EXIT
           END-IF

           WRITE MS-SUBMISSION-RECORD
           ADD 1 TO WS-SUBMIT-COUNT

           MOVE WC-POLICYNUMBER    TO RD-POLICYNUMBER
           MOVE WS-TRANS-TYPE      TO RD-TRANS-TYPE
           MOVE WC-REGISTRATIONNUM TO RD-REGISTRATION
           MOVE MS-HOLDER-NAME     TO RD-HOLDER-NAME
           MOVE 'SUBMITTED'        TO RD-ACTION
           MOVE WS-RPT-DETAIL      TO RPT-LINE
           WRITE RPT-LINE.
       3000-WRITE-SUBMISSION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the run is one unit of work so MID_SUBMISSION *
      * and the file stay in step: an SQL error rolls every log row    *
      * back and ends RC 16 so the partial file is never sent to the   *
      * database.  Otherwise the trailer, totals and run-control       *
      * completion.                                                    *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE MDCURSOR
           END-EXEC

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT SEND SUBMISSION FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES          TO MS-SUBMISSION-RECORD
             MOVE 'T'             TO MS-RECORD-TYPE
             MOVE WS-SUBMIT-COUNT TO MS-POLICY-NUM
             MOVE WS-RUN-DATE     TO MS-SUBMIT-DATE
             WRITE MS-SUBMISSION-RECORD

             MOVE WS-SUBMIT-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE WS-NEW-COUNT     TO RT-NEW-COUNT
           MOVE WS-VEHICLE-COUNT TO RT-VEHICLE-COUNT
           MOVE WS-RENEW-COUNT   TO RT-RENEW-COUNT
           MOVE WS-AMEND-COUNT   TO RT-AMEND-COUNT
           MOVE WS-CANCEL-COUNT  TO RT-CANCEL-COUNT
           MOVE WS-SKIP-COUNT    TO RT-SKIP-COUNT
           MOVE WS-RPT-TOTAL     TO RPT-LINE
           WRITE RPT-LINE

           CLOSE SUB-FILE
           CLOSE MDB-RPT.
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
      * submission count                                               *
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
