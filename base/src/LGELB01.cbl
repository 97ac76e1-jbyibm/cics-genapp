       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGELB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Employers' liability tracing register submission.  Every     *
      *  commercial policy with employees on it (EMPLOYEECOUNT above   *
      *  zero) carries EL cover, and EL cover has to be reported to    *
      *  the industry tracing register so an injured employee can find *
      *  the insurer years later - a submission that used to be        *
      *  compiled by hand from the COMMERCIAL table.  Picks up the     *
      *  commercial policies touched on the run date - POLICY          *
      *  LASTCHANGED (new business, LGCLU01 location changes, LGPCN01  *
      *  cancellations, LGARB01 lapses), a 'RENW' POLICY_AUDIT row     *
      *  from LGRNW01, or the CUSTOMER row's LASTUPDATED - and writes  *
      *  one LGELTSUB record per policy with the employer's name,      *
      *  address and policy dates:                                     *
      *     'N' EL cover the register does not hold yet,               *
      *     'R' renewed today,                                         *
      *     'A' any other change to a policy already on the register,  *
      *     'C' cover ended - the policy cancelled or lapsed, or its   *
      *         employees taken off.                                   *
      *  What the register holds is read off EL_SUBMISSION, where      *
      *  every record sent is logged at 'S' until LGEAB01 applies the  *
      *  register's acknowledgement; a submission the register         *
      *  rejected does not count as held, so the next change resends   *
      *  it as new.  A policy already submitted on the run date is     *
      *  skipped, so a rerun does not send it twice.  SYSIN carries    *
      *  the run date (CCYY-MM-DD, blank = today) for catching up a    *
      *  missed night.  Registered on BATCH_RUN_CONTROL with the       *
      *  submission count.  Run nightly after the online day.          *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGELB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE  ASSIGN TO ELTSUB
               ORGANIZATION IS SEQUENTIAL.

           SELECT ELB-RPT   ASSIGN TO ELBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
           COPY LGELTSUB.

       FD  ELB-RPT
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
      * whether the register already holds the policy - a live
      * (not rejected) submission whose latest transaction is not a
      * cancellation
           05 WS-ON-REGISTER-SW        PIC X      VALUE 'N'.
               88 WS-ON-REGISTER             VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-NEW-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-RENEW-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-AMEND-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-CANCEL-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-SUBMIT-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-SKIP-COUNT               PIC S9(7) COMP VALUE 0.

       01  WS-SUBMISSION-WORK.
           05 WS-TRANS-TYPE            PIC X(01).
           05 WS-LAST-TRANS-TYPE       PIC X(01).
           05 WS-TODAY-SUBMITS         PIC S9(5) COMP.
           05 WS-RENEWAL-AUDITS        PIC S9(5) COMP.
           05 WS-LOC-ADDRESS           PIC X(40).
           05 WS-CANCEL-DATE           PIC X(10).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(29)
                      VALUE 'EL TRACING REGISTER FEED -   '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(41) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' EMP='.
           05 RD-EMPLOYEES             PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-EMPLOYER-NAME         PIC X(31).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(15).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(04) VALUE 'NEW='.
           05 RT-NEW-COUNT             PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' RENEW='.
           05 RT-RENEW-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' AMEND='.
           05 RT-AMEND-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(08) VALUE ' CANCEL='.
           05 RT-CANCEL-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' SKIPPED='.
           05 RT-SKIP-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Commercial policies touched on the run date that are, or have
      * been, on the register - EL cover now, or a submission already
      * logged that a cancellation or a drop to no employees has to
      * close off
           EXEC SQL
               DECLARE ELCURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYSTATUS, P.ISSUEDATE, P.EXPIRYDATE,
                          COALESCE(P.CANCELDATE, :WS-RUN-DATE),
                          M.TRADECLASS, M.EMPLOYEECOUNT,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE
                     FROM POLICY P, COMMERCIAL M, CUSTOMER C
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND ( DATE(P.LASTCHANGED) = :WS-RUN-DATE
                         OR DATE(C.LASTUPDATED) = :WS-RUN-DATE
                         OR EXISTS
                            ( SELECT 1 FROM POLICY_AUDIT A
                               WHERE A.POLICYNUMBER = P.POLICYNUMBER
                                 AND A.AUDITACTION  = 'RENW'
                                 AND A.AUDITDATE    = :WS-RUN-DATE ) )
                      AND ( M.EMPLOYEECOUNT > 0
                         OR EXISTS
                            ( SELECT 1 FROM EL_SUBMISSION S
                               WHERE S.POLICYNUMBER = P.POLICYNUMBER ) )
                    ORDER BY 1
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-POLICYSTATUS          PIC X(01).
               88 WC-POLICY-IN-FORCE         VALUE 'A'.
           05 WC-ISSUEDATE             PIC X(10).
           05 WC-EXPIRYDATE            PIC X(10).
           05 WC-CANCELDATE            PIC X(10).
           05 WC-TRADECLASS            PIC X(04).
           05 WC-EMPLOYEECOUNT         PIC 9(05).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-HOUSENAME             PIC X(20).
           05 WC-HOUSENUMBER           PIC X(04).
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
           OPEN OUTPUT ELB-RPT

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

           MOVE 'LGELB01 '        TO RC-JOBNAME
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
               OPEN ELCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ELCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-POLICY - classify one touched policy against what *
      * the register holds and submit it                               *
      ******************************************************************
       2000-PROCESS-POLICY.
           EXEC SQL
               FETCH ELCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-CUSTOMERNUMBER,
                      :WC-POLICYSTATUS,
                      :WC-ISSUEDATE,
                      :WC-EXPIRYDATE,
                      :WC-CANCELDATE,
                      :WC-TRADECLASS,
                      :WC-EMPLOYEECOUNT,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON ELCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT

           PERFORM 2100-REGISTER-STATE THRU 2100-REGISTER-STATE-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF

      * a rerun of the same date does not send the policy again
           IF WS-TODAY-SUBMITS GREATER THAN ZERO
             ADD 1 TO WS-SKIP-COUNT
             GO TO 2000-PROCESS-POLICY-EXIT
           END-IF

           IF WC-POLICY-IN-FORCE
              AND WC-EMPLOYEECOUNT GREATER THAN ZERO
             IF NOT WS-ON-REGISTER
               MOVE 'N' TO WS-TRANS-TYPE
               ADD 1 TO WS-NEW-COUNT
             ELSE
               IF WS-RENEWAL-AUDITS GREATER THAN ZERO
                 MOVE 'R' TO WS-TRANS-TYPE
                 ADD 1 TO WS-RENEW-COUNT
               ELSE
                 MOVE 'A' TO WS-TRANS-TYPE
                 ADD 1 TO WS-AMEND-COUNT
               END-IF
             END-IF
             MOVE SPACES TO WS-CANCEL-DATE
           ELSE
      * cover has ended - only worth telling the register about if it
      * holds the policy
             IF NOT WS-ON-REGISTER
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2000-PROCESS-POLICY-EXIT
             END-IF
             MOVE 'C' TO WS-TRANS-TYPE
             ADD 1 TO WS-CANCEL-COUNT
             IF WC-POLICY-IN-FORCE
               MOVE WS-RUN-DATE   TO WS-CANCEL-DATE
             ELSE
               MOVE WC-CANCELDATE TO WS-CANCEL-DATE
             END-IF
           END-IF

           PERFORM 2200-EMPLOYER-ADDRESS
               THRU 2200-EMPLOYER-ADDRESS-EXIT
           PERFORM 3000-WRITE-SUBMISSION
               THRU 3000-WRITE-SUBMISSION-EXIT.
       2000-PROCESS-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-REGISTER-STATE - what EL_SUBMISSION says the register     *
      * holds for the policy, whether it was already sent on the run   *
      * date, and whether it renewed on the run date                   *
      ******************************************************************
       2100-REGISTER-STATE.
           MOVE 'N'    TO WS-ON-REGISTER-SW
           MOVE SPACES TO WS-LAST-TRANS-TYPE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TODAY-SUBMITS
                 FROM EL_SUBMISSION
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND SUBMITDATE   = :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'EL_SUBMISSION SELECT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-REGISTER-STATE-EXIT
           END-IF

           EXEC SQL
               SELECT TRANSTYPE
                 INTO :WS-LAST-TRANS-TYPE
                 FROM EL_SUBMISSION
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND SUBMITSTATUS <> 'R'
                ORDER BY SUBMITDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-LAST-TRANS-TYPE NOT EQUAL 'C'
                 MOVE 'Y' TO WS-ON-REGISTER-SW
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'EL_SUBMISSION SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2100-REGISTER-STATE-EXIT
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
       2100-REGISTER-STATE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EMPLOYER-ADDRESS - the premises on the first location;    *
      * the customer's own address when the policy has no locations    *
      ******************************************************************
       2200-EMPLOYER-ADDRESS.
           MOVE SPACES TO WS-LOC-ADDRESS
           EXEC SQL
               SELECT ADDRESS
                 INTO :WS-LOC-ADDRESS
                 FROM COMMERCIALLOCATION
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                ORDER BY LOCATIONSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
              OR WS-LOC-ADDRESS EQUAL SPACES
             MOVE SPACES TO WS-LOC-ADDRESS
             STRING WC-HOUSENUMBER DELIMITED BY SPACE
                    ' '            DELIMITED BY SIZE
                    WC-HOUSENAME   DELIMITED BY SIZE
               INTO WS-LOC-ADDRESS
             END-STRING
           END-IF.
       2200-EMPLOYER-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-SUBMISSION - the LGELTSUB record and its            *
      * EL_SUBMISSION log row, awaiting the register's answer at 'S'   *
      ******************************************************************
       3000-WRITE-SUBMISSION.
           MOVE SPACES            TO ES-SUBMISSION-RECORD
           MOVE 'D'               TO ES-RECORD-TYPE
           MOVE WS-TRANS-TYPE     TO ES-TRANS-TYPE
           MOVE WC-POLICYNUMBER   TO ES-POLICY-NUM
           MOVE WC-CUSTOMERNUMBER TO ES-CUSTOMER-NUM
           STRING WC-FIRSTNAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WC-LASTNAME  DELIMITED BY SIZE
             INTO ES-EMPLOYER-NAME
           END-STRING
           MOVE WS-LOC-ADDRESS    TO ES-EMPLOYER-ADDRESS
           MOVE WC-POSTCODE       TO ES-POSTCODE
           MOVE WC-TRADECLASS     TO ES-TRADE-CLASS
           MOVE WC-EMPLOYEECOUNT  TO ES-EMPLOYEE-COUNT
           MOVE WC-ISSUEDATE      TO ES-START-DATE
           MOVE WC-EXPIRYDATE     TO ES-END-DATE
           MOVE WS-CANCEL-DATE    TO ES-CANCEL-DATE
           MOVE WS-RUN-DATE       TO ES-SUBMIT-DATE

           EXEC SQL
               INSERT INTO EL_SUBMISSION
                         ( POLICYNUMBER,
                           SUBMITDATE,
                           TRANSTYPE,
                           EMPLOYEECOUNT,
                           STARTDATE,
                           ENDDATE,
                           CANCELDATE,
                           SUBMITSTATUS )
                  VALUES ( :WC-POLICYNUMBER,
                           :WS-RUN-DATE,
                           :WS-TRANS-TYPE,
                           :WC-EMPLOYEECOUNT,
                           :WC-ISSUEDATE,
                           :WC-EXPIRYDATE,
                           :WS-CANCEL-DATE,
                           'S' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'EL_SUBMISSION INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-WRITE-SUBMISSION-EXIT
           END-IF

           WRITE ES-SUBMISSION-RECORD
           ADD 1 TO WS-SUBMIT-COUNT

           MOVE WC-POLICYNUMBER   TO RD-POLICYNUMBER
           MOVE WS-TRANS-TYPE     TO RD-TRANS-TYPE
           MOVE WC-EMPLOYEECOUNT  TO RD-EMPLOYEES
           MOVE ES-EMPLOYER-NAME  TO RD-EMPLOYER-NAME
           MOVE 'SUBMITTED'       TO RD-ACTION
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       3000-WRITE-SUBMISSION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the run is one unit of work so EL_SUBMISSION  *
      * and the file stay in step: an SQL error rolls every log row    *
      * back and ends RC 16 so the partial file is never sent to the   *
      * register.  Otherwise the trailer, totals and run-control       *
      * completion.                                                    *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE ELCURSOR
           END-EXEC

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT SEND SUBMISSION FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES          TO ES-SUBMISSION-RECORD
             MOVE 'T'             TO ES-RECORD-TYPE
             MOVE WS-SUBMIT-COUNT TO ES-POLICY-NUM
             MOVE WS-RUN-DATE     TO ES-SUBMIT-DATE
             WRITE ES-SUBMISSION-RECORD

             MOVE WS-SUBMIT-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE WS-NEW-COUNT    TO RT-NEW-COUNT
           MOVE WS-RENEW-COUNT  TO RT-RENEW-COUNT
           MOVE WS-AMEND-COUNT  TO RT-AMEND-COUNT
           MOVE WS-CANCEL-COUNT TO RT-CANCEL-COUNT
           MOVE WS-SKIP-COUNT   TO RT-SKIP-COUNT
           MOVE WS-RPT-TOTAL    TO RPT-LINE
           WRITE RPT-LINE

           CLOSE SUB-FILE
           CLOSE ELB-RPT.
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
