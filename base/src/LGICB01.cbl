       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGICB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Industry claims database submission.  Contributes our        *
      *  claims to the shared industry claims database so its match    *
      *  responses can show claims our customers made elsewhere.       *
      *  Writes one LGICDSUB record per CLAIM row that has not been    *
      *  sent, or whose status, claimed or approved amount or interim  *
      *  paid has moved since the last submission - 'N' for a claim    *
      *  new to the database, 'U' for an update - with the policy      *
      *  type and the claimant's identity from CUSTOMER.  Every        *
      *  record sent is logged on ICD_SUBMISSION with the values sent, *
      *  which is what the next run compares against, so a rerun sends *
      *  nothing twice and the first run contributes the whole book.   *
      *  SYSIN carries the submission date (CCYY-MM-DD, blank =        *
      *  today).  Registered on BATCH_RUN_CONTROL with the submission  *
      *  count.  Run weekly after LGIMB01 has loaded the last match    *
      *  response.                                                     *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGICB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE  ASSIGN TO ICDSUB
               ORGANIZATION IS SEQUENTIAL.

           SELECT ICB-RPT   ASSIGN TO ICBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
           COPY LGICDSUB.

       FD  ICB-RPT
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
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-NEW-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-UPDATE-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-SUBMIT-COUNT             PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'INDUSTRY CLAIMS DB SUBMISSION - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 RD-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYTYPE            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMSTATUS           PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMANT              PIC X(31).
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RT-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(06) VALUE ' NEW ='.
           05 RT-NEW-COUNT             PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' UPDATED ='.
           05 RT-UPDATE-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Claims never sent, or changed since the latest submission -
      * the latest ICD_SUBMISSION row holds the values last sent
           EXEC SQL
               DECLARE ICCURSOR CURSOR FOR
                   SELECT C.CLAIMNUMBER, C.POLICYNUMBER, P.POLICYTYPE,
                          C.CLAIMDATE, C.CLAIMTYPE, C.CLAIMAMOUNT,
                          COALESCE(C.APPROVEDAMOUNT, 0),
                          COALESCE(C.INTERIMPAID, 0),
                          C.CLAIMSTATUS,
                          U.CUSTOMERNUMBER, U.FIRSTNAME, U.LASTNAME,
                          U.DATEOFBIRTH, U.HOUSENUMBER, U.HOUSENAME,
                          U.POSTCODE,
                          CASE WHEN EXISTS
                                    ( SELECT 1 FROM ICD_SUBMISSION E
                                       WHERE E.CLAIMNUMBER =
                                             C.CLAIMNUMBER )
                               THEN 'U' ELSE 'N' END
                     FROM CLAIM C, POLICY P, CUSTOMER U
                    WHERE C.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = U.CUSTOMERNUMBER
                      AND NOT EXISTS
                          ( SELECT 1 FROM ICD_SUBMISSION S
                             WHERE S.CLAIMNUMBER = C.CLAIMNUMBER
                               AND S.SUBMITDATE  =
                                   ( SELECT MAX(L.SUBMITDATE)
                                       FROM ICD_SUBMISSION L
                                      WHERE L.CLAIMNUMBER =
                                            C.CLAIMNUMBER )
                               AND S.CLAIMSTATUS    = C.CLAIMSTATUS
                               AND S.CLAIMAMOUNT    = C.CLAIMAMOUNT
                               AND S.APPROVEDAMOUNT =
                                   COALESCE(C.APPROVEDAMOUNT, 0)
                               AND S.INTERIMPAID    =
                                   COALESCE(C.INTERIMPAID, 0) )
                    ORDER BY 1
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-CLAIMDATE             PIC X(10).
           05 WC-CLAIMTYPE             PIC X(04).
           05 WC-CLAIMAMOUNT           PIC 9(07)V9(02).
           05 WC-APPROVEDAMOUNT        PIC 9(07)V9(02).
           05 WC-INTERIMPAID           PIC 9(07)V9(02).
           05 WC-CLAIMSTATUS           PIC X(01).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-DATEOFBIRTH           PIC X(10).
           05 WC-HOUSENUMBER           PIC X(04).
           05 WC-HOUSENAME             PIC X(20).
           05 WC-POSTCODE              PIC X(08).
           05 WC-TRANSTYPE             PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CLAIM THRU 2000-PROCESS-CLAIM-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - run date from SYSIN (blank = today), open    *
      * files and the cursor, register the run                         *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SUB-FILE
           OPEN OUTPUT ICB-RPT

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

           MOVE 'LGICB01 '        TO RC-JOBNAME
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
               OPEN ICCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ICCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CLAIM - one new or changed claim onto the file    *
      ******************************************************************
       2000-PROCESS-CLAIM.
           EXEC SQL
               FETCH ICCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-POLICYNUMBER,
                      :WC-POLICYTYPE,
                      :WC-CLAIMDATE,
                      :WC-CLAIMTYPE,
                      :WC-CLAIMAMOUNT,
                      :WC-APPROVEDAMOUNT,
                      :WC-INTERIMPAID,
                      :WC-CLAIMSTATUS,
                      :WC-CUSTOMERNUMBER,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-DATEOFBIRTH,
                      :WC-HOUSENUMBER,
                      :WC-HOUSENAME,
                      :WC-POSTCODE,
                      :WC-TRANSTYPE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON ICCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT

           PERFORM 3000-WRITE-SUBMISSION
               THRU 3000-WRITE-SUBMISSION-EXIT.
       2000-PROCESS-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-SUBMISSION - the LGICDSUB record and its            *
      * ICD_SUBMISSION log row carrying the values sent                *
      ******************************************************************
       3000-WRITE-SUBMISSION.
           MOVE SPACES            TO IS-SUBMISSION-RECORD
           MOVE 'D'               TO IS-RECORD-TYPE
           MOVE WC-TRANSTYPE      TO IS-TRANS-TYPE
           MOVE WC-CLAIMNUMBER    TO IS-CLAIM-NUM
           MOVE WC-POLICYNUMBER   TO IS-POLICY-NUM
           MOVE WC-POLICYTYPE     TO IS-POLICY-TYPE
           MOVE WC-CLAIMDATE      TO IS-CLAIM-DATE
           MOVE WC-CLAIMTYPE      TO IS-CLAIM-TYPE
           MOVE WC-CLAIMAMOUNT    TO IS-CLAIM-AMOUNT
           MOVE WC-APPROVEDAMOUNT TO IS-APPROVED-AMOUNT
           MOVE WC-INTERIMPAID    TO IS-INTERIM-PAID
           MOVE WC-CLAIMSTATUS    TO IS-CLAIM-STATUS
           MOVE WC-CUSTOMERNUMBER TO IS-CUSTOMER-NUM
           MOVE WC-FIRSTNAME      TO IS-FIRST-NAME
           MOVE WC-LASTNAME       TO IS-LAST-NAME
           MOVE WC-DATEOFBIRTH    TO IS-DATE-OF-BIRTH
           MOVE WC-HOUSENUMBER    TO IS-HOUSE-NUMBER
           MOVE WC-HOUSENAME      TO IS-HOUSE-NAME
           MOVE WC-POSTCODE       TO IS-POSTCODE
           MOVE WS-RUN-DATE       TO IS-SUBMIT-DATE

           EXEC SQL
               INSERT INTO ICD_SUBMISSION
                         ( CLAIMNUMBER,
                           SUBMITDATE,
                           TRANSTYPE,
                           CLAIMSTATUS,
                           CLAIMAMOUNT,
                           APPROVEDAMOUNT,
                           INTERIMPAID )
                  VALUES ( :WC-CLAIMNUMBER,
                           :WS-RUN-DATE,
                           :WC-TRANSTYPE,
                           :WC-CLAIMSTATUS,
                           :WC-CLAIMAMOUNT,
                           :WC-APPROVEDAMOUNT,
                           :WC-INTERIMPAID )
           END-EXEC
      * a rerun on the same date after the claim moved again replaces
      * that date's log row rather than adding a second one
           IF SQLCODE EQUAL -803
             EXEC SQL
                 UPDATE ICD_SUBMISSION
                    SET CLAIMSTATUS    = :WC-CLAIMSTATUS,
                        CLAIMAMOUNT    = :WC-CLAIMAMOUNT,
                        APPROVEDAMOUNT = :WC-APPROVEDAMOUNT,
                        INTERIMPAID    = :WC-INTERIMPAID
                  WHERE CLAIMNUMBER = :WC-CLAIMNUMBER
                    AND SUBMITDATE  = :WS-RUN-DATE
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'ICD_SUBMISSION INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-WRITE-SUBMISSION-EXIT
           END-IF

           WRITE IS-SUBMISSION-RECORD
           ADD 1 TO WS-SUBMIT-COUNT
           IF IS-TRANS-NEW
             ADD 1 TO WS-NEW-COUNT
           ELSE
             ADD 1 TO WS-UPDATE-COUNT
           END-IF

           MOVE WC-CLAIMNUMBER    TO RD-CLAIMNUMBER
           MOVE WC-TRANSTYPE      TO RD-TRANS-TYPE
           MOVE WC-POLICYTYPE     TO RD-POLICYTYPE
           MOVE WC-CLAIMTYPE      TO RD-CLAIMTYPE
           MOVE WC-CLAIMSTATUS    TO RD-CLAIMSTATUS
           MOVE SPACES            TO RD-CLAIMANT
           STRING WC-FIRSTNAME DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WC-LASTNAME  DELIMITED BY SIZE
             INTO RD-CLAIMANT
           END-STRING
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       3000-WRITE-SUBMISSION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the run is one unit of work so ICD_SUBMISSION *
      * and the file stay in step: an SQL error rolls every log row    *
      * back and ends RC 16 so the partial file is never sent.         *
      * Otherwise the trailer, totals and run-control completion.      *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE ICCURSOR
           END-EXEC

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT SEND SUBMISSION FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE SPACES          TO IS-SUBMISSION-RECORD
             MOVE 'T'             TO IS-RECORD-TYPE
             MOVE WS-SUBMIT-COUNT TO IS-CLAIM-NUM
             MOVE WS-RUN-DATE     TO IS-SUBMIT-DATE
             WRITE IS-SUBMISSION-RECORD

             MOVE WS-SUBMIT-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE WS-READ-COUNT   TO RT-READ-COUNT
           MOVE WS-NEW-COUNT    TO RT-NEW-COUNT
           MOVE WS-UPDATE-COUNT TO RT-UPDATE-COUNT
           MOVE WS-RPT-TOTAL    TO RPT-LINE
           WRITE RPT-LINE

           CLOSE SUB-FILE
           CLOSE ICB-RPT.
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
