       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBRB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Broker new-business response file.  For every broker         *
      *  submission file LGBNT01 has finished working ('P'), and       *
      *  every one LGBFB01 refused at load ('E'), writes the broker's  *
      *  answer onto BRKNBOUT (LGBNRSP records): a header, one detail  *
      *  per customer or policy record in file order - our customer    *
      *  and policy number, or the reason it was referred or           *
      *  rejected - and a trailer counting each outcome.  A refused    *
      *  file gets its header, with the reason, and trailer only.      *
      *  Each file answered is marked 'R' so it is never answered      *
      *  twice.  Run after the LGBNT01 transaction has completed.      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBRB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRS-FILE  ASSIGN TO BRKNBOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BRB-RPT   ASSIGN TO BRBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRS-FILE
           RECORDING MODE IS F.
       01  BRS-RECORD                  PIC X(150).

       FD  BRB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-RSP-EOF-SW            PIC X      VALUE 'N'.
               88 WS-RSP-EOF                 VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
       77  WS-FILE-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-DETAIL-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-ACCEPTED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-REFERRED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-TOTAL-DETAILS            PIC S9(7) COMP VALUE 0.

           COPY LGBNRSP.

      * One submission file to answer
       01  WS-FILE-ROW.
           05 WF-BROKERID              PIC X(08).
           05 WF-FILEREF               PIC X(12).
           05 WF-STATUS                PIC X(01).
           05 WF-REASONTEXT            PIC X(60).

      * One record's outcome
       01  WS-RESPONSE-ROW.
           05 WR-RECORDSEQ             PIC S9(9) COMP.
           05 WR-RECORDTYPE            PIC X(01).
           05 WR-CLIENTREF             PIC X(12).
           05 WR-POLICYREF             PIC X(12).
           05 WR-STATUS                PIC X(01).
           05 WR-CUSTOMERNUMBER        PIC 9(10).
           05 WR-POLICYNUMBER          PIC 9(10).
           05 WR-PREMIUM               PIC 9(05)V9(02).
           05 WR-RESULTCODE            PIC X(02).
           05 WR-RESULTTEXT            PIC X(60).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'BROKER NEW BUSINESS RESPONSES - RUN '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  WS-RPT-FILE.
           05 FILLER                   PIC X(08) VALUE ' BROKER='.
           05 RF-BROKERID              PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' FILE='.
           05 RF-FILEREF               PIC X(12).
           05 FILLER                   PIC X(05) VALUE ' ACC='.
           05 RF-ACCEPTED              PIC Z(05)9.
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RF-REFERRED              PIC Z(05)9.
           05 FILLER                   PIC X(05) VALUE ' REJ='.
           05 RF-REJECTED              PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RF-FILE-STATUS           PIC X(12).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(16)
                      VALUE 'FILES ANSWERED ='.
           05 RT-FILE-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(18)
                      VALUE ' RECORDS ANSWERED='.
           05 RT-DETAIL-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(33) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every file worked or refused and not yet answered
           EXEC SQL
               DECLARE FILECURSOR CURSOR FOR
                   SELECT BROKERID, FILEREF, STATUS, REASONTEXT
                     FROM BROKER_SUBMISSION_FILE
                    WHERE STATUS IN ('P', 'E')
                    ORDER BY BROKERID, FILEREF
           END-EXEC.

      * One file's records in file order
           EXEC SQL
               DECLARE RSPCURSOR CURSOR FOR
                   SELECT RECORDSEQ, RECORDTYPE, CLIENTREF,
                          POLICYREF, STATUS, CUSTOMERNUMBER,
                          POLICYNUMBER, PREMIUM, RESULTCODE,
                          RESULTTEXT
                     FROM BROKER_SUBMISSION
                    WHERE BROKERID = :WF-BROKERID
                      AND FILEREF  = :WF-FILEREF
                    ORDER BY RECORDSEQ
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-FILE THRU 2000-PROCESS-FILE-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, register the run, open cursor    *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BRS-FILE
           OPEN OUTPUT BRB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGBRB01 ' TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT

           EXEC SQL
               OPEN FILECURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN FILECURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-FILE - header, details, trailer, then mark the    *
      * file answered                                                  *
      ******************************************************************
       2000-PROCESS-FILE.
           EXEC SQL
               FETCH FILECURSOR
                INTO :WF-BROKERID, :WF-FILEREF, :WF-STATUS,
                     :WF-REASONTEXT
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-FILE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH FILECURSOR FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-FILE-EXIT
           END-IF

           ADD 1 TO WS-FILE-COUNT
           MOVE 0 TO WS-DETAIL-COUNT WS-ACCEPTED-COUNT
                     WS-REFERRED-COUNT WS-REJECTED-COUNT

           MOVE SPACES         TO BR-RESPONSE-RECORD
           MOVE 'H'            TO BR-RECORD-TYPE
           MOVE WF-BROKERID    TO BR-BROKER-ID
           MOVE WF-FILEREF     TO BR-FILE-REF
           MOVE WF-STATUS      TO BR-HDR-FILE-STATUS
           MOVE WF-REASONTEXT  TO BR-HDR-REASON
           MOVE WS-RUN-DATE    TO BR-HDR-RESPONSE-DATE
           WRITE BRS-RECORD FROM BR-RESPONSE-RECORD

           IF WF-STATUS EQUAL 'P'
             PERFORM 3000-WRITE-DETAILS THRU 3000-WRITE-DETAILS-EXIT
             IF WS-ABORTED
               MOVE 'Y' TO WS-EOJ-SW
               GO TO 2000-PROCESS-FILE-EXIT
             END-IF
           END-IF

           MOVE SPACES            TO BR-RESPONSE-RECORD
           MOVE 'T'               TO BR-RECORD-TYPE
           MOVE WF-BROKERID       TO BR-BROKER-ID
           MOVE WF-FILEREF        TO BR-FILE-REF
           MOVE WS-DETAIL-COUNT   TO BR-TRL-COUNT
           MOVE WS-ACCEPTED-COUNT TO BR-TRL-ACCEPTED
           MOVE WS-REFERRED-COUNT TO BR-TRL-REFERRED
           MOVE WS-REJECTED-COUNT TO BR-TRL-REJECTED
           WRITE BRS-RECORD FROM BR-RESPONSE-RECORD

           EXEC SQL
               UPDATE BROKER_SUBMISSION_FILE
                  SET STATUS        = 'R',
                      RESPONDEDTIME = CURRENT TIMESTAMP
                WHERE BROKERID = :WF-BROKERID
                  AND FILEREF  = :WF-FILEREF
                  AND STATUS   = :WF-STATUS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'FILE STATUS UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-FILE-EXIT
           END-IF

           ADD WS-DETAIL-COUNT TO WS-TOTAL-DETAILS
           MOVE WF-BROKERID       TO RF-BROKERID
           MOVE WF-FILEREF        TO RF-FILEREF
           MOVE WS-ACCEPTED-COUNT TO RF-ACCEPTED
           MOVE WS-REFERRED-COUNT TO RF-REFERRED
           MOVE WS-REJECTED-COUNT TO RF-REJECTED
           IF WF-STATUS EQUAL 'E'
             MOVE 'FILE REFUSED' TO RF-FILE-STATUS
           ELSE
             MOVE 'ANSWERED'     TO RF-FILE-STATUS
           END-IF
           MOVE WS-RPT-FILE TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-DETAILS - one detail record per record submitted    *
      ******************************************************************
       3000-WRITE-DETAILS.
           MOVE 'N' TO WS-RSP-EOF-SW
           EXEC SQL
               OPEN RSPCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RSPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-WRITE-DETAILS-EXIT
           END-IF

           PERFORM 3100-WRITE-DETAIL THRU 3100-WRITE-DETAIL-EXIT
               UNTIL WS-RSP-EOF.

           EXEC SQL
               CLOSE RSPCURSOR
           END-EXEC.
       3000-WRITE-DETAILS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-DETAIL - one record's outcome                       *
      ******************************************************************
       3100-WRITE-DETAIL.
           EXEC SQL
               FETCH RSPCURSOR
                INTO :WR-RECORDSEQ, :WR-RECORDTYPE, :WR-CLIENTREF,
                     :WR-POLICYREF, :WR-STATUS, :WR-CUSTOMERNUMBER,
                     :WR-POLICYNUMBER, :WR-PREMIUM, :WR-RESULTCODE,
                     :WR-RESULTTEXT
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-RSP-EOF-SW
             GO TO 3100-WRITE-DETAIL-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH RSPCURSOR FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-RSP-EOF-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-WRITE-DETAIL-EXIT
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE WR-STATUS
             WHEN 'A'
               ADD 1 TO WS-ACCEPTED-COUNT
             WHEN 'R'
               ADD 1 TO WS-REFERRED-COUNT
             WHEN OTHER
               ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE

           MOVE SPACES            TO BR-RESPONSE-RECORD
           MOVE 'D'               TO BR-RECORD-TYPE
           MOVE WF-BROKERID       TO BR-BROKER-ID
           MOVE WF-FILEREF        TO BR-FILE-REF
           MOVE WR-RECORDSEQ      TO BR-RECORD-SEQ
           MOVE WR-RECORDTYPE     TO BR-SUBMITTED-TYPE
           MOVE WR-CLIENTREF      TO BR-CLIENT-REF
           MOVE WR-POLICYREF      TO BR-POLICY-REF
           MOVE WR-STATUS         TO BR-RESULT
           MOVE WR-CUSTOMERNUMBER TO BR-CUSTOMER-NUM
           MOVE WR-POLICYNUMBER   TO BR-POLICY-NUM
           MOVE WR-PREMIUM        TO BR-PREMIUM
           MOVE WR-RESULTCODE     TO BR-REASON-CODE
           MOVE WR-RESULTTEXT     TO BR-REASON-TEXT
           WRITE BRS-RECORD FROM BR-RESPONSE-RECORD.
       3100-WRITE-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - commit the files answered, totals, close.     *
      * An aborted run backs out so every file is answered again by    *
      * the rerun                                                      *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE FILECURSOR
           END-EXEC

           MOVE WS-FILE-COUNT    TO RT-FILE-COUNT
           MOVE WS-TOTAL-DETAILS TO RT-DETAIL-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - RUN-CONTROL ROW LEFT OPEN'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
             MOVE WS-FILE-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
           END-IF

           CLOSE BRS-FILE
           CLOSE BRB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run - the ledger observes the schedule, it does not own    *
      * it                                                             *
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
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * record count                                                   *
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
