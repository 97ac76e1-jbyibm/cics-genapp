       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBFB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Broker new-business file load.  Our larger brokers send      *
      *  their day's house and motor business as a file (LGBNBREC)     *
      *  instead of keying each policy.  This job checks the header    *
      *  - a broker active on the master, a file reference not         *
      *  already loaded - and stages every customer and policy         *
      *  record onto BROKER_SUBMISSION, under a BROKER_SUBMISSION_     *
      *  FILE row for the file as a whole.  A record that fails the    *
      *  structural edits here (missing keys, non-numeric amounts, a   *
      *  policy with no earlier customer record) is staged already     *
      *  rejected, so it still gets its line on the response.          *
      *                                                                *
      *   The underwriting itself is not done here.  LGACB01, LGHPB01  *
      *  and LGMPB01 can only be reached by a LINK, so the staged      *
      *  records are worked by LGBNT01, a CICS-scheduled transaction,  *
      *  through exactly the edits, duplicate checks, rating and       *
      *  referral the online screens get; LGBRB01 then writes the      *
      *  response file.  The file only becomes workable ('L') once     *
      *  the trailer count agrees - a short or corrupt file is         *
      *  marked 'E' and answered as refused.                           *
      *                                                                *
      *   Checkpoint/restart as LGMCB01: a run ID and restart switch   *
      *  on SYSIN, and the record number reached, with the broker and  *
      *  file reference, saved to LGBFCKP at every commit.  A restart  *
      *  skips back to the record after the last checkpoint; a         *
      *  record staged after it but before an abend is recognised by   *
      *  its key and not staged twice.                                 *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBFB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNB-FILE  ASSIGN TO BRKNBIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT BFB-RPT   ASSIGN TO BFBRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CKP-FILE  ASSIGN TO LGBFCKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKP-RUN-ID
               FILE STATUS IS WS-CKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNB-FILE
           RECORDING MODE IS F.
       01  BNB-RECORD                  PIC X(200).

       FD  BFB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       FD  CKP-FILE.
           COPY LGBFCKP.

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-RECORD-OK-SW          PIC X      VALUE 'Y'.
               88 WS-RECORD-OK               VALUE 'Y'.
           05 WS-TRAILER-SW            PIC X      VALUE 'N'.
               88 WS-TRAILER-SEEN            VALUE 'Y'.
           05 WS-REFUSED-SW            PIC X      VALUE 'N'.
               88 WS-FILE-REFUSED            VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

      * Restart parameter card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-RUN-ID           PIC X(08).
           05 WS-PARM-RESTART-SW       PIC X(01).
               88 WS-PARM-IS-RESTART         VALUE 'Y'.
           05 FILLER                   PIC X(71).

       77  WS-CKP-STATUS                PIC X(02).

       77  WS-READ-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-STAGED-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-REJECT-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-ALREADY-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-DETAIL-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-COMMIT-INTERVAL           PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT         PIC S9(5) COMP VALUE 0.
       77  WS-REJECT-REASON             PIC X(60) VALUE SPACES.

      * The submission record, read INTO here so its fields can be
      * used as host variables
           COPY LGBNBREC.

      * The file being loaded - from the header, or on a restart
      * from the checkpoint
       01  WS-FILE-KEY.
           05 WF-BROKERID              PIC X(08) VALUE SPACES.
           05 WF-FILEREF               PIC X(12) VALUE SPACES.
           05 WF-FILEDATE              PIC X(10) VALUE SPACES.
           05 WF-STATUS                PIC X(01) VALUE SPACES.
           05 WF-REASON                PIC X(60) VALUE SPACES.
           05 WF-RECORDCOUNT           PIC S9(9) COMP VALUE 0.

      * One BROKER_SUBMISSION row
       01  WS-STAGE-ROW.
           05 WB-RECORDSEQ             PIC S9(9) COMP VALUE 0.
           05 WB-RECORDTYPE            PIC X(01).
           05 WB-CLIENTREF             PIC X(12).
           05 WB-POLICYREF             PIC X(12).
           05 WB-STATUS                PIC X(01).
           05 WB-RESULTTEXT            PIC X(60).
       77  WS-BROKER-STATUS            PIC X(01) VALUE SPACES.
       77  WS-MATCH-COUNT              PIC S9(5) COMP VALUE 0.
       77  WS-SQLCODE-DISP             PIC -9(5).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'BROKER NEW BUSINESS LOAD - RUN '.
           05 RH-RUN-DATE              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RH-RUN-ID                PIC X(08).
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-FILE.
           05 FILLER                   PIC X(08) VALUE ' BROKER='.
           05 RF-BROKERID              PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' FILE='.
           05 RF-FILEREF               PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RF-STATUS                PIC X(45).

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(08) VALUE ' REC   ='.
           05 RD-RECORD-NUM            PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RD-RECORD-TYPE           PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RD-CLIENTREF             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RD-STATUS                PIC X(49).

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(10) VALUE 'READ    ='.
           05 RS-READ-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' STAGED ='.
           05 RS-STAGED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' REJECTS='.
           05 RS-REJECT-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' ALREADY='.
           05 RS-ALREADY-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
             UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE      THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, take the header (or, on a        *
      * restart, the checkpoint), prime the read-ahead                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  BNB-FILE
           OPEN OUTPUT BFB-RPT
           OPEN I-O    CKP-FILE

           ACCEPT WS-PARM-CARD FROM SYSIN

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
           MOVE WS-PARM-RUN-ID    TO RH-RUN-ID
           MOVE WS-RPT-HEADING    TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LGBFB01 ' TO RC-JOBNAME
           MOVE WS-PARM-RUN-ID TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT

           PERFORM 1100-READ-FILE THRU 1100-READ-FILE-EXIT.

           IF WS-PARM-IS-RESTART
             PERFORM 1200-READ-CHECKPOINT THRU 1200-READ-CHECKPOINT-EXIT
             IF NOT WS-EOJ
               PERFORM 1300-SKIP-TO-CHECKPOINT
                 THRU 1300-SKIP-TO-CHECKPOINT-EXIT
             END-IF
           ELSE
             PERFORM 1400-LOAD-HEADER THRU 1400-LOAD-HEADER-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-FILE - read-ahead one submission record              *
      ******************************************************************
       1100-READ-FILE.
           READ BNB-FILE INTO BN-SUBMISSION-RECORD
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             ADD 1 TO WS-READ-COUNT
           END-IF.
       1100-READ-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-CHECKPOINT - look up this run's last checkpoint.     *
      * With none there is nothing to resume: nothing was committed    *
      * before the first checkpoint, so the file is rerun fresh        *
      ******************************************************************
       1200-READ-CHECKPOINT.
           MOVE WS-PARM-RUN-ID TO CKP-RUN-ID
           READ CKP-FILE
             INVALID KEY
               MOVE 'NO CHECKPOINT FOR THIS RUN ID - RERUN AS FRESH'
                 TO RF-STATUS
               MOVE WS-RPT-FILE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1200-READ-CHECKPOINT-EXIT
           END-READ

           MOVE CKP-BROKER-ID TO WF-BROKERID RF-BROKERID
           MOVE CKP-FILE-REF  TO WF-FILEREF  RF-FILEREF
           MOVE 'RESTARTING FROM LAST CHECKPOINT' TO RF-STATUS
           MOVE WS-RPT-FILE TO RPT-LINE
           WRITE RPT-LINE.
       1200-READ-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SKIP-TO-CHECKPOINT - discard records already accounted    *
      * for by the last checkpoint, without reprocessing them          *
      ******************************************************************
       1300-SKIP-TO-CHECKPOINT.
           PERFORM 1100-READ-FILE THRU 1100-READ-FILE-EXIT
             UNTIL WS-EOJ
                OR WS-READ-COUNT > CKP-LAST-RECORD-NUM.
       1300-SKIP-TO-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-HEADER - the first record must be a header naming a  *
      * broker active on the master and a file reference that broker   *
      * has not sent before; the file is registered 'I' (loading)      *
      * until its trailer has been checked                             *
      ******************************************************************
       1400-LOAD-HEADER.
           IF WS-EOJ OR NOT BN-HEADER-RECORD
             MOVE 'FIRST RECORD IS NOT A HEADER - FILE REFUSED'
               TO WS-REJECT-REASON
             PERFORM 1450-REFUSE-FILE THRU 1450-REFUSE-FILE-EXIT
             GO TO 1400-LOAD-HEADER-EXIT
           END-IF

           MOVE BN-HDR-BROKER-ID TO WF-BROKERID RF-BROKERID
           MOVE BN-HDR-FILE-REF  TO WF-FILEREF  RF-FILEREF
           MOVE BN-HDR-FILE-DATE TO WF-FILEDATE

           IF WF-BROKERID EQUAL SPACES OR WF-FILEREF EQUAL SPACES
             MOVE 'HEADER BROKER OR FILE REFERENCE MISSING'
               TO WS-REJECT-REASON
             PERFORM 1450-REFUSE-FILE THRU 1450-REFUSE-FILE-EXIT
             GO TO 1400-LOAD-HEADER-EXIT
           END-IF

           EXEC SQL
               SELECT BROKERSTATUS
                 INTO :WS-BROKER-STATUS
                 FROM BROKER
                WHERE BROKERID = :WF-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0 OR WS-BROKER-STATUS NOT EQUAL 'A'
             MOVE 'BROKER NOT ACTIVE ON MASTER - FILE REFUSED'
               TO WS-REJECT-REASON
             PERFORM 1450-REFUSE-FILE THRU 1450-REFUSE-FILE-EXIT
             GO TO 1400-LOAD-HEADER-EXIT
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MATCH-COUNT
                 FROM BROKER_SUBMISSION_FILE
                WHERE BROKERID = :WF-BROKERID
                  AND FILEREF  = :WF-FILEREF
           END-EXEC
           IF WS-MATCH-COUNT GREATER THAN ZERO
             MOVE 'FILE REFERENCE ALREADY LOADED - FILE REFUSED'
               TO WS-REJECT-REASON
             PERFORM 1450-REFUSE-FILE THRU 1450-REFUSE-FILE-EXIT
             GO TO 1400-LOAD-HEADER-EXIT
           END-IF

           EXEC SQL
               INSERT INTO BROKER_SUBMISSION_FILE
                         ( BROKERID,
                           FILEREF,
                           FILEDATE,
                           RUNID,
                           RECORDCOUNT,
                           STATUS,
                           REASONTEXT,
                           LOADTIME )
                  VALUES ( :WF-BROKERID,
                           :WF-FILEREF,
                           :WF-FILEDATE,
                           :WS-PARM-RUN-ID,
                           0,
                           'I',
                           ' ',
                           CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO WS-SQLCODE-DISP
             STRING 'FILE REGISTRATION FAILED SQLCODE='
                    WS-SQLCODE-DISP DELIMITED BY SIZE
               INTO WS-REJECT-REASON
             END-STRING
             PERFORM 1450-REFUSE-FILE THRU 1450-REFUSE-FILE-EXIT
             GO TO 1400-LOAD-HEADER-EXIT
           END-IF

           MOVE 'LOADING' TO RF-STATUS
           MOVE WS-RPT-FILE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-READ-FILE THRU 1100-READ-FILE-EXIT.
       1400-LOAD-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * 1450-REFUSE-FILE - a file that cannot be identified, or is     *
      * already on, is not staged at all; nothing is registered, so    *
      * no response goes back and the broker desk is told from the     *
      * listing                                                        *
      ******************************************************************
       1450-REFUSE-FILE.
           MOVE WS-REJECT-REASON TO RF-STATUS
           MOVE WS-RPT-FILE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-REFUSED-SW
           MOVE 'Y' TO WS-EOJ-SW
           MOVE 12  TO RETURN-CODE.
       1450-REFUSE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RECORD - edit and stage one customer or policy    *
      * record; the trailer closes the file                            *
      ******************************************************************
       2000-PROCESS-RECORD.
           MOVE 'Y' TO WS-RECORD-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           COMPUTE WB-RECORDSEQ = WS-READ-COUNT - 1

           IF BN-TRAILER-RECORD
             PERFORM 2500-CHECK-TRAILER THRU 2500-CHECK-TRAILER-EXIT
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-RECORD-EXIT
           END-IF

           EVALUATE TRUE
             WHEN BN-CUSTOMER-RECORD
               PERFORM 2100-EDIT-CUSTOMER THRU 2100-EDIT-CUSTOMER-EXIT
             WHEN BN-POLICY-RECORD
               PERFORM 2200-EDIT-POLICY THRU 2200-EDIT-POLICY-EXIT
             WHEN OTHER
               MOVE 'N' TO WS-RECORD-OK-SW
               MOVE 'UNRECOGNISED RECORD TYPE' TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM 2300-STAGE-RECORD THRU 2300-STAGE-RECORD-EXIT.
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-RECORD-EXIT
           END-IF

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-FILE THRU 1100-READ-FILE-EXIT.
       2000-PROCESS-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EDIT-CUSTOMER - the keys LGACB01's duplicate check needs, *
      * and a client reference unique within the file.  Everything     *
      * else is LGACB01's own business when LGBNT01 adds the customer  *
      ******************************************************************
       2100-EDIT-CUSTOMER.
           IF BN-CLIENT-REF EQUAL SPACES
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'CLIENT REFERENCE MISSING' TO WS-REJECT-REASON
             GO TO 2100-EDIT-CUSTOMER-EXIT
           END-IF

           IF BN-CUS-LAST-NAME EQUAL SPACES
               OR BN-CUS-DOB EQUAL SPACES
               OR BN-CUS-POSTCODE EQUAL SPACES
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'SURNAME, DATE OF BIRTH AND POSTCODE REQUIRED'
               TO WS-REJECT-REASON
             GO TO 2100-EDIT-CUSTOMER-EXIT
           END-IF

           MOVE BN-CLIENT-REF TO WB-CLIENTREF
           MOVE 0 TO WS-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MATCH-COUNT
                 FROM BROKER_SUBMISSION
                WHERE BROKERID   = :WF-BROKERID
                  AND FILEREF    = :WF-FILEREF
                  AND RECORDTYPE = 'C'
                  AND CLIENTREF  = :WB-CLIENTREF
                  AND RECORDSEQ  < :WB-RECORDSEQ
           END-EXEC
           IF WS-MATCH-COUNT GREATER THAN ZERO
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'CLIENT REFERENCE REPEATED IN FILE'
               TO WS-REJECT-REASON
           END-IF.
       2100-EDIT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EDIT-POLICY - a house or motor policy with its dates and  *
      * numeric amounts, for a client whose customer record has        *
      * already been staged from this file                             *
      ******************************************************************
       2200-EDIT-POLICY.
           IF BN-CLIENT-REF EQUAL SPACES
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'CLIENT REFERENCE MISSING' TO WS-REJECT-REASON
             GO TO 2200-EDIT-POLICY-EXIT
           END-IF

           IF NOT BN-POL-HOUSE AND NOT BN-POL-MOTOR
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'POLICY TYPE MUST BE H OR M' TO WS-REJECT-REASON
             GO TO 2200-EDIT-POLICY-EXIT
           END-IF

           IF BN-POL-ISSUE-DATE EQUAL SPACES
               OR BN-POL-EXPIRY-DATE EQUAL SPACES
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'ISSUE AND EXPIRY DATES REQUIRED'
               TO WS-REJECT-REASON
             GO TO 2200-EDIT-POLICY-EXIT
           END-IF

           IF BN-POL-PREMIUM IS NOT NUMERIC
             MOVE 'N' TO WS-RECORD-OK-SW
           END-IF
           IF BN-POL-HOUSE
             IF BN-HSE-YEAR-BUILT IS NOT NUMERIC
                 OR BN-HSE-BEDROOMS IS NOT NUMERIC
                 OR BN-HSE-VALUE IS NOT NUMERIC
                 OR BN-HSE-CONTENTS-VALUE IS NOT NUMERIC
               MOVE 'N' TO WS-RECORD-OK-SW
             END-IF
           ELSE
             IF BN-MTR-VALUE IS NOT NUMERIC
                 OR BN-MTR-NCD-YEARS IS NOT NUMERIC
               MOVE 'N' TO WS-RECORD-OK-SW
             END-IF
           END-IF
           IF NOT WS-RECORD-OK
             MOVE 'NON-NUMERIC AMOUNT ON POLICY RECORD'
               TO WS-REJECT-REASON
             GO TO 2200-EDIT-POLICY-EXIT
           END-IF

           MOVE BN-CLIENT-REF TO WB-CLIENTREF
           MOVE 0 TO WS-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MATCH-COUNT
                 FROM BROKER_SUBMISSION
                WHERE BROKERID   = :WF-BROKERID
                  AND FILEREF    = :WF-FILEREF
                  AND RECORDTYPE = 'C'
                  AND CLIENTREF  = :WB-CLIENTREF
                  AND RECORDSEQ  < :WB-RECORDSEQ
           END-EXEC
           IF WS-MATCH-COUNT EQUAL ZERO
             MOVE 'N' TO WS-RECORD-OK-SW
             MOVE 'NO EARLIER CUSTOMER RECORD FOR CLIENT REFERENCE'
               TO WS-REJECT-REASON
           END-IF.
       2200-EDIT-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 2300-STAGE-RECORD - insert the record image onto               *
      * BROKER_SUBMISSION, 'L' for LGBNT01 to work or 'X' already      *
      * rejected.  A duplicate key is a record a restart has already   *
      * staged; any other failure stops the run for a restart          *
      ******************************************************************
       2300-STAGE-RECORD.
           MOVE BN-RECORD-TYPE TO WB-RECORDTYPE
           MOVE BN-CLIENT-REF  TO WB-CLIENTREF
           MOVE SPACES         TO WB-POLICYREF
           IF BN-POLICY-RECORD
             MOVE BN-POL-BROKER-REF TO WB-POLICYREF
           END-IF
           IF WS-RECORD-OK
             MOVE 'L' TO WB-STATUS
           ELSE
             MOVE 'X' TO WB-STATUS
           END-IF
           MOVE WS-REJECT-REASON TO WB-RESULTTEXT

           EXEC SQL
               INSERT INTO BROKER_SUBMISSION
                         ( BROKERID,
                           FILEREF,
                           RECORDSEQ,
                           RECORDTYPE,
                           CLIENTREF,
                           POLICYREF,
                           RECORDDATA,
                           STATUS,
                           CUSTOMERNUMBER,
                           POLICYNUMBER,
                           PREMIUM,
                           RESULTCODE,
                           RESULTTEXT )
                  VALUES ( :WF-BROKERID,
                           :WF-FILEREF,
                           :WB-RECORDSEQ,
                           :WB-RECORDTYPE,
                           :WB-CLIENTREF,
                           :WB-POLICYREF,
                           :BN-SUBMISSION-RECORD,
                           :WB-STATUS,
                           0,
                           0,
                           0,
                           ' ',
                           :WB-RESULTTEXT )
           END-EXEC

           MOVE WS-READ-COUNT  TO RD-RECORD-NUM
           MOVE WB-RECORDTYPE  TO RD-RECORD-TYPE
           MOVE WB-CLIENTREF   TO RD-CLIENTREF
           EVALUATE SQLCODE
             WHEN 0
               IF WS-RECORD-OK
                 ADD 1 TO WS-STAGED-COUNT
               ELSE
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-REJECT-REASON TO RD-STATUS
                 MOVE WS-RPT-DETAIL  TO RPT-LINE
                 WRITE RPT-LINE
               END-IF
             WHEN -803
               ADD 1 TO WS-ALREADY-COUNT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO RD-STATUS
               STRING 'STAGING FAILED SQLCODE=' WS-SQLCODE-DISP
                      ' - RESTART' DELIMITED BY SIZE
                 INTO RD-STATUS
               END-STRING
               MOVE WS-RPT-DETAIL  TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE.
       2300-STAGE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-TRAILER - the trailer counts every record between   *
      * it and the header; only a file that agrees is released to      *
      * LGBNT01 ('L'), anything else is answered refused ('E')         *
      ******************************************************************
       2500-CHECK-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SW
           COMPUTE WS-DETAIL-COUNT = WS-READ-COUNT - 2

           IF BN-TRL-COUNT IS NUMERIC
               AND BN-TRL-COUNT EQUAL WS-DETAIL-COUNT
             MOVE 'L' TO WF-STATUS
             MOVE SPACES TO WF-REASON
             MOVE 'LOADED - TRAILER AGREES' TO RF-STATUS
           ELSE
             MOVE 'E' TO WF-STATUS
             MOVE 'TRAILER COUNT DOES NOT AGREE - FILE REFUSED'
               TO WF-REASON
             MOVE WF-REASON TO RF-STATUS
           END-IF

           PERFORM 2550-CLOSE-FILE-ROW THRU 2550-CLOSE-FILE-ROW-EXIT.
       2500-CHECK-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 2550-CLOSE-FILE-ROW - settle the BROKER_SUBMISSION_FILE row    *
      * from 'I' to its loaded or refused status                       *
      ******************************************************************
       2550-CLOSE-FILE-ROW.
           MOVE WS-DETAIL-COUNT TO WF-RECORDCOUNT
           EXEC SQL
               UPDATE BROKER_SUBMISSION_FILE
                  SET STATUS      = :WF-STATUS,
                      REASONTEXT  = :WF-REASON,
                      RECORDCOUNT = :WF-RECORDCOUNT
                WHERE BROKERID = :WF-BROKERID
                  AND FILEREF  = :WF-FILEREF
                  AND STATUS   = 'I'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'FILE STATUS UPDATE FAILED - RESTART' TO RF-STATUS
             MOVE 'Y' TO WS-ABORT-SW
           END-IF

           MOVE WF-BROKERID TO RF-BROKERID
           MOVE WF-FILEREF  TO RF-FILEREF
           MOVE WS-RPT-FILE TO RPT-LINE
           WRITE RPT-LINE.
       2550-CLOSE-FILE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * records, same idiom as LGMCB01                                 *
      ******************************************************************
       2600-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
             PERFORM 2700-WRITE-CHECKPOINT
               THRU 2700-WRITE-CHECKPOINT-EXIT
           END-IF.
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 2700-WRITE-CHECKPOINT - save how far this run ID has got, and  *
      * which file it is loading, so a restart resumes here            *
      ******************************************************************
       2700-WRITE-CHECKPOINT.
           MOVE WS-PARM-RUN-ID      TO CKP-RUN-ID
           MOVE WS-READ-COUNT       TO CKP-LAST-RECORD-NUM
           MOVE WF-BROKERID         TO CKP-BROKER-ID
           MOVE WF-FILEREF          TO CKP-FILE-REF
           ACCEPT CKP-CHECKPOINT-DATE FROM DATE YYYYMMDD
           ACCEPT CKP-CHECKPOINT-TIME FROM TIME

           REWRITE LGBFCKP-RECORD
             INVALID KEY
               WRITE LGBFCKP-RECORD
                 INVALID KEY
                   MOVE 'CHECKPOINT WRITE FAILED' TO RD-STATUS
                   MOVE WS-READ-COUNT  TO RD-RECORD-NUM
                   MOVE SPACES         TO RD-RECORD-TYPE RD-CLIENTREF
                   MOVE WS-RPT-DETAIL  TO RPT-LINE
                   WRITE RPT-LINE
               END-WRITE
           END-REWRITE.
       2700-WRITE-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - a file that ended without its trailer is      *
      * refused; final COMMIT/checkpoint, summary, close down.  An     *
      * aborted run backs out to its last checkpoint and leaves the    *
      * run-control row open for the restart                           *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-TRAILER-SEEN
               AND NOT WS-FILE-REFUSED
               AND NOT WS-ABORTED
             MOVE 'E' TO WF-STATUS
             MOVE 'NO TRAILER RECORD - FILE REFUSED' TO WF-REASON
             MOVE WF-REASON TO RF-STATUS
             COMPUTE WS-DETAIL-COUNT = WS-READ-COUNT - 1
             PERFORM 2550-CLOSE-FILE-ROW THRU 2550-CLOSE-FILE-ROW-EXIT
           END-IF

           MOVE WS-READ-COUNT    TO RS-READ-COUNT
           MOVE WS-STAGED-COUNT  TO RS-STAGED-COUNT
           MOVE WS-REJECT-COUNT  TO RS-REJECT-COUNT
           MOVE WS-ALREADY-COUNT TO RS-ALREADY-COUNT
           MOVE WS-RPT-SUMMARY   TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - RUN-CONTROL ROW LEFT OPEN'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
             IF NOT WS-FILE-REFUSED
               PERFORM 2700-WRITE-CHECKPOINT
                 THRU 2700-WRITE-CHECKPOINT-EXIT
             END-IF
             MOVE WS-STAGED-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
           END-IF

           CLOSE BNB-FILE
           CLOSE BFB-RPT
           CLOSE CKP-FILE.
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
