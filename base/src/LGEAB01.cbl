       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGEAB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   EL tracing register acknowledgements.  Reads the register's  *
      *  LGELTACK file answering LGELB01's submissions and applies     *
      *  each answer to the EL_SUBMISSION row it names - 'A' accepted  *
      *  with the register's reference, 'R' rejected with its reason   *
      *  code and text.  An answer for a submission not awaiting one   *
      *  is reported and skipped.  Then lists every unresolved reject  *
      *  - a rejected submission with no later accepted submission     *
      *  for the same policy - oldest first with the days since the    *
      *  register rejected it, so the policy or customer details are   *
      *  corrected and the change goes back on the next LGELB01 run.   *
      *  Run daily when an acknowledgement file lands, before          *
      *  LGELB01.                                                      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGEAB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE  ASSIGN TO ELTACK
               ORGANIZATION IS SEQUENTIAL.

           SELECT EAB-RPT   ASSIGN TO EABRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY LGELTACK.

       FD  EAB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-RJ-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-RJ-EOJ                  VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-ACCEPT-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-REJECT-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-OPEN-REJECT-COUNT        PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       01  WS-DATE-WORK.
           05 WS-DATE-NUMERIC          PIC 9(08).
           05 WS-DAYS-OPEN             PIC S9(09) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'EL REGISTER ACKNOWLEDGEMENTS -  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RD-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' SUB='.
           05 RD-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-REJECT-CODE           PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(30).
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-OPEN-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'UNRESOLVED REJECTS                      '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-OPEN-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RO-POLICYNUMBER          PIC Z(09)9.
           05 FILLER                   PIC X(06) VALUE ' TYPE='.
           05 RO-TRANS-TYPE            PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' SUB='.
           05 RO-SUBMIT-DATE           PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' DAYS='.
           05 RO-DAYS-OPEN             PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RO-REJECT-CODE           PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RO-REJECT-TEXT           PIC X(26).

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RS-READ-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' ACCEPTED ='.
           05 RS-ACCEPT-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(11) VALUE ' REJECTED ='.
           05 RS-REJECT-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(12) VALUE ' UNMATCHED ='.
           05 RS-UNMATCHED-COUNT       PIC Z(05)9.
           05 FILLER                   PIC X(07) VALUE ' OPEN ='.
           05 RS-OPEN-REJECT-COUNT     PIC Z(05)9.
           05 FILLER                   PIC X(03) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Rejected submissions the register has not since accepted a
      * later submission for, oldest rejection first
           EXEC SQL
               DECLARE RJCURSOR CURSOR FOR
                   SELECT S.POLICYNUMBER, S.TRANSTYPE, S.SUBMITDATE,
                          S.ACKDATE, S.REJECTCODE, S.REJECTTEXT
                     FROM EL_SUBMISSION S
                    WHERE S.SUBMITSTATUS = 'R'
                      AND NOT EXISTS
                          ( SELECT 1 FROM EL_SUBMISSION L
                             WHERE L.POLICYNUMBER = S.POLICYNUMBER
                               AND L.SUBMITDATE   > S.SUBMITDATE
                               AND L.SUBMITSTATUS = 'A' )
                    ORDER BY S.ACKDATE, S.POLICYNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-TRANSTYPE             PIC X(01).
           05 WC-SUBMITDATE            PIC X(10).
           05 WC-ACKDATE               PIC X(10).
           05 WC-REJECTCODE            PIC X(04).
           05 WC-REJECTTEXT            PIC X(30).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ACK THRU 2000-PROCESS-ACK-EXIT
               UNTIL WS-EOJ.
           PERFORM 4000-OPEN-REJECTS THRU 4000-OPEN-REJECTS-EXIT.
           PERFORM 5000-LIST-REJECT THRU 5000-LIST-REJECT-EXIT
               UNTIL WS-RJ-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, prime the read-ahead             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ACK-FILE
           OPEN OUTPUT EAB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-READ-ACK THRU 1100-READ-ACK-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-ACK - read-ahead one acknowledgement; the trailer    *
      * ends the detail stream                                         *
      ******************************************************************
       1100-READ-ACK.
           READ ACK-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF EK-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
             END-IF
           END-IF.
       1100-READ-ACK-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ACK - apply one answer to the submission it names *
      ******************************************************************
       2000-PROCESS-ACK.
           MOVE EK-POLICY-NUM   TO RD-POLICYNUMBER
           MOVE EK-TRANS-TYPE   TO RD-TRANS-TYPE
           MOVE EK-SUBMIT-DATE  TO RD-SUBMIT-DATE
           MOVE EK-REJECT-CODE  TO RD-REJECT-CODE

           IF EK-ACCEPTED
              OR EK-REJECTED
             PERFORM 2100-APPLY-ACK THRU 2100-APPLY-ACK-EXIT
           ELSE
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE 'UNRECOGNISED RESULT CODE' TO RD-ACTION
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-ACK THRU 1100-READ-ACK-EXIT.
       2000-PROCESS-ACK-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APPLY-ACK - mark the submission accepted or rejected;     *
      * only a submission still awaiting its answer is touched         *
      ******************************************************************
       2100-APPLY-ACK.
           EXEC SQL
               UPDATE EL_SUBMISSION
                  SET SUBMITSTATUS = :EK-RESULT,
                      ACKDATE      = :EK-PROCESSED-DATE,
                      REGISTERREF  = :EK-REGISTER-REF,
                      REJECTCODE   = :EK-REJECT-CODE,
                      REJECTTEXT   = :EK-REJECT-TEXT
                WHERE POLICYNUMBER = :EK-POLICY-NUM
                  AND SUBMITDATE   = :EK-SUBMIT-DATE
                  AND TRANSTYPE    = :EK-TRANS-TYPE
                  AND SUBMITSTATUS = 'S'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF EK-ACCEPTED
                 ADD 1 TO WS-ACCEPT-COUNT
               ELSE
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'REJECTED BY REGISTER' TO RD-ACTION
                 MOVE WS-RPT-DETAIL TO RPT-LINE
                 WRITE RPT-LINE
               END-IF
             WHEN 100
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 'NO SUBMISSION AWAITING ANSWER' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
             WHEN OTHER
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 'SQL ERROR APPLYING ANSWER' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-EVALUATE.
       2100-APPLY-ACK-EXIT.
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
      * 4000-OPEN-REJECTS - commit the answers, start the unresolved   *
      * reject list                                                    *
      ******************************************************************
       4000-OPEN-REJECTS.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-RPT-OPEN-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN RJCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RJCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-RJ-EOJ-SW
           END-IF.
       4000-OPEN-REJECTS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-LIST-REJECT - one line per unresolved reject, with the    *
      * days since the register rejected it                            *
      ******************************************************************
       5000-LIST-REJECT.
           EXEC SQL
               FETCH RJCURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-TRANSTYPE,
                      :WC-SUBMITDATE,
                      :WC-ACKDATE,
                      :WC-REJECTCODE,
                      :WC-REJECTTEXT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-RJ-EOJ-SW
             GO TO 5000-LIST-REJECT-EXIT
           END-IF
           ADD 1 TO WS-OPEN-REJECT-COUNT

           MOVE WC-ACKDATE(1:4) TO WS-DATE-NUMERIC(1:4)
           MOVE WC-ACKDATE(6:2) TO WS-DATE-NUMERIC(5:2)
           MOVE WC-ACKDATE(9:2) TO WS-DATE-NUMERIC(7:2)
           IF WS-DATE-NUMERIC IS NUMERIC
             COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           ELSE
             MOVE 0 TO WS-DAYS-OPEN
           END-IF

           MOVE WC-POLICYNUMBER TO RO-POLICYNUMBER
           MOVE WC-TRANSTYPE    TO RO-TRANS-TYPE
           MOVE WC-SUBMITDATE   TO RO-SUBMIT-DATE
           MOVE WS-DAYS-OPEN    TO RO-DAYS-OPEN
           MOVE WC-REJECTCODE   TO RO-REJECT-CODE
           MOVE WC-REJECTTEXT   TO RO-REJECT-TEXT
           MOVE WS-RPT-OPEN-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       5000-LIST-REJECT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - summary, close down                           *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE RJCURSOR
           END-EXEC

           MOVE WS-READ-COUNT        TO RS-READ-COUNT
           MOVE WS-ACCEPT-COUNT      TO RS-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT      TO RS-REJECT-COUNT
           MOVE WS-UNMATCHED-COUNT   TO RS-UNMATCHED-COUNT
           MOVE WS-OPEN-REJECT-COUNT TO RS-OPEN-REJECT-COUNT
           MOVE WS-RPT-SUMMARY       TO RPT-LINE
           WRITE RPT-LINE

           CLOSE ACK-FILE
           CLOSE EAB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
