       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGPXB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Bank payment file transmission check.  Run as the first      *
      *  step of the transmission job against the file about to go to  *
      *  the bank.  Reads the file through once, recomputes its        *
      *  record count, value and the hash total of its payee sort      *
      *  codes and account numbers exactly as the creating run did,    *
      *  and finds the file on PAYMENT_FILE_CONTROL by the id on its   *
      *  trailer.  The file passes - status 'T', RC 0 - only when two  *
      *  staff have released it through LGPFR01 ('R') and every        *
      *  figure still matches.  Figures that no longer match mean the  *
      *  file has been altered since it was written: it is marked      *
      *  'F' so it can never be released or sent, and the job ends RC  *
      *  16.  A file not yet released in full, already sent, or not    *
      *  registered at all also ends RC 16, and the transmission step  *
      *  does not run.                                                 *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPXB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE  ASSIGN TO BNKPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT PXB-RPT   ASSIGN TO PXBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE
           RECORDING MODE IS F.
           COPY LGBNKPAY.

       FD  PXB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X      VALUE 'N'.
               88 WS-EOF                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-REFUSE-SW             PIC X      VALUE 'N'.
               88 WS-REFUSED                 VALUE 'Y'.

      * Figures recomputed from the file, the same way the creating
      * run's 8600-ADD-TO-FILE-CONTROL built them
       01  WS-PAY-FILE-CONTROL.
           05 WS-PF-FILE-ID            PIC S9(09) COMP VALUE 0.
           05 WS-PF-SOURCE-SYSTEM      PIC X(03) VALUE SPACES.
           05 WS-PF-RECORD-COUNT       PIC S9(09) COMP VALUE 0.
           05 WS-PF-AMOUNT-TOTAL       PIC 9(11)V9(02) VALUE 0.
           05 WS-PF-ACCOUNT-HASH       PIC 9(18) VALUE 0.
           05 WS-PF-HASH-KEY           PIC X(14).
           05 WS-PF-HASH-NUM REDEFINES WS-PF-HASH-KEY
                                       PIC 9(14).

      * the file's shape - exactly one trailer, last, and nothing but
      * detail records before it
       77  WS-TRAILER-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-AFTER-TRAILER-COUNT      PIC S9(7) COMP VALUE 0.
       77  WS-UNKNOWN-TYPE-COUNT       PIC S9(7) COMP VALUE 0.

      * the PAYMENT_FILE_CONTROL row the trailer names
       01  WS-REGISTERED-FILE.
           05 WR-SOURCE-SYSTEM         PIC X(03).
           05 WR-RECORD-COUNT          PIC S9(09) COMP.
           05 WR-TOTAL-AMOUNT          PIC 9(11)V9(02).
           05 WR-ACCOUNT-HASH          PIC 9(18).
           05 WR-FILE-STATUS           PIC X(01).
               88 WR-FILE-HELD               VALUE 'H'.
               88 WR-FILE-PART-RELEASED      VALUE 'P'.
               88 WR-FILE-RELEASED           VALUE 'R'.
               88 WR-FILE-TRANSMITTED        VALUE 'T'.
               88 WR-FILE-FAILED             VALUE 'F'.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'PAYMENT FILE TRANSMISSION CHECK -      '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-FIGURES.
           05 RF-LABEL                 PIC X(11).
           05 FILLER                   PIC X(07) VALUE ' COUNT='.
           05 RF-RECORD-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' VALUE='.
           05 RF-TOTAL-AMOUNT          PIC Z(10)9.99.
           05 FILLER                   PIC X(06) VALUE ' HASH='.
           05 RF-ACCOUNT-HASH          PIC 9(18).
           05 FILLER                   PIC X(10) VALUE SPACES.

       01  WS-RPT-VERDICT.
           05 FILLER                   PIC X(05) VALUE 'FILE '.
           05 RV-FILE-ID               PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-SOURCE-SYSTEM         PIC X(03).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RV-MESSAGE               PIC X(50).
           05 FILLER                   PIC X(08) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-FILE THRU 2000-READ-FILE-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-CHECK-FILE THRU 3000-CHECK-FILE-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, work out the run date            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PAY-FILE
           OPEN OUTPUT PXB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-READ-FILE - one record: a detail adds to the recomputed   *
      * figures, the trailer gives the file id to look up              *
      ******************************************************************
       2000-READ-FILE.
           READ PAY-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO 2000-READ-FILE-EXIT
           END-READ

           IF WS-TRAILER-COUNT GREATER THAN ZERO
             ADD 1 TO WS-AFTER-TRAILER-COUNT
           END-IF

           EVALUATE TRUE
             WHEN BP-DETAIL-RECORD
               PERFORM 2100-ADD-TO-FILE-CONTROL
                   THRU 2100-ADD-TO-FILE-CONTROL-EXIT
             WHEN BP-TOTAL-RECORD
               ADD 1 TO WS-TRAILER-COUNT
               MOVE BP-FILE-ID       TO WS-PF-FILE-ID
               MOVE BP-SOURCE-SYSTEM TO WS-PF-SOURCE-SYSTEM
             WHEN OTHER
               ADD 1 TO WS-UNKNOWN-TYPE-COUNT
           END-EVALUATE.
       2000-READ-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ADD-TO-FILE-CONTROL - count, value and hash total, built  *
      * the same way as the creating run's                             *
      ******************************************************************
       2100-ADD-TO-FILE-CONTROL.
           ADD 1                 TO WS-PF-RECORD-COUNT
           ADD BP-PAYMENT-AMOUNT TO WS-PF-AMOUNT-TOTAL
           MOVE BP-SORT-CODE     TO WS-PF-HASH-KEY(1:6)
           MOVE BP-ACCOUNT-NUM   TO WS-PF-HASH-KEY(7:8)
           IF WS-PF-HASH-KEY IS NUMERIC
             ADD WS-PF-HASH-NUM  TO WS-PF-ACCOUNT-HASH
           END-IF.
       2100-ADD-TO-FILE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-FILE - the file's shape, then its registered row,   *
      * then the figures, then the releases.  Any failure refuses the  *
      * file with the reason on the report.                            *
      ******************************************************************
       3000-CHECK-FILE.
           MOVE WS-PF-FILE-ID       TO RV-FILE-ID
           MOVE WS-PF-SOURCE-SYSTEM TO RV-SOURCE-SYSTEM

           MOVE 'RECOMPUTED '       TO RF-LABEL
           MOVE WS-PF-RECORD-COUNT  TO RF-RECORD-COUNT
           MOVE WS-PF-AMOUNT-TOTAL  TO RF-TOTAL-AMOUNT
           MOVE WS-PF-ACCOUNT-HASH  TO RF-ACCOUNT-HASH
           MOVE WS-RPT-FIGURES      TO RPT-LINE
           WRITE RPT-LINE

           IF WS-TRAILER-COUNT NOT EQUAL 1
               OR WS-AFTER-TRAILER-COUNT GREATER THAN ZERO
             MOVE 'REFUSED - FILE DOES NOT END IN ONE TRAILER'
               TO RV-MESSAGE
             MOVE 'Y' TO WS-REFUSE-SW
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           IF WS-PF-FILE-ID EQUAL ZERO
             MOVE 'REFUSED - FILE WAS NEVER REGISTERED' TO RV-MESSAGE
             MOVE 'Y' TO WS-REFUSE-SW
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           EXEC SQL
               SELECT SOURCESYSTEM, RECORDCOUNT, TOTALAMOUNT,
                      ACCOUNTHASH, FILESTATUS
                 INTO :WR-SOURCE-SYSTEM, :WR-RECORD-COUNT,
                      :WR-TOTAL-AMOUNT, :WR-ACCOUNT-HASH,
                      :WR-FILE-STATUS
                 FROM PAYMENT_FILE_CONTROL
                WHERE FILEID = :WS-PF-FILE-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'REFUSED - FILE ID NOT ON PAYMENT_FILE_CONTROL'
                 TO RV-MESSAGE
               MOVE 'Y' TO WS-REFUSE-SW
               GO TO 3000-CHECK-FILE-EXIT
             WHEN OTHER
               MOVE 'PAYMENT_FILE_CONTROL READ FAILED' TO RV-MESSAGE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 3000-CHECK-FILE-EXIT
           END-EVALUATE

           MOVE 'REGISTERED '       TO RF-LABEL
           MOVE WR-RECORD-COUNT     TO RF-RECORD-COUNT
           MOVE WR-TOTAL-AMOUNT     TO RF-TOTAL-AMOUNT
           MOVE WR-ACCOUNT-HASH     TO RF-ACCOUNT-HASH
           MOVE WS-RPT-FIGURES      TO RPT-LINE
           WRITE RPT-LINE

           IF WR-FILE-TRANSMITTED
             MOVE 'REFUSED - FILE ALREADY PASSED FOR TRANSMISSION'
               TO RV-MESSAGE
             MOVE 'Y' TO WS-REFUSE-SW
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           IF WR-FILE-FAILED
             MOVE 'REFUSED - FILE ALREADY FAILED THIS CHECK'
               TO RV-MESSAGE
             MOVE 'Y' TO WS-REFUSE-SW
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           IF WS-UNKNOWN-TYPE-COUNT GREATER THAN ZERO
               OR WS-PF-SOURCE-SYSTEM NOT EQUAL WR-SOURCE-SYSTEM
               OR WS-PF-RECORD-COUNT  NOT EQUAL WR-RECORD-COUNT
               OR WS-PF-AMOUNT-TOTAL  NOT EQUAL WR-TOTAL-AMOUNT
               OR WS-PF-ACCOUNT-HASH  NOT EQUAL WR-ACCOUNT-HASH
             PERFORM 3100-MARK-FILE-FAILED
                 THRU 3100-MARK-FILE-FAILED-EXIT
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           IF NOT WR-FILE-RELEASED
             IF WR-FILE-HELD
               MOVE 'REFUSED - NOT YET RELEASED' TO RV-MESSAGE
             ELSE
               MOVE 'REFUSED - SECOND RELEASE STILL OUTSTANDING'
                 TO RV-MESSAGE
             END-IF
             MOVE 'Y' TO WS-REFUSE-SW
             GO TO 3000-CHECK-FILE-EXIT
           END-IF

           PERFORM 3200-MARK-FILE-PASSED
               THRU 3200-MARK-FILE-PASSED-EXIT.
       3000-CHECK-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MARK-FILE-FAILED - the file no longer matches what was    *
      * registered and released.  'F' takes it out of LGPFR01's list   *
      * for good; the run that made it must be investigated and the    *
      * payments re-extracted.                                         *
      ******************************************************************
       3100-MARK-FILE-FAILED.
           MOVE 'REFUSED - FIGURES DO NOT MATCH REGISTRATION'
             TO RV-MESSAGE
           MOVE 'Y' TO WS-REFUSE-SW
           EXEC SQL
               UPDATE PAYMENT_FILE_CONTROL
                  SET FILESTATUS   = 'F',
                      VERIFIEDDATE = :WS-RUN-DATE,
                      VERIFIEDTIME = CURRENT TIME
                WHERE FILEID = :WS-PF-FILE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_CONTROL UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3100-MARK-FILE-FAILED-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MARK-FILE-PASSED - released and intact; 'T' means it may  *
      * go to the bank once, and a second run against it is refused.   *
      ******************************************************************
       3200-MARK-FILE-PASSED.
           EXEC SQL
               UPDATE PAYMENT_FILE_CONTROL
                  SET FILESTATUS   = 'T',
                      VERIFIEDDATE = :WS-RUN-DATE,
                      VERIFIEDTIME = CURRENT TIME
                WHERE FILEID     = :WS-PF-FILE-ID
                  AND FILESTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_CONTROL UPDATE FAILED' TO RV-MESSAGE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3200-MARK-FILE-PASSED-EXIT
           END-IF
           MOVE 'PASSED FOR TRANSMISSION' TO RV-MESSAGE.
       3200-MARK-FILE-PASSED-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the verdict, and RC 16 on anything but a pass *
      * so the transmission step does not run                          *
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-VERDICT TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT TRANSMIT PAYMENT FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
             IF WS-REFUSED
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF

           CLOSE PAY-FILE
           CLOSE PXB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
