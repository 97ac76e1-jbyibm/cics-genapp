      *                    payment feed's trailer, so the bank-side    *
      *                    load check reads one contract for both      *
      *                    producers of the file.                      *
      *    2026-10-15  DM  Register the payment file on PAYMENT_FILE_  *
      *                    CONTROL, held with its record count, value  *
      *                    and payee account hash total until two      *
      *                    staff release it through LGPFR01; the file  *
      *                    id goes on the trailer for LGPXB01's check. *
      *    2026-10-15  DM  Each detail record also goes on the         *
      *                    PAYMENT_FILE_ITEM ledger LGBXB01 matches    *
      *                    the bank statement against; the file's row  *
      *                    is opened at the start of the run so the    *
      *                    items can carry its id.                     *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGEMB01.
           05 RT-MATURITY-TOTAL        PIC Z(10)9.99.
           05 FILLER                   PIC X(25) VALUE SPACES.

      * Control figures the file is registered with on
      * PAYMENT_FILE_CONTROL - what the two releasers see through
      * LGPFR01 and what LGPXB01 recomputes from the file itself
      * before it may go to the bank.  The hash total adds up each
      * detail record's sort code and account number read as one
      * fourteen-digit number.
       01  WS-PAY-FILE-CONTROL.
           05 WS-PF-FILE-ID            PIC S9(09) COMP VALUE 0.
           05 WS-PF-RECORD-COUNT       PIC S9(09) COMP VALUE 0.
           05 WS-PF-AMOUNT-TOTAL       PIC 9(11)V9(02) VALUE 0.
           05 WS-PF-ACCOUNT-HASH       PIC 9(18) VALUE 0.
           05 WS-PF-HASH-KEY           PIC X(14).
           05 WS-PF-HASH-NUM REDEFINES WS-PF-HASH-KEY
                                       PIC 9(14).

      * one PAYMENT_FILE_ITEM row per detail record - the ledger
      * LGBXB01 reconciles the bank statement against
       01  WS-PAY-FILE-ITEM.
           05 WS-PI-SOURCE-SYSTEM      PIC X(03).
           05 WS-PI-REFERENCE-NUM      PIC 9(10).
           05 WS-PI-CUSTOMER-NUM       PIC 9(10).
           05 WS-PI-PAYMENT-AMOUNT     PIC 9(09)V9(02).
           05 WS-PI-PAYMENT-DATE       PIC X(10).

       01  WS-RPT-FILE-REGISTERED.
           05 FILLER                   PIC X(13)
                                        VALUE 'PAYMENT FILE '.
           05 RF-FILE-ID               PIC Z(09)9.
           05 FILLER                   PIC X(25)
                                   VALUE ' HELD FOR RELEASE - HASH='.
           05 RF-ACCOUNT-HASH          PIC 9(18).
           05 FILLER                   PIC X(14) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * In-force endowments with the customer's email for the letter.
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 8650-OPEN-FILE-REGISTRATION
               THRU 8650-OPEN-FILE-REGISTRATION-EXIT

           EXEC SQL
               OPEN EMCURSOR
           END-EXEC
           MOVE WS-RUN-DATE       TO BP-PAYMENT-DATE
           MOVE WS-MAND-SORT-CODE   TO BP-SORT-CODE
           MOVE WS-MAND-ACCOUNT-NUM TO BP-ACCOUNT-NUM
           PERFORM 8600-ADD-TO-FILE-CONTROL
               THRU 8600-ADD-TO-FILE-CONTROL-EXIT
           WRITE BP-PAYMENT-RECORD.
       3000-WRITE-PAYOUT-EXIT.
           EXIT.
       5500-LOOKUP-PREFERENCES-EXIT.
           EXIT.

      ******************************************************************
      * 8600-ADD-TO-FILE-CONTROL - the file's own control figures,     *
      * taken off each detail record as it is written, and the         *
      * record itself on the PAYMENT_FILE_ITEM ledger under the file's *
      * id.  A blank or non-numeric account (manual handling at the    *
      * bank) adds nothing to the hash total.                          *
      ******************************************************************
       8600-ADD-TO-FILE-CONTROL.
           ADD 1                 TO WS-PF-RECORD-COUNT
           ADD BP-PAYMENT-AMOUNT TO WS-PF-AMOUNT-TOTAL
           MOVE BP-SORT-CODE     TO WS-PF-HASH-KEY(1:6)
           MOVE BP-ACCOUNT-NUM   TO WS-PF-HASH-KEY(7:8)
           IF WS-PF-HASH-KEY IS NUMERIC
             ADD WS-PF-HASH-NUM  TO WS-PF-ACCOUNT-HASH
           END-IF

           MOVE BP-SOURCE-SYSTEM  TO WS-PI-SOURCE-SYSTEM
           MOVE BP-REFERENCE-NUM  TO WS-PI-REFERENCE-NUM
           MOVE BP-CUSTOMER-NUM   TO WS-PI-CUSTOMER-NUM
           MOVE BP-PAYMENT-AMOUNT TO WS-PI-PAYMENT-AMOUNT
           MOVE BP-PAYMENT-DATE   TO WS-PI-PAYMENT-DATE
           EXEC SQL
               INSERT INTO PAYMENT_FILE_ITEM
                         ( FILEID,
                           ITEMSEQ,
                           SOURCESYSTEM,
                           REFERENCENUM,
                           CUSTOMERNUMBER,
                           PAYMENTAMOUNT,
                           PAYMENTDATE,
                           ITEMSTATUS )
                  VALUES ( :WS-PF-FILE-ID,
                           :WS-PF-RECORD-COUNT,
                           :WS-PI-SOURCE-SYSTEM,
                           :WS-PI-REFERENCE-NUM,
                           :WS-PI-CUSTOMER-NUM,
                           :WS-PI-PAYMENT-AMOUNT,
                           :WS-PI-PAYMENT-DATE,
                           'S' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       8600-ADD-TO-FILE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 8650-OPEN-FILE-REGISTRATION - the file's PAYMENT_FILE_CONTROL  *
      * row is opened at the start of the run ('W', being written) so  *
      * every ledger item can carry its id.  It is in the same unit of *
      * work as everything else, so nobody ever sees it at 'W': an     *
      * aborted run rolls it back with the extracted marks.  The id    *
      * goes on the trailer so LGPXB01 can find the row.               *
      ******************************************************************
       8650-OPEN-FILE-REGISTRATION.
           EXEC SQL
               INSERT INTO PAYMENT_FILE_CONTROL
                         ( FILEID,
                           SOURCESYSTEM,
                           CREATEDBY,
                           CREATEDDATE,
                           RECORDCOUNT,
                           TOTALAMOUNT,
                           ACCOUNTHASH,
                           FILESTATUS )
                  VALUES ( DEFAULT,
                           'END',
                           'LGEMB01',
                           :WS-RUN-DATE,
                           0,
                           0,
                           0,
                           'W' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT FILE REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 8650-OPEN-FILE-REGISTRATION-EXIT
           END-IF

           EXEC SQL
               SET :WS-PF-FILE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.
       8650-OPEN-FILE-REGISTRATION-EXIT.
           EXIT.

      ******************************************************************
      * 8700-REGISTER-PAYMENT-FILE - the finished file's control       *
      * figures go on its row and it is held ('H'), committed with the *
      * extracted marks.  Nothing transmits it until two different     *
      * authorised staff have released it through LGPFR01 and LGPXB01  *
      * has recomputed the figures from the file itself.  A failure    *
      * aborts the run like any other SQL error.                       *
      ******************************************************************
       8700-REGISTER-PAYMENT-FILE.
           EXEC SQL
               UPDATE PAYMENT_FILE_CONTROL
                  SET RECORDCOUNT = :WS-PF-RECORD-COUNT,
                      TOTALAMOUNT = :WS-PF-AMOUNT-TOTAL,
                      ACCOUNTHASH = :WS-PF-ACCOUNT-HASH,
                      FILESTATUS  = 'H'
                WHERE FILEID = :WS-PF-FILE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT FILE REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 8700-REGISTER-PAYMENT-FILE-EXIT
           END-IF

           MOVE WS-PF-FILE-ID      TO RF-FILE-ID
           MOVE WS-PF-ACCOUNT-HASH TO RF-ACCOUNT-HASH
           MOVE WS-RPT-FILE-REGISTERED TO RPT-LINE
           WRITE RPT-LINE.
       8700-REGISTER-PAYMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - one unit of work, same reasoning as LGPYB01   *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             PERFORM 8700-REGISTER-PAYMENT-FILE
                 THRU 8700-REGISTER-PAYMENT-FILE-EXIT
           END-IF

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT RELEASE PAYMENT FILE'

           MOVE SPACES            TO BP-PAYMENT-RECORD
           MOVE 'T'               TO BP-RECORD-TYPE
           MOVE WS-PF-FILE-ID     TO BP-FILE-ID
           MOVE 'END'             TO BP-SOURCE-SYSTEM
           MOVE WS-MATURITY-COUNT TO BP-REFERENCE-NUM
           MOVE WS-MATURITY-TOTAL TO BP-PAYMENT-AMOUNT
