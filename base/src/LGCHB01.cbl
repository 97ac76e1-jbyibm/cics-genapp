      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-10-27  DM  Initial version.                            *
      *    2026-10-15  DM  A matched payment is credited to the        *
      *                    policy's premium account (POLICY_LEDGER,    *
      *                    see LGLEDGER).                              *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGCHB01.
           05 RT-SUSPENSE-TOTAL        PIC Z(10)9.99.
           05 FILLER                   PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
      * Premium account ledger posting - see LGLEDGER                  *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
             MOVE CR-AMOUNT             TO RD-AMOUNT
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             PERFORM 4100-POST-PAYMENT THRU 4100-POST-PAYMENT-EXIT
           END-IF.
       4000-MARK-INSTALLMENT-PAID-EXIT.
           EXIT.

      ******************************************************************
      * 4100-POST-PAYMENT - the money received goes on the premium     *
      * account as a manual payment against the installment it         *
      * settled, value-dated like the paid mark.  A posting failure    *
      * is listed for the ledger to be put right by hand; it does not  *
      * unpick a payment the customer has genuinely made.              *
      ******************************************************************
       4100-POST-PAYMENT.
           MOVE WS-MAT-POLICYNUMBER   TO LE-POLICYNUMBER
           MOVE WS-MAT-INSTALLMENTNUM TO LE-INSTALLMENTNUM
           MOVE CR-VALUE-DATE         TO LE-ENTRYDATE
           MOVE CR-AMOUNT             TO LE-AMOUNT
           MOVE 'MANP'                TO LE-ENTRYTYPE
           MOVE 'C'                   TO LE-DEBITCREDIT
           MOVE 'LGCHB01 '            TO LE-SOURCEPGM
           PERFORM 8500-POST-LEDGER-ENTRY
               THRU 8500-POST-LEDGER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE ' LEDGER POSTING FAILED FOR THE PAYMENT ABOVE'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4100-POST-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - final COMMIT, summary, close down             *
      ******************************************************************
           CLOSE CHB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-POST-LEDGER-ENTRY - append LE-LEDGER-ENTRY to the policy's *
      * premium account (see LGLEDGER): the latest row's ENTRYSEQ and  *
      * BALANCE are carried forward, a debit adds to what the customer *
      * owes, a credit takes off it, a memo leaves it alone.  SQLCODE  *
      * is left for the caller to judge.                               *
      ******************************************************************
       8500-POST-LEDGER-ENTRY.
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
           EXEC SQL
               SELECT ENTRYSEQ, BALANCE
                 INTO :LE-ENTRYSEQ, :LE-BALANCE
                 FROM POLICY_LEDGER
                WHERE POLICYNUMBER = :LE-POLICYNUMBER
                ORDER BY ENTRYSEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 0 TO LE-ENTRYSEQ
             MOVE 0 TO LE-BALANCE
           ELSE
             IF SQLCODE NOT EQUAL 0
               GO TO 8500-POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

           EXEC SQL
               INSERT INTO POLICY_LEDGER
                         ( POLICYNUMBER,
                           ENTRYSEQ,
                           ENTRYDATE,
                           ENTRYTYPE,
                           DEBITCREDIT,
                           AMOUNT,
                           BALANCE,
                           INSTALLMENTNUM,
                           SOURCEPGM )
                  VALUES ( :LE-POLICYNUMBER,
                           :LE-ENTRYSEQ,
                           :LE-ENTRYDATE,
                           :LE-ENTRYTYPE,
                           :LE-DEBITCREDIT,
                           :LE-AMOUNT,
                           :LE-BALANCE,
                           :LE-INSTALLMENTNUM,
                           :LE-SOURCEPGM )
           END-EXEC.
       8500-POST-LEDGER-ENTRY-EXIT.
           EXIT.
