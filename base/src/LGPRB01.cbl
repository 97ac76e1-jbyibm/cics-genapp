      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-11-10  DM  Initial version.                            *
      *    2026-10-15  DM  A held refund is credited back to the       *
      *                    policy's premium account (POLICY_LEDGER,    *
      *                    see LGLEDGER) - the customer is owed it     *
      *                    again until it is re-disbursed.             *
      *    2026-10-15  DM  Hold a rejected supplier fee payment        *
      *                    ('FEE' from LGFPB01) - the invoice goes to  *
      *                    'H' until LGSUP01 records corrected bank    *
      *                    details for the supplier.                   *
      *    2026-10-15  DM  Hold a rejected periodic payment order      *
      *                    instalment ('PPO') - the CLAIM_PAYMENT row  *
      *                    and the claimant's schedule go to 'H' until *
      *                    LGPPO01 records a corrected account.        *
      *    2026-10-15  DM  Mark the rejected payment's item returned   *
      *                    ('B') on the PAYMENT_FILE_ITEM ledger, so   *
      *                    LGBXB01 stops chasing it as sent but never  *
      *                    cleared.                                    *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGPRB01.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-HELD-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-REJECT-COUNT             PIC S9(7) COMP VALUE 0.
      * the ledger item a rejection returns - the oldest sent item
      * with the same source, reference and amount
       01  WS-RETURNED-ITEM.
           05 WS-RI-FILE-ID            PIC S9(09) COMP.
           05 WS-RI-ITEM-SEQ           PIC S9(09) COMP.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.
           05 RS-REJECT-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------*
      * Premium account ledger posting - see LGLEDGER                  *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
               PERFORM 3000-HOLD-CLAIM THRU 3000-HOLD-CLAIM-EXIT
             WHEN RJ-SOURCE-RETURN-PREM
               PERFORM 3100-HOLD-REFUND THRU 3100-HOLD-REFUND-EXIT
             WHEN RJ-SOURCE-SUPPLIER-FEE
               PERFORM 3200-HOLD-FEE THRU 3200-HOLD-FEE-EXIT
             WHEN RJ-SOURCE-PERIODIC
               PERFORM 3300-HOLD-PERIODIC
                   THRU 3300-HOLD-PERIODIC-EXIT
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'UNRECOGNISED SOURCE SYSTEM' TO RD-ACTION
               WRITE RPT-LINE
           END-EVALUATE

           PERFORM 3900-MARK-ITEM-RETURNED
               THRU 3900-MARK-ITEM-RETURNED-EXIT
           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-REJECT THRU 1100-READ-REJECT-EXIT.
       2000-PROCESS-REJECT-EXIT.
               MOVE 'REFUND HELD FOR REVIEW' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 3150-POST-REFUND-RETURNED
                   THRU 3150-POST-REFUND-RETURNED-EXIT
             WHEN 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'POLICY NOT AT EXTRACTED STATE' TO RD-ACTION
       3100-HOLD-REFUND-EXIT.
           EXIT.

      ******************************************************************
      * 3150-POST-REFUND-RETURNED - LGRPB01 debited the refund when it *
      * paid it; the bank sent it back, so it is owed to the customer  *
      * again and the re-disbursement debits it afresh                 *
      ******************************************************************
       3150-POST-REFUND-RETURNED.
           MOVE RJ-REFERENCE-NUM  TO LE-POLICYNUMBER
           MOVE RJ-REJECT-DATE    TO LE-ENTRYDATE
           MOVE 'RFRJ'            TO LE-ENTRYTYPE
           MOVE 'C'               TO LE-DEBITCREDIT
           MOVE RJ-PAYMENT-AMOUNT TO LE-AMOUNT
           MOVE ZERO              TO LE-INSTALLMENTNUM
           MOVE 'LGPRB01 '        TO LE-SOURCEPGM
           PERFORM 8500-POST-LEDGER-ENTRY
               THRU 8500-POST-LEDGER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE 'LEDGER POSTING FAILED FOR THE REFUND ABOVE'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3150-POST-REFUND-RETURNED-EXIT.
           EXIT.

      ******************************************************************
      * 3200-HOLD-FEE - a supplier fee payment.  The reference is the  *
      * claim number, which can carry several invoices, so the one     *
      * paid is picked out by its gross amount; the invoice is held    *
      * at 'H' until LGSUP01 amends the supplier's bank details.       *
      ******************************************************************
       3200-HOLD-FEE.
           EXEC SQL
               UPDATE CLAIM_FEE_INVOICE
                  SET PAYMENTEXTRACTED = 'H'
                WHERE CLAIMNUMBER      = :RJ-REFERENCE-NUM
                  AND GROSSAMOUNT      = :RJ-PAYMENT-AMOUNT
                  AND PAYMENTEXTRACTED = 'Y'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 4000-QUEUE-REVIEW-CASE
                   THRU 4000-QUEUE-REVIEW-CASE-EXIT
               ADD 1 TO WS-HELD-COUNT
               MOVE 'FEE INVOICE HELD FOR REVIEW' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
             WHEN 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'FEE INVOICE NOT EXTRACTED' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'SQL ERROR HOLDING FEE INVOICE' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-EVALUATE.
       3200-HOLD-FEE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-HOLD-PERIODIC - a periodic payment order instalment.  The *
      * reference is the claim number, so the instalment is picked     *
      * out by type and amount - the latest paid, since an order pays  *
      * the same sum every time.  The row is held at 'H', and so is    *
      * the claimant's schedule - LGPPB01 raises nothing more into a   *
      * dead account - until LGPPO01 amends the claimant's bank        *
      * details, which releases both.                                  *
      ******************************************************************
       3300-HOLD-PERIODIC.
           EXEC SQL
               UPDATE CLAIM_PAYMENT
                  SET PAYMENTEXTRACTED = 'H'
                WHERE CLAIMNUMBER = :RJ-REFERENCE-NUM
                  AND PAYMENTNUM  =
                      ( SELECT MAX(PAYMENTNUM)
                          FROM CLAIM_PAYMENT
                         WHERE CLAIMNUMBER      = :RJ-REFERENCE-NUM
                           AND PAYMENTTYPE      = 'P'
                           AND AMOUNT           = :RJ-PAYMENT-AMOUNT
                           AND PAYMENTEXTRACTED = 'Y' )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'INSTALMENT NOT EXTRACTED' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3300-HOLD-PERIODIC-EXIT
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'SQL ERROR HOLDING INSTALMENT' TO RD-ACTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3300-HOLD-PERIODIC-EXIT
           END-EVALUATE

           EXEC SQL
               UPDATE PERIODIC_PAYMENT
                  SET PPOSTATUS   = 'H',
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER = :RJ-REFERENCE-NUM
                  AND PPOSTATUS   = 'A'
                  AND CLAIMANTNUM IN
                      ( SELECT CLAIMANTNUM
                          FROM CLAIM_PAYMENT
                         WHERE CLAIMNUMBER      = :RJ-REFERENCE-NUM
                           AND PAYMENTTYPE      = 'P'
                           AND PAYMENTEXTRACTED = 'H' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'PERIODIC_PAYMENT HOLD FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           PERFORM 4000-QUEUE-REVIEW-CASE
               THRU 4000-QUEUE-REVIEW-CASE-EXIT
           ADD 1 TO WS-HELD-COUNT
           MOVE 'INSTALMENT HELD FOR REVIEW' TO RD-ACTION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       3300-HOLD-PERIODIC-EXIT.
           EXIT.

      ******************************************************************
      * 3900-MARK-ITEM-RETURNED - the bank bounced it, so it will
      * never appear on the statement: the sent item goes to 'B' on
      * the PAYMENT_FILE_ITEM ledger and drops out of LGBXB01's
      * uncleared list.  A payment sent before the ledger existed has
      * no item and is simply passed over.
      ******************************************************************
       3900-MARK-ITEM-RETURNED.
           EXEC SQL
               SELECT FILEID, ITEMSEQ
                 INTO :WS-RI-FILE-ID, :WS-RI-ITEM-SEQ
                 FROM PAYMENT_FILE_ITEM
                WHERE SOURCESYSTEM  = :RJ-SOURCE-SYSTEM
                  AND REFERENCENUM  = :RJ-REFERENCE-NUM
                  AND PAYMENTAMOUNT = :RJ-PAYMENT-AMOUNT
                  AND ITEMSTATUS    = 'S'
                ORDER BY FILEID, ITEMSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO 3900-MARK-ITEM-RETURNED-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM READ FAILED' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3900-MARK-ITEM-RETURNED-EXIT
           END-IF

           EXEC SQL
               UPDATE PAYMENT_FILE_ITEM
                  SET ITEMSTATUS  = 'B',
                      CLEAREDDATE = :RJ-REJECT-DATE
                WHERE FILEID  = :WS-RI-FILE-ID
                  AND ITEMSEQ = :WS-RI-ITEM-SEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3900-MARK-ITEM-RETURNED-EXIT.
           EXIT.

      ******************************************************************
      * 4000-QUEUE-REVIEW-CASE - one PAYMENT_REVIEW row per held       *
      * payment, the worklist someone works before we pay again - the  *
       4000-QUEUE-REVIEW-CASE-EXIT.
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

      ******************************************************************
      * 9000-TERMINATE - final COMMIT, summary, close down             *
      ******************************************************************
