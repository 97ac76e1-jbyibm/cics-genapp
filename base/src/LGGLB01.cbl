      *                    roll late-arriving items from closed        *
      *                    periods into the open one under their own   *
      *                    LATEITEM event.                             *
      *    2026-10-15  DM  Post claims-handling expense - supplier fee *
      *                    invoices approved in the period through     *
      *                    LGSUP01 - under its own CLMEXPNS event and  *
      *                    accounts, apart from claims incurred.       *
      *    2026-10-15  DM  Post the period's catastrophe excess-of-    *
      *                    loss recovery and reinstatement premium     *
      *                    movements from LGXLB01's XOL_RECOVERY rows  *
      *                    - run after it in the same window.          *
      *    2026-10-15  DM  Post administration fees charged in the     *
      *                    period (FEE_CHARGE, written by LGFEE01) to  *
      *                    fee income - billed fees against premium    *
      *                    receivable, fees netted from a cancellation *
      *                    refund against premium income.              *
      *    2026-10-15  DM  Only a live run of the predecessor          *
      *                    satisfies the start-up check - a            *
      *                    simulation (run type 'S') never does.       *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGGLB01.
       77  WS-ACCT-IPT-PAYABLE         PIC X(04) VALUE '2400'.
       77  WS-ACCT-UNEARNED-RESERVE    PIC X(04) VALUE '2500'.
       77  WS-ACCT-PREM-EARNED         PIC X(04) VALUE '4100'.
       77  WS-ACCT-HANDLING-EXPENSE    PIC X(04) VALUE '5300'.
       77  WS-ACCT-SUPPLIER-PAYABLE    PIC X(04) VALUE '2600'.
       77  WS-ACCT-REINS-RECOVERABLE   PIC X(04) VALUE '1300'.
       77  WS-ACCT-REINS-PREMIUM       PIC X(04) VALUE '5400'.
       77  WS-ACCT-REINSURER-PAYABLE   PIC X(04) VALUE '2700'.
       77  WS-ACCT-FEE-INCOME          PIC X(04) VALUE '4200'.

      * prior period for the earned-premium movement: the month
      * before the run period
                 THRU 6600-POST-EARNED-MOVEMENT-EXIT
             PERFORM 6700-POST-LATE-ITEMS
                 THRU 6700-POST-LATE-ITEMS-EXIT
             PERFORM 6800-POST-HANDLING-EXPENSE
                 THRU 6800-POST-HANDLING-EXPENSE-EXIT
             PERFORM 6900-POST-XOL-RECOVERY
                 THRU 6900-POST-XOL-RECOVERY-EXIT
             PERFORM 6950-POST-FEE-INCOME
                 THRU 6950-POST-FEE-INCOME-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.
       6700-POST-LATE-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * 6800-POST-HANDLING-EXPENSE - adjusters', surveyors' and        *
      * engineers' fee invoices approved in the period, at gross (an   *
      * insurer cannot recover the VAT on them).  Debits claims-       *
      * handling expense, credits the supplier payable LGFPB01's       *
      * payments clear - never claims incurred, so indemnity and the   *
      * cost of handling it stay on separate lines.                    *
      ******************************************************************
       6800-POST-HANDLING-EXPENSE.
           MOVE 0 TO WS-EVENT-AMOUNT
           EXEC SQL
             SELECT COALESCE(SUM(GROSSAMOUNT), 0)
               INTO :WS-EVENT-AMOUNT
               FROM CLAIM_FEE_INVOICE
              WHERE FEESTATUS = 'A'
                AND SUBSTR(APPROVEDDATE, 1, 4) ||
                    SUBSTR(APPROVEDDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-EXTRACT-ERROR THRU 8000-EXTRACT-ERROR-EXIT
             GO TO 6800-POST-HANDLING-EXPENSE-EXIT
           END-IF

           MOVE 'CLMEXPNS' TO GL-EVENT-TYPE
           PERFORM 7000-WRITE-JOURNAL-PAIR
               THRU 7000-WRITE-JOURNAL-PAIR-EXIT.
       6800-POST-HANDLING-EXPENSE-EXIT.
           EXIT.

      ******************************************************************
      * 6900-POST-XOL-RECOVERY - the movement in what the catastrophe  *
      * excess-of-loss layers owe us, as LGXLB01 recorded it for the   *
      * period: debits the reinsurance recoverable, credits claims     *
      * incurred (a fall in an event's estimate reverses).  The        *
      * reinstatement premium that recovery costs posts under its own  *
      * XOLREINS event - reinsurance premium owed to the reinsurer.    *
      ******************************************************************
       6900-POST-XOL-RECOVERY.
           MOVE 0 TO WS-EVENT-AMOUNT
           EXEC SQL
             SELECT COALESCE(SUM(RECOVERYMOVEMENT), 0)
               INTO :WS-EVENT-AMOUNT
               FROM XOL_RECOVERY
              WHERE RUNPERIOD = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-EXTRACT-ERROR THRU 8000-EXTRACT-ERROR-EXIT
             GO TO 6900-POST-XOL-RECOVERY-EXIT
           END-IF

           MOVE 'XOLRECOV' TO GL-EVENT-TYPE
           PERFORM 7000-WRITE-JOURNAL-PAIR
               THRU 7000-WRITE-JOURNAL-PAIR-EXIT

           MOVE 0 TO WS-EVENT-AMOUNT
           EXEC SQL
             SELECT COALESCE(SUM(PREMIUMMOVEMENT), 0)
               INTO :WS-EVENT-AMOUNT
               FROM XOL_RECOVERY
              WHERE RUNPERIOD = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-EXTRACT-ERROR THRU 8000-EXTRACT-ERROR-EXIT
             GO TO 6900-POST-XOL-RECOVERY-EXIT
           END-IF

           MOVE 'XOLREINS' TO GL-EVENT-TYPE
           PERFORM 7000-WRITE-JOURNAL-PAIR
               THRU 7000-WRITE-JOURNAL-PAIR-EXIT.
       6900-POST-XOL-RECOVERY-EXIT.
           EXIT.

      ******************************************************************
      * 6950-POST-FEE-INCOME - administration fees LGFEE01 charged in  *
      * the period, to fee income, never premium.  A fee billed to an  *
      * installment is owed like premium (FEEBILL, debiting premium    *
      * receivable); a fee netted from a cancellation refund was       *
      * kept out of the refund 5000- posts, so the premium given back  *
      * is the gross return (FEENET, debiting premium income).  Waived *
      * fees carry no amount and post nothing.                         *
      ******************************************************************
       6950-POST-FEE-INCOME.
           MOVE 0 TO WS-EVENT-AMOUNT
           EXEC SQL
             SELECT COALESCE(SUM(FEEAMOUNT), 0)
               INTO :WS-EVENT-AMOUNT
               FROM FEE_CHARGE
              WHERE BILLMETHOD = 'I'
                AND SUBSTR(CHARGEDATE, 1, 4) ||
                    SUBSTR(CHARGEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-EXTRACT-ERROR THRU 8000-EXTRACT-ERROR-EXIT
             GO TO 6950-POST-FEE-INCOME-EXIT
           END-IF

           MOVE 'FEEBILL' TO GL-EVENT-TYPE
           PERFORM 7000-WRITE-JOURNAL-PAIR
               THRU 7000-WRITE-JOURNAL-PAIR-EXIT

           MOVE 0 TO WS-EVENT-AMOUNT
           EXEC SQL
             SELECT COALESCE(SUM(FEEAMOUNT), 0)
               INTO :WS-EVENT-AMOUNT
               FROM FEE_CHARGE
              WHERE BILLMETHOD = 'N'
                AND SUBSTR(CHARGEDATE, 1, 4) ||
                    SUBSTR(CHARGEDATE, 6, 2) = :WS-RUN-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-EXTRACT-ERROR THRU 8000-EXTRACT-ERROR-EXIT
             GO TO 6950-POST-FEE-INCOME-EXIT
           END-IF

           MOVE 'FEENET' TO GL-EVENT-TYPE
           PERFORM 7000-WRITE-JOURNAL-PAIR
               THRU 7000-WRITE-JOURNAL-PAIR-EXIT.
       6950-POST-FEE-INCOME-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-JOURNAL-PAIR - one debit and one matching credit    *
      * for the event named in GL-EVENT-TYPE by the caller, account   *
               MOVE WS-ACCT-UNEARNED-RESERVE TO GL-ACCOUNT-CODE
             WHEN 'LATEITEM'
               MOVE WS-ACCT-PREM-RECEIVABLE TO GL-ACCOUNT-CODE
             WHEN 'CLMEXPNS'
               MOVE WS-ACCT-HANDLING-EXPENSE TO GL-ACCOUNT-CODE
             WHEN 'XOLRECOV'
               MOVE WS-ACCT-REINS-RECOVERABLE TO GL-ACCOUNT-CODE
             WHEN 'XOLREINS'
               MOVE WS-ACCT-REINS-PREMIUM   TO GL-ACCOUNT-CODE
             WHEN 'FEEBILL'
               MOVE WS-ACCT-PREM-RECEIVABLE TO GL-ACCOUNT-CODE
             WHEN 'FEENET'
               MOVE WS-ACCT-PREM-INCOME     TO GL-ACCOUNT-CODE
           END-EVALUATE
           IF WS-REVERSED
             MOVE 'C' TO GL-RECORD-TYPE
               MOVE WS-ACCT-PREM-EARNED     TO GL-ACCOUNT-CODE
             WHEN 'LATEITEM'
               MOVE WS-ACCT-PREM-INCOME     TO GL-ACCOUNT-CODE
             WHEN 'CLMEXPNS'
               MOVE WS-ACCT-SUPPLIER-PAYABLE TO GL-ACCOUNT-CODE
             WHEN 'XOLRECOV'
               MOVE WS-ACCT-CLAIM-INCURRED  TO GL-ACCOUNT-CODE
             WHEN 'XOLREINS'
               MOVE WS-ACCT-REINSURER-PAYABLE TO GL-ACCOUNT-CODE
             WHEN 'FEEBILL'
               MOVE WS-ACCT-FEE-INCOME      TO GL-ACCOUNT-CODE
             WHEN 'FEENET'
               MOVE WS-ACCT-FEE-INCOME      TO GL-ACCOUNT-CODE
           END-EVALUATE
           IF WS-REVERSED
             MOVE 'D' TO GL-RECORD-TYPE
      ******************************************************************
      * 8700-CHECK-PREDECESSOR - the run-control ledger now enforces   *
      * order: the predecessor named in RC-PRED-JOBNAME must have a    *
      * completed ('C') live run ('L' - a simulation never counts)     *
      * for RC-PRED-PERIOD, or this run fails                          *
      * fast with RC 16 and an ERROR_ALERT row for the checklist -     *
      * before any damage, not after.                                  *
      ******************************************************************
                 FROM BATCH_RUN_CONTROL
                WHERE JOBNAME   = :RC-PRED-JOBNAME
                  AND RUNPERIOD = :RC-PRED-PERIOD
                  AND RUNTYPE   = 'L'
                  AND RUNSTATUS = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
