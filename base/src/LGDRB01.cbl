      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-09-02  DM  Initial version.                            *
      *    2026-10-15  DM  An unpaid result debits the returned        *
      *                    collection back onto the policy's premium   *
      *                    account (POLICY_LEDGER, see LGLEDGER),      *
      *                    whether it is re-presented or final.        *
      *    2026-03-09  DM  Refuse to run until LGDDB01's row for the   *
      *                    period is complete on BATCH_RUN_CONTROL.    *
      *    2025-10-20  DM  Re-present a first-time failure once        *
      *                    the arrears sweep.  Most first failures     *
      *                    are a one-day cash-flow blip, and the bank  *
      *                    allows exactly one re-presentation.         *
      *    2026-10-15  DM  Only a live run of the predecessor          *
      *                    satisfies the start-up check - a            *
      *                    simulation (run type 'S') never does.       *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGDRB01.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

       77  WS-CURR-STATUS              PIC X(01) VALUE SPACES.
      * what LGDDB01 claimed for the installment - the net plus its
      * IPT share - and so what an unpaid return puts back on the
      * account
       77  WS-GROSS-AMOUNT             PIC 9(08)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(27)
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

      *----------------------------------------------------------------*
      * Premium account ledger posting - see LGLEDGER                  *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
      ******************************************************************
       2000-PROCESS-RESULT.
           MOVE SPACES TO WS-CURR-STATUS
           MOVE 0 TO WS-GROSS-AMOUNT
           EXEC SQL
               SELECT STATUS, AMOUNT + IPTAMOUNT
                 INTO :WS-CURR-STATUS, :WS-GROSS-AMOUNT
                 FROM PREMIUM_INSTALLMENT
                WHERE POLICYNUMBER   = :DR-POLICY-NUM
                  AND INSTALLMENTNUM = :DR-INSTALLMENT-NUM
               MOVE 'UNPAID - QUEUED FOR RE-PRESENTATION'
                 TO RD-STATUS
               PERFORM 2900-PRINT-DETAIL THRU 2900-PRINT-DETAIL-EXIT
               PERFORM 3200-POST-UNPAID THRU 3200-POST-UNPAID-EXIT
             WHEN SQLCODE EQUAL 100
               EXEC SQL
                   UPDATE PREMIUM_INSTALLMENT
                 PERFORM 2900-PRINT-DETAIL THRU 2900-PRINT-DETAIL-EXIT
               ELSE
                 ADD 1 TO WS-UNPAID-COUNT
                 PERFORM 3200-POST-UNPAID THRU 3200-POST-UNPAID-EXIT
               END-IF
             WHEN OTHER
               ADD 1 TO WS-REJECT-COUNT
       3100-MARK-UNPAID-EXIT.
           EXIT.

      ******************************************************************
      * 3200-POST-UNPAID - LGDDB01 credited the collection when it     *
      * raised it; the bank has handed it back, so it goes back on     *
      * the premium account as owed                                    *
      ******************************************************************
       3200-POST-UNPAID.
           MOVE DR-POLICY-NUM      TO LE-POLICYNUMBER
           MOVE DR-INSTALLMENT-NUM TO LE-INSTALLMENTNUM
           MOVE DR-RESULT-DATE     TO LE-ENTRYDATE
           MOVE WS-GROSS-AMOUNT    TO LE-AMOUNT
           MOVE 'UNPD'             TO LE-ENTRYTYPE
           MOVE 'D'                TO LE-DEBITCREDIT
           MOVE 'LGDRB01 '         TO LE-SOURCEPGM
           PERFORM 8500-POST-LEDGER-ENTRY
               THRU 8500-POST-LEDGER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             ADD 1 TO WS-REJECT-COUNT
             MOVE 'SQL ERROR POSTING UNPAID TO LEDGER' TO RD-STATUS
             PERFORM 2900-PRINT-DETAIL THRU 2900-PRINT-DETAIL-EXIT
           END-IF.
       3200-POST-UNPAID-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - final COMMIT, summary, close down             *
      ******************************************************************
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
