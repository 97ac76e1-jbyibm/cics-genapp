       01  WS-POLICY-ROW.
           05 WS-POL-POLICYTYPE        PIC X(03).
           05 WS-POL-STATUS            PIC X(01).
           05 WS-POL-BRANDCODE         PIC X(04).

      * COMMERCIAL row fields for the re-rate
       01  WS-COMM-ROW.
      * COMMERCIAL row with the premium, so the quarterly return and
      * the IPT journal never sum a pre-endorsement figure
           05 RQ-RATED-IPT             PIC 9(06)V9(02).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
       01  WS-RATE-RESP                PIC S9(8) COMP.


           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      *----------------------------------------------------------------*
      * Premium account ledger - every endorsement difference is      *
      * recorded on the policy's account; see LGLEDGER and            *
      * POST-ADJUSTMENT-ENTRY                                          *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

           MOVE CA-POLICY-NUM TO EM-POLNUM.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
      *================================================================*
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE, POLICYSTATUS, BRANDCODE
               INTO :WS-POL-POLICYTYPE,
                    :WS-POL-STATUS,
                    :WS-POL-BRANDCODE
               FROM POLICY
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'C'  TO RQ-RATE-POLICY-TYPE
           MOVE WS-POL-BRANDCODE TO RQ-RATE-BRAND-CODE
           MOVE WS-COM-TRADECLASS TO RQ-RATE-RISK-CODE
      * the rating commarea value field carries nine integer digits -
      * a schedule totalling past it is pinned at the field maximum
             ELSE
               MOVE ' RETURN LEFT TO REFUND PROCESS' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'C'  TO LE-DEBITCREDIT
               MOVE ZERO TO LE-INSTALLMENTNUM
               PERFORM POST-ADJUSTMENT-ENTRY
                   THRU POST-ADJUSTMENT-ENTRY-EXIT
             END-IF
             GO TO SPREAD-PREMIUM-ADJUSTMENT-EXIT
           END-IF
             IF SQLCODE NOT EQUAL 0
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF

           MOVE 'M'  TO LE-DEBITCREDIT
           MOVE ZERO TO LE-INSTALLMENTNUM
           PERFORM POST-ADJUSTMENT-ENTRY
               THRU POST-ADJUSTMENT-ENTRY-EXIT.
       SPREAD-PREMIUM-ADJUSTMENT-EXIT.
           EXIT.
      *================================================================*
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'M'              TO LE-DEBITCREDIT
             MOVE WS-NEXT-INST-NUM TO LE-INSTALLMENTNUM
             PERFORM POST-ADJUSTMENT-ENTRY
                 THRU POST-ADJUSTMENT-ENTRY-EXIT
           END-IF.
       RAISE-ADJUSTMENT-INSTALLMENT-EXIT.
           EXIT.
      *================================================================*
       POST-ADJUSTMENT-ENTRY.
      *================================================================*
      * The endorsement difference, with its tax, on the policy's      *
      * premium account.  Spread over unraised installments, or raised *
      * as an installment of its own, it is a memo only - LGDDB01      *
      * debits the installments as they fall due, so the balance must  *
      * not move twice.  A return with nothing left to net against is  *
      * a credit: the customer is owed it until it is refunded.  The   *
      * caller sets LE-DEBITCREDIT and LE-INSTALLMENTNUM.              *
      *================================================================*
           MOVE CA-POLICY-NUM  TO LE-POLICYNUMBER
           MOVE WS-TODAY-DATE  TO LE-ENTRYDATE
           MOVE 'ADJ '         TO LE-ENTRYTYPE
           MOVE 'LGCLU01 '     TO LE-SOURCEPGM
           COMPUTE LE-AMOUNT ROUNDED =
               WS-ADJUSTMENT
               + (WS-ADJUSTMENT * WS-IPT-RATE-PCT / 100)
           IF LE-CREDIT
             COMPUTE LE-AMOUNT = ZERO - LE-AMOUNT
           END-IF

           PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT.
       POST-ADJUSTMENT-ENTRY-EXIT.
           EXIT.
      *================================================================*
       POST-LEDGER-ENTRY.
      *================================================================*
      * See LGLEDGER.  The latest row's ENTRYSEQ and BALANCE are       *
      * carried forward; a debit adds to what the customer owes, a     *
      * credit takes off it, a memo leaves it alone.  A failure is     *
      * logged but never unwinds the change it records.                *
      *================================================================*
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
           MOVE ' SELECT LEDGER' TO EM-SQLREQ
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
               PERFORM WRITE-ERROR-MESSAGE
               GO TO POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

           MOVE ' INSERT LEDGER' TO EM-SQLREQ
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
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       POST-LEDGER-ENTRY-EXIT.
           EXIT.
      *================================================================*
       WRITE-POLICY-AUDIT.
      *================================================================*
           END-IF.
       WRITE-POLICY-AUDIT-EXIT.
           EXIT.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  While the overnight batch window is open this    *
      * transaction is read-only and the change is refused with '80'.  *
      * A switch that cannot be read leaves the transaction open.      *
      *================================================================*
           MOVE 'N' TO BW-READ-ONLY-SW
           MOVE 0   TO BW-SWITCH-VALUE
           MOVE ' SELECT BATCHWIN' TO EM-SQLREQ
           EXEC SQL
             SELECT NUMVALUE1
               INTO :BW-SWITCH-VALUE
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'BATCHWIN'
                AND PARAMKEY   = 'READONLY'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF BW-SWITCH-VALUE EQUAL 1
                 MOVE 'Y'  TO BW-READ-ONLY-SW
                 MOVE '80' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
