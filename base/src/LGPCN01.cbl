           05 CT-VOID-REASON           PIC X(04).
           05 FILLER                   PIC X(06).

      *----------------------------------------------------------------*
      * Administration-fee LINK area (LGFEECA layout under local      *
      * names) for the LGFEE01 service                                *
      *----------------------------------------------------------------*
       77 LGFEE01                      PIC X(8)  VALUE 'LGFEE01'.
       01  WS-FEE-RESP                 PIC S9(8) COMP VALUE +0.
       01  WS-FEE-REQUEST              PIC X(01) VALUE SPACES.
       01  FE-COMMAREA.
           05 FE-RETURN-CODE           PIC X(02).
           05 FE-REQUEST-TYPE          PIC X(01).
           05 FE-COMMAREA-VERSN        PIC X(02).
           05 FE-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 FE-POLICY-NUM            PIC 9(10).
           05 FE-CUSTOMER-NUM          PIC 9(10).
           05 FE-FEE-EVENT             PIC X(04).
           05 FE-FEE-BILLING           PIC X(01).
           05 FE-NET-LIMIT             PIC 9(07)V9(02).
           05 FE-WAIVE-REASON          PIC X(04).
           05 FE-SOURCE-PGM            PIC X(08).
           05 FE-SCHEDULE-FEE          PIC 9(05)V9(02).
           05 FE-FEE-CHARGED           PIC 9(05)V9(02).
           05 FE-FEE-WAIVED            PIC X(01).
           05 FE-INSTALLMENT-NUM       PIC 9(04).
           05 FILLER                   PIC X(10).

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

      * Conflict-of-interest check - the customer acted on must not be
      * one the staff id has declared on EMPLOYEE_CUSTOMER_LINK (its
      * own record or a relative's), nor share a household with one
      * of them
       01  WS-CONFLICT-WORK.
           05 WS-CONFLICT-COUNT        PIC S9(05) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-CANCEL-LEN         PIC S9(4) COMP VALUE +40.
      * CA-FEE-WAIVE-REASON is only read from callers that send it
           05 WS-CA-WAIVE-LEN          PIC S9(4) COMP VALUE +4.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * POLICY row being cancelled

       01  WS-OPEN-CLAIM-COUNT         PIC S9(5) COMP VALUE 0.
       01  WS-TYPE-PREMIUM             PIC 9(07)V9(02) VALUE 0.
      * the pro-rata return before the cancellation fee is netted
       01  WS-GROSS-RETURN             PIC 9(07)V9(02) VALUE 0.
      * fee waiver reason - spaces when the caller did not send one
       01  WS-FEE-WAIVE-REASON         PIC X(04) VALUE SPACES.

      * Pro-rata arithmetic over the unexpired term
       01  WS-PRORATA-WORK.
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      *----------------------------------------------------------------*
      * Premium account ledger - see LGLEDGER and POST-LEDGER-ENTRY    *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE SPACES TO WS-FEE-WAIVE-REASON.
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-WAIVE-LEN
             MOVE CA-FEE-WAIVE-REASON TO WS-FEE-WAIVE-REASON
           END-IF.

           MOVE CA-POLICY-NUM TO EM-POLNUM.

           PERFORM CHECK-STAFF-ENTITLEMENT
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM READ-POLICY-ROW.
             EXEC CICS RETURN END-EXEC
           END-IF.

      * the return premium goes to the policyholder - not to be
      * approved by anyone connected to them
           PERFORM CHECK-STAFF-CONFLICT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-NO-OPEN-CLAIMS.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           PERFORM COMPUTE-RETURN-PREMIUM
               THRU COMPUTE-RETURN-PREMIUM-EXIT.

      * the cancellation fee comes out of the refund, so the figure
      * persisted for LGRPB01 to pay is already net of it
           PERFORM PRICE-CANCELLATION-FEE
               THRU PRICE-CANCELLATION-FEE-EXIT.

           PERFORM CANCEL-POLICY-ROW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           PERFORM WRITE-POLICY-AUDIT
               THRU WRITE-POLICY-AUDIT-EXIT.

      * the return premium is owed to the customer from today - it
      * comes off the premium account again when LGRPB01 pays it.
      * Credited gross; LGFEE01 debits the fee netted from it.
           IF WS-GROSS-RETURN GREATER THAN ZERO
             MOVE CA-POLICY-NUM     TO LE-POLICYNUMBER
             MOVE WS-TODAY-DATE     TO LE-ENTRYDATE
             MOVE 'RETP'            TO LE-ENTRYTYPE
             MOVE 'C'               TO LE-DEBITCREDIT
             MOVE WS-GROSS-RETURN   TO LE-AMOUNT
             MOVE ZERO              TO LE-INSTALLMENTNUM
             MOVE 'LGPCN01 '        TO LE-SOURCEPGM
             PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT
           END-IF.

           PERFORM CHARGE-CANCELLATION-FEE
               THRU CHARGE-CANCELLATION-FEE-EXIT.

      * a cancelled motor policy's certificate of insurance is void
      * from today - the register must say so before the bureau
      * prints anything else

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       PRICE-CANCELLATION-FEE.
      *================================================================*
      * LGFEE01 prices the fee against the gross return, never more    *
      * than the return itself, so a cancellation with nothing to      *
      * refund is never charged.  A pricing failure is logged and the  *
      * cancellation goes ahead without a fee.                         *
      *================================================================*
           MOVE CA-RETURN-PREMIUM TO WS-GROSS-RETURN
           MOVE ZERO              TO CA-CANCEL-FEE
           IF WS-GROSS-RETURN EQUAL ZERO
             GO TO PRICE-CANCELLATION-FEE-EXIT
           END-IF

           MOVE '1' TO WS-FEE-REQUEST
           PERFORM LINK-FEE-SERVICE
           IF WS-FEE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR FE-RETURN-CODE NOT EQUAL '00'
             MOVE ' CANCELLATION FEE PRICING FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PRICE-CANCELLATION-FEE-EXIT
           END-IF

           MOVE FE-FEE-CHARGED TO CA-CANCEL-FEE
           COMPUTE CA-RETURN-PREMIUM =
               WS-GROSS-RETURN - CA-CANCEL-FEE.
       PRICE-CANCELLATION-FEE-EXIT.
           EXIT.
      *================================================================*
       CHARGE-CANCELLATION-FEE.
      *================================================================*
      * Records the fee netted above (or its waiver) on FEE_CHARGE     *
      * and the premium account.  A failure is logged but never        *
      * unwinds the cancellation.                                      *
      *================================================================*
           IF WS-GROSS-RETURN EQUAL ZERO
               OR (CA-CANCEL-FEE EQUAL ZERO
                   AND WS-FEE-WAIVE-REASON EQUAL SPACES)
             GO TO CHARGE-CANCELLATION-FEE-EXIT
           END-IF

           MOVE '2' TO WS-FEE-REQUEST
           PERFORM LINK-FEE-SERVICE
           IF WS-FEE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR FE-RETURN-CODE NOT EQUAL '00'
             MOVE ' CANCELLATION FEE CHARGE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHARGE-CANCELLATION-FEE-EXIT.
           EXIT.
      *================================================================*
       LINK-FEE-SERVICE.
      *================================================================*
      * Request '1' to price, '2' to charge - netted from the refund.  *
      *================================================================*
           INITIALIZE FE-COMMAREA
           MOVE '00'                TO FE-RETURN-CODE
           MOVE WS-FEE-REQUEST      TO FE-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO FE-STAFF-ID
           MOVE CA-POLICY-NUM       TO FE-POLICY-NUM
           MOVE WS-POL-CUSTOMERNUM  TO FE-CUSTOMER-NUM
           MOVE 'CANC'              TO FE-FEE-EVENT
           MOVE 'N'                 TO FE-FEE-BILLING
           MOVE WS-GROSS-RETURN     TO FE-NET-LIMIT
           MOVE WS-FEE-WAIVE-REASON TO FE-WAIVE-REASON
           MOVE 'LGPCN01 '          TO FE-SOURCE-PGM
           EXEC CICS LINK Program(LGFEE01)
                Commarea(FE-COMMAREA)
                LENGTH(LENGTH OF FE-COMMAREA)
                RESP(WS-FEE-RESP)
           END-EXEC.
      *================================================================*
       NOTIFY-INTERESTED-PARTIES.
      *================================================================*
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-STAFF-CONFLICT.
      *================================================================*
      * A staff id may not act for a customer it has declared through  *
      * LGSTM01 - its own customer record or a relative's - nor for    *
      * anyone sharing a household with one of those customers.        *
      * Refused with '85' before anything is touched.                  *
      *================================================================*
           MOVE ' CHECK EMPCUST' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CONFLICT-COUNT
               FROM EMPLOYEE_CUSTOMER_LINK L, CUSTOMER LC, CUSTOMER TC
              WHERE TC.CUSTOMERNUMBER = :WS-POL-CUSTOMERNUM
                AND L.EMP_ID          = :WS-ENT-EMP-ID
                AND L.LINKSTATUS      = 'A'
                AND LC.CUSTOMERNUMBER = L.CUSTOMERNUMBER
                AND ( LC.CUSTOMERNUMBER = TC.CUSTOMERNUMBER
                   OR ( COALESCE(LC.HOUSEHOLDID, 0) > 0
                    AND LC.HOUSEHOLDID = TC.HOUSEHOLDID ) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CONFLICT-COUNT GREATER THAN ZERO
               MOVE '85' TO CA-RETURN-CODE
               MOVE ' STAFF CONNECTED TO CUSTOMER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       CHECK-NO-OPEN-CLAIMS.
      *================================================================*
           END-IF.
       WRITE-POLICY-AUDIT-EXIT.
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
