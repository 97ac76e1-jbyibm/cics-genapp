      *  LGCLI01 shows the interim-paid and outstanding amounts per    *
      *  claim.                                                        *
      *                                                                *
      *   A decided claim is reopened (CA-REQ-REOPEN-CLAIM) rather     *
      *  than re-filed through LGCLB01, so a late invoice or an        *
      *  upheld appeal stays on the original claim number and in the   *
      *  original accident quarter of LGTRB01's triangle.  The claim   *
      *  goes back to 'O' with a reinstated case reserve, the paid     *
      *  settlement is carried into INTERIMPAID, and REOPENCOUNT,      *
      *  the reason, who and when are kept on the CLAIM row.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGCLA01.
      * was exactly that nothing checked this
           05 WS-ENT-SETTLE-LIMIT      PIC 9(09)V9(02).

      * Conflict-of-interest check - the customer acted on must not be
      * one the staff id has declared on EMPLOYEE_CUSTOMER_LINK (its
      * own record or a relative's), nor share a household with one
      * of them
       01  WS-CONFLICT-WORK.
           05 WS-CONFLICT-COUNT        PIC S9(05) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-ADJUDICATE-LEN     PIC S9(4) COMP VALUE +48.
       01  WS-CURR-INTERIMPAID         PIC 9(07)V9(02) VALUE 0.
       01  WS-CUM-INTERIM              PIC S9(08)V9(02) VALUE 0.

      * Reopen of a decided claim - the settlement on the row (net,
      * as paid), whether LGPYB01 has extracted it yet, and the case
      * reserve being reinstated
       01  WS-REOPEN-WORK.
           05 WS-CURR-APPROVEDAMOUNT   PIC 9(07)V9(02).
           05 WS-CURR-PAYEXTRACTED     PIC X(01).
           05 WS-REOPEN-RESERVE        PIC 9(07)V9(02).

      * Recoverable already stored for the claim - on a settlement
      * after a reopen only the increase goes to the bordereau
       01  WS-PRIOR-RECOVERABLE        PIC 9(09)V9(02) VALUE 0.

      * Salvage figure staged onto a queued approval case - zero on
      * anything but a numeric total-loss salvage, so the column is
      * never fed display garbage
           05 WS-EXCESS-APPLIED        PIC 9(05)V9(02).
           05 WS-NET-SETTLEMENT        PIC S9(08)V9(02).

      * Underinsurance on a house claim - the HOUSE row's declared
      * building value against the rebuild-cost estimate LGHPB01,
      * LGHPU01 and LGRWB01 hold on it (LGRBCTAB), returned to the
      * handler as a ratio so any shortfall is in front of them when
      * they settle
       01  WS-UNDERINS-WORK.
           05 WS-UI-HOUSEVALUE         PIC 9(07)V9(02).
           05 WS-UI-REBUILDCOST        PIC 9(07)V9(02).
           05 WS-UI-FLAG               PIC X(01).
           05 WS-UI-RATIO-WORK         PIC 9(09)V9(02).

      * Case reserve on the claim at decision time - released to zero
      * with its own RESERVE_MOVEMENT row when the claim is decided,
      * so LGORB01's reserve total drops the moment the claim does
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-TODAYS-DATE.
           PERFORM CHECK-CLAIM-IS-OPEN.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no handler decides, pays or reopens a claim on a policy held
      * by someone they are connected to
           PERFORM CHECK-STAFF-CONFLICT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-SETTLE-CLAIM
               PERFORM SETTLE-CLAIM THRU SETTLE-CLAIM-EXIT
               PERFORM INTERIM-PAYMENT THRU INTERIM-PAYMENT-EXIT
             WHEN CA-REQ-SETTLE-TOTAL-LOSS
               PERFORM SETTLE-CLAIM THRU SETTLE-CLAIM-EXIT
             WHEN CA-REQ-REOPEN-CLAIM
               PERFORM REOPEN-CLAIM THRU REOPEN-CLAIM-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-CLAIM-IS-OPEN.
      *================================================================*
      * The claim must exist and still be at status 'O' - a claim      *
      * already settled or rejected keeps its first decision unless    *
      * it is reopened, which needs it the other way round.            *
      *================================================================*
           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS, CLAIMTYPE, POLICYNUMBER,
                    CASERESERVE, PORTALREF, CLAIMAMOUNT,
                    COALESCE(APPROVEDAMOUNT, 0), PAYMENTEXTRACTED
               INTO :WS-CURR-CLAIM-STATUS,
                    :WS-CURR-CLAIM-TYPE,
                    :WS-CLAIM-POLICY-NUM,
                    :WS-CURR-CASERESERVE,
                    :WS-CLAIM-PORTAL-REF,
                    :WS-CURR-CLAIMAMOUNT,
                    :WS-CURR-APPROVEDAMOUNT,
                    :WS-CURR-PAYEXTRACTED
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF CA-REQ-REOPEN-CLAIM
                 IF WS-CURR-CLAIM-STATUS NOT EQUAL 'S'
                     AND WS-CURR-CLAIM-STATUS NOT EQUAL 'R'
                   MOVE '93' TO CA-RETURN-CODE
                   MOVE ' REOPEN - CLAIM NOT DECIDED'
                     TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
                 END-IF
               ELSE
                 IF WS-CURR-CLAIM-STATUS NOT EQUAL 'O'
                   MOVE '95' TO CA-RETURN-CODE
                   MOVE ' CLAIM NOT OPEN - ALREADY DECIDED'
                     TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
                 END-IF
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
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
               FROM EMPLOYEE_CUSTOMER_LINK L, CUSTOMER LC, CUSTOMER TC,
                    POLICY P
              WHERE P.POLICYNUMBER    = :WS-CLAIM-POLICY-NUM
                AND TC.CUSTOMERNUMBER = P.CUSTOMERNUMBER
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
       SETTLE-CLAIM.
      *================================================================*
             GO TO SETTLE-CLAIM-EXIT
           END-IF

           PERFORM LOOKUP-UNDERINSURANCE
               THRU LOOKUP-UNDERINSURANCE-EXIT

      * a settlement above the handler's own ceiling is not refused
      * and not executed - it waits on SETTLEMENT_APPROVAL for a
      * senior whose limit covers it, who re-drives this transaction
               GO TO COMPUTE-REINS-RECOVERY-EXIT
           END-EVALUATE

      * a claim settled again after a reopen already has its first
      * recoverable stored - only the increase is raised now
           MOVE ' SUM REINSREC' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(RECOVERABLEAMOUNT), 0)
               INTO :WS-PRIOR-RECOVERABLE
               FROM REINS_RECOVERY
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO COMPUTE-REINS-RECOVERY-EXIT
           END-IF

           COMPUTE WS-REINS-RECOVERABLE ROUNDED =
               WS-NET-SETTLEMENT * WS-CES-PCT / 100
           IF WS-REINS-RECOVERABLE NOT GREATER THAN
                   WS-PRIOR-RECOVERABLE
             GO TO COMPUTE-REINS-RECOVERY-EXIT
           END-IF
           SUBTRACT WS-PRIOR-RECOVERABLE FROM WS-REINS-RECOVERABLE
           IF WS-REINS-RECOVERABLE NOT GREATER THAN ZERO
             GO TO COMPUTE-REINS-RECOVERY-EXIT
           END-IF
           END-IF.
       LOOKUP-POLICY-EXCESS-EXIT.
           EXIT.
      *================================================================*
       LOOKUP-UNDERINSURANCE.
      *================================================================*
      * See the note at WS-UNDERINS-WORK.  Only a house policy has a   *
      * HOUSE row - any other claim, or a house never assessed (no     *
      * estimate on the row), returns a zero ratio.  Information for   *
      * the handler only: it never changes what is settled.            *
      *================================================================*
           MOVE ZERO   TO CA-UNDERINS-RATIO
           MOVE SPACES TO CA-UNDERINSURED

           MOVE ' SELECT REBUILD' TO EM-SQLREQ
           EXEC SQL
             SELECT HOUSEVALUE, REBUILDCOST, UNDERINSURED
               INTO :WS-UI-HOUSEVALUE,
                    :WS-UI-REBUILDCOST,
                    :WS-UI-FLAG
               FROM HOUSE
              WHERE POLICYNUMBER = :WS-CLAIM-POLICY-NUM
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO LOOKUP-UNDERINSURANCE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO LOOKUP-UNDERINSURANCE-EXIT
           END-IF

           MOVE WS-UI-FLAG TO CA-UNDERINSURED
           IF WS-UI-REBUILDCOST EQUAL ZERO
             GO TO LOOKUP-UNDERINSURANCE-EXIT
           END-IF
           COMPUTE WS-UI-RATIO-WORK ROUNDED =
               WS-UI-HOUSEVALUE * 100 / WS-UI-REBUILDCOST
           IF WS-UI-RATIO-WORK GREATER THAN 999.99
             MOVE 999.99 TO CA-UNDERINS-RATIO
           ELSE
             MOVE WS-UI-RATIO-WORK TO CA-UNDERINS-RATIO
           END-IF.
       LOOKUP-UNDERINSURANCE-EXIT.
           EXIT.
      *================================================================*
       INTERIM-PAYMENT.
      *================================================================*
           END-IF.
       REJECT-CLAIM-EXIT.
           EXIT.
      *================================================================*
       REOPEN-CLAIM.
      *================================================================*
      * Back to open on the same claim number.  A reopen carries the   *
      * reason code like a rejection does.  A settlement LGPYB01 has   *
      * not yet paid out is refused - reopening it would leave money   *
      * approved and unpaid in no man's land; the handler waits for    *
      * the payment run.  The paid settlement moves into INTERIMPAID   *
      * (the final settle then pays only the balance on top of it),    *
      * APPROVEDAMOUNT goes back to zero and PAYMENTEXTRACTED to 'N'   *
      * so the next settlement is picked up by LGPYB01 as usual.       *
      *================================================================*
           IF CA-REJECT-REASON IS EQUAL TO SPACES
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' REOPEN WITH NO REASON CODE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REOPEN-CLAIM-EXIT
           END-IF

           IF WS-CURR-CLAIM-STATUS EQUAL 'S'
               AND WS-CURR-PAYEXTRACTED NOT EQUAL 'Y'
             MOVE '92' TO CA-RETURN-CODE
             MOVE ' REOPEN - SETTLEMENT NOT PAID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REOPEN-CLAIM-EXIT
           END-IF

      * a rejected claim paid nothing at decision; anything it paid in
      * stages beforehand is already in INTERIMPAID
           IF WS-CURR-CLAIM-STATUS EQUAL 'R'
             MOVE ZERO TO WS-CURR-APPROVEDAMOUNT
           END-IF

           IF CA-APPROVED-AMOUNT IS NUMERIC
               AND CA-APPROVED-AMOUNT GREATER THAN ZERO
             MOVE CA-APPROVED-AMOUNT  TO WS-REOPEN-RESERVE
           ELSE
             MOVE WS-CURR-CLAIMAMOUNT TO WS-REOPEN-RESERVE
           END-IF

           MOVE ' UPDATE CLAIM O' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS      = 'O',
                    INTERIMPAID      = COALESCE(INTERIMPAID, 0)
                                     + :WS-CURR-APPROVEDAMOUNT,
                    APPROVEDAMOUNT   = 0,
                    PAYMENTEXTRACTED = 'N',
                    REOPENCOUNT      = COALESCE(REOPENCOUNT, 0) + 1,
                    REOPENREASON     = :CA-REJECT-REASON,
                    REOPENEDBY       = :CA-STAFF-ID,
                    REOPENDATE       = :WS-TODAY-DATE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REOPEN-CLAIM-EXIT
           END-IF

           MOVE WS-TODAY-DATE TO CA-DECISION-DATE
           PERFORM REINSTATE-CASE-RESERVE
               THRU REINSTATE-CASE-RESERVE-EXIT
           MOVE 'REOPENED' TO WS-PS-EVENT-TYPE
           MOVE 'O'        TO WS-PS-STATUS
           MOVE ZERO       TO WS-PS-AMOUNT
           PERFORM PUSH-PORTAL-STATUS
               THRU PUSH-PORTAL-STATUS-EXIT
           MOVE WS-CLAIM-POLICY-NUM    TO WS-PAU-POLICY
           MOVE CA-CLAIM-NUM           TO WS-PAU-CLAIM
           MOVE 'ROPN'                 TO WS-PAU-ACTION
           MOVE WS-CURR-APPROVEDAMOUNT TO WS-PAU-OLD-AMOUNT
           MOVE WS-REOPEN-RESERVE      TO WS-PAU-NEW-AMOUNT
           MOVE CA-REJECT-REASON       TO WS-PAU-REASON
           PERFORM WRITE-POLICY-AUDIT
               THRU WRITE-POLICY-AUDIT-EXIT.
       REOPEN-CLAIM-EXIT.
           EXIT.
      *================================================================*
       REINSTATE-CASE-RESERVE.
      *================================================================*
      * The mirror of RELEASE-CASE-RESERVE: the reopened claim gets    *
      * its reserve back through a RESERVE_MOVEMENT row under the      *
      * reopening CA-STAFF-ID, so LGORB01's movement reconciles.  A    *
      * failure here is logged but does not unwind the reopen - the    *
      * handler re-reserves through LGCRS01.                           *
      *================================================================*
           MOVE ' COUNT MOVEMENT' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-MOVEMENT-NUM
               FROM RESERVE_MOVEMENT
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REINSTATE-CASE-RESERVE-EXIT
           END-IF

           MOVE ' INSERT MOVEMENT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO RESERVE_MOVEMENT
                       ( CLAIMNUMBER,
                         MOVEMENTNUM,
                         FROMAMOUNT,
                         TOAMOUNT,
                         MOVEDBY,
                         MOVEDDATE )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-NEXT-MOVEMENT-NUM,
                         :WS-CURR-CASERESERVE,
                         :WS-REOPEN-RESERVE,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REINSTATE-CASE-RESERVE-EXIT
           END-IF

           MOVE ' UPDATE CLAIM RV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET CASERESERVE = :WS-REOPEN-RESERVE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       REINSTATE-CASE-RESERVE-EXIT.
           EXIT.
      *================================================================*
       CHECK-STAFF-ENTITLEMENT.
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
