      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Administration-fee LINK area (LGFEECA layout under local      *
      * names) for the LGFEE01 service                                *
      *----------------------------------------------------------------*
       77 LGFEE01                      PIC X(8)  VALUE 'LGFEE01'.
       01  WS-FEE-RESP                 PIC S9(8) COMP VALUE +0.
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
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-ENDORSE-LEN        PIC S9(4) COMP VALUE +154.
      * CA-FEE-WAIVE-REASON and CA-ENDORSE-FEE are only used with
      * callers that send them
           05 WS-CA-FEE-LEN            PIC S9(4) COMP VALUE +11.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * POLICY row dates for the in-force check and the pro-rata
           05 WS-MOT-OLD-PREMIUM       PIC 9(05)V9(02).
           05 WS-MOT-EXCESS            PIC 9(05)V9(02).
           05 WS-CURR-LAST-CHANGED     PIC X(26).
           05 WS-MOT-REGISTRATION      PIC X(08).

      * Pro-rata arithmetic over the unexpired term
       01  WS-PRORATA-WORK.
      * group becomes the MOTOR row's risk code
       01  WS-VEHICLE-GROUP            PIC X(02) VALUE SPACES.

      * Active markers on the vehicle-condition register (loaded
      * nightly by LGVCB01) for a changed registration - a vehicle
      * reported stolen is refused, a written-off one is put on and
      * the policy referred to underwriting ('85'), the same two
      * outcomes LGMPB01 gives at intake
       01  WS-REGISTER-WORK.
           05 WS-STOLEN-COUNT          PIC S9(05) COMP VALUE 0.
           05 WS-WRITEOFF-COUNT        PIC S9(05) COMP VALUE 0.


      *----------------------------------------------------------------*
      * Endorsement premium-difference billing - the adjustment is    *
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

           PERFORM GET-TODAYS-DATE.

           PERFORM CHECK-POLICY-IN-FORCE.
           END-IF.
           MOVE WS-MOT-PREMIUM TO WS-MOT-OLD-PREMIUM.

           IF CA-MOTOR-REG-NUM NOT EQUAL WS-MOT-REGISTRATION
             PERFORM CHECK-VEHICLE-REGISTER
                 THRU CHECK-VEHICLE-REGISTER-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM COMPUTE-PRORATA-ADJUSTMENT
               THRU COMPUTE-PRORATA-ADJUSTMENT-EXIT.

           PERFORM SPREAD-PREMIUM-ADJUSTMENT
               THRU SPREAD-PREMIUM-ADJUSTMENT-EXIT.

      * the administration fee the wording allows for a mid-term
      * change goes onto the next installment
           PERFORM CHARGE-ENDORSEMENT-FEE
               THRU CHARGE-ENDORSEMENT-FEE-EXIT.

           MOVE CA-POLICY-NUM TO WS-PAU-POLICY
           MOVE ZERO          TO WS-PAU-CLAIM
           MOVE 'ENDO'        TO WS-PAU-ACTION
           PERFORM WRITE-POLICY-AUDIT
               THRU WRITE-POLICY-AUDIT-EXIT.

           IF WS-WRITEOFF-COUNT GREATER THAN ZERO
             PERFORM QUEUE-REGISTER-REFERRAL
                 THRU QUEUE-REGISTER-REFERRAL-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE '85' TO CA-RETURN-CODE
           END-IF.

           PERFORM REFRESH-LAST-CHANGED.

           EXEC CICS RETURN END-EXEC.
      *================================================================*
           MOVE ' SELECT MOTOR' TO EM-SQLREQ
           EXEC SQL
             SELECT PREMIUM, EXCESS, LASTCHANGED, REGISTRATIONNUM
               INTO :WS-MOT-PREMIUM,
                    :WS-MOT-EXCESS,
                    :WS-CURR-LAST-CHANGED,
                    :WS-MOT-REGISTRATION
               FROM MOTOR
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       CHECK-VEHICLE-REGISTER.
      *================================================================*
      * See the note at WS-REGISTER-WORK.  A register read failure is  *
      * logged and the change goes on - the weekly LGVSB01 re-screen   *
      * checks the book against the register again.                    *
      *================================================================*
           MOVE ' SELECT VEHCOND' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN MARKERTYPE = 'S'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN MARKERTYPE = 'W'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-STOLEN-COUNT,
                    :WS-WRITEOFF-COUNT
               FROM VEHICLE_CONDITION
              WHERE REGISTRATIONNUM = :CA-MOTOR-REG-NUM
                AND MARKERSTATUS    = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 0 TO WS-STOLEN-COUNT
             MOVE 0 TO WS-WRITEOFF-COUNT
             GO TO CHECK-VEHICLE-REGISTER-EXIT
           END-IF

           IF WS-STOLEN-COUNT GREATER THAN ZERO
             MOVE '82' TO CA-RETURN-CODE
             MOVE ' VEHICLE REPORTED STOLEN' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-VEHICLE-REGISTER-EXIT.
           EXIT.
      *================================================================*
       QUEUE-REGISTER-REFERRAL.
      *================================================================*
      * The policy stays on risk with the new vehicle; the referral    *
      * row (one per policy) is reopened pending with reason 'WOFF'    *
      * for LGURV01, or raised if the policy never had one.  Failing   *
      * to queue it backs the whole vehicle change out.                *
      *================================================================*
           MOVE ' UPDATE REFERRAL' TO EM-SQLREQ
           EXEC SQL
             UPDATE UNDERWRITING_REFERRAL
                SET REFERVALUE    = :CA-MOTOR-VALUE,
                    REFERDATE     = :WS-TODAY-DATE,
                    REFERSTATUS   = 'P',
                    REFERREASON   = 'WOFF',
                    DECLINEREASON = ' ',
                    DECIDEDBY     = ' ',
                    DECIDEDDATE   = NULL
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE ' INSERT REFERRAL' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO UNDERWRITING_REFERRAL
                         ( POLICYNUMBER,
                           POLICYTYPE,
                           REFERVALUE,
                           REFERDATE,
                           REFERSTATUS,
                           REFERREASON )
                  VALUES ( :CA-POLICY-NUM,
                           'M',
                           :CA-MOTOR-VALUE,
                           :WS-TODAY-DATE,
                           'P',
                           'WOFF' )
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       QUEUE-REGISTER-REFERRAL-EXIT.
           EXIT.
      *================================================================*
       REFRESH-LAST-CHANGED.
      *================================================================*
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
           MOVE 'LGMPU01 '     TO LE-SOURCEPGM
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
       CHARGE-ENDORSEMENT-FEE.
      *================================================================*
      * LGFEE01 prices the 'ENDO' fee for the policy type, bills it    *
      * to the next unraised installment and records it (or the        *
      * waiver).  A failure is logged but never unwinds the change.    *
      *================================================================*
           INITIALIZE FE-COMMAREA
           MOVE '00'                TO FE-RETURN-CODE
           MOVE '2'                 TO FE-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO FE-STAFF-ID
           MOVE CA-POLICY-NUM       TO FE-POLICY-NUM
           MOVE 'ENDO'              TO FE-FEE-EVENT
           MOVE 'I'                 TO FE-FEE-BILLING
           MOVE SPACES              TO FE-WAIVE-REASON
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-FEE-LEN
             MOVE ZERO                TO CA-ENDORSE-FEE
             MOVE CA-FEE-WAIVE-REASON TO FE-WAIVE-REASON
           END-IF
           MOVE 'LGMPU01 '          TO FE-SOURCE-PGM
           EXEC CICS LINK Program(LGFEE01)
                Commarea(FE-COMMAREA)
                LENGTH(LENGTH OF FE-COMMAREA)
                RESP(WS-FEE-RESP)
           END-EXEC
           IF WS-FEE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR FE-RETURN-CODE NOT EQUAL '00'
             MOVE ' ENDORSEMENT FEE CHARGE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHARGE-ENDORSEMENT-FEE-EXIT
           END-IF
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-FEE-LEN
             MOVE FE-FEE-CHARGED TO CA-ENDORSE-FEE
           END-IF.
       CHARGE-ENDORSEMENT-FEE-EXIT.
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
