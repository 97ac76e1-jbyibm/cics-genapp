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
           05 WS-HOU-OLD-PREMIUM       PIC 9(05)V9(02).
           05 WS-HOU-EXCESS            PIC 9(05)V9(02).
           05 WS-CURR-LAST-CHANGED     PIC X(26).
           05 WS-HOU-TYPE              PIC X(01).
           05 WS-HOU-YEAR-BUILT        PIC 9(04).

      * Rebuild cost - the revised bedrooms and building value are
      * re-assessed against REBUILD_COST the way LGHPB01 assessed
      * them at intake (see LGRBCTAB), so the estimate and the
      * underinsured flag on the row always describe the property
      * as it now stands
           COPY LGRBCTAB.
       01  WS-PRM-NUM-1                PIC S9(09)V9(02).

      * Pro-rata arithmetic over the unexpired term
       01  WS-PRORATA-WORK.
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
           MOVE WS-HOU-PREMIUM TO WS-HOU-OLD-PREMIUM.

           PERFORM ASSESS-REBUILD-COST THRU ASSESS-REBUILD-COST-EXIT.
           MOVE LGRBC-ESTIMATE    TO CA-EN-REBUILD-COST.
           MOVE LGRBC-UNDERINS-SW TO CA-EN-UNDERINSURED.

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
      *================================================================*
           MOVE ' SELECT HOUSE' TO EM-SQLREQ
           EXEC SQL
             SELECT PREMIUM, EXCESS, LASTCHANGED,
                    HOUSETYPE, YEARBUILT
               INTO :WS-HOU-PREMIUM,
                    :WS-HOU-EXCESS,
                    :WS-CURR-LAST-CHANGED,
                    :WS-HOU-TYPE,
                    :WS-HOU-YEAR-BUILT
               FROM HOUSE
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           END-IF.
       COMPUTE-PRORATA-ADJUSTMENT-EXIT.
           EXIT.
      *================================================================*
       ASSESS-REBUILD-COST.
      *================================================================*
      * See the note at LGRBCTAB.  House type and year built are the   *
      * row's own; bedrooms and value are the revised figures.  The    *
      * region is the policyholder's REGIONCODE.  A table read         *
      * failure is logged and leaves the house unassessed - it never   *
      * stops the endorsement.                                         *
      *================================================================*
           MOVE 0      TO LGRBC-ESTIMATE LGRBC-RATIO-PCT
           MOVE 'N'    TO LGRBC-UNDERINS-SW
           MOVE SPACES TO LGRBC-REGION
           MOVE WS-HOU-TYPE       TO LGRBC-HOUSE-TYPE
           MOVE CA-HOUSE-BEDROOMS TO LGRBC-BEDROOMS
           MOVE WS-HOU-YEAR-BUILT TO LGRBC-YEAR-BUILT
           MOVE CA-HOUSE-VALUE    TO LGRBC-DECLARED-VALUE

           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'REBUILD '
                AND PARAMKEY   = 'UNDERPCT'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGRBC-UNDERINS-PCT
           END-IF

           MOVE ' SELECT REGION' TO EM-SQLREQ
           EXEC SQL
             SELECT C.REGIONCODE
               INTO :LGRBC-REGION
               FROM POLICY P, CUSTOMER C
              WHERE P.POLICYNUMBER   = :CA-POLICY-NUM
                AND C.CUSTOMERNUMBER = P.CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO LGRBC-REGION
           END-IF

           MOVE ' SELECT REBUILD' TO EM-SQLREQ
           EXEC SQL
             SELECT REBUILDCOST
               INTO :LGRBC-ESTIMATE
               FROM REBUILD_COST
              WHERE HOUSETYPE   = :LGRBC-HOUSE-TYPE
                AND BEDROOMS   <= :LGRBC-BEDROOMS
                AND YEARFROM   <= :LGRBC-YEAR-BUILT
                AND REGIONCODE IN (:LGRBC-REGION, '*   ')
              ORDER BY CASE WHEN REGIONCODE = '*   ' THEN 1
                            ELSE 0 END,
                       BEDROOMS DESC,
                       YEARFROM DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 0 TO LGRBC-ESTIMATE
             WHEN OTHER
               MOVE 0 TO LGRBC-ESTIMATE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE

           IF LGRBC-ESTIMATE EQUAL ZERO
             GO TO ASSESS-REBUILD-COST-EXIT
           END-IF

           COMPUTE LGRBC-FLOOR ROUNDED =
               LGRBC-ESTIMATE * (100 - LGRBC-UNDERINS-PCT) / 100
           IF LGRBC-DECLARED-VALUE LESS THAN LGRBC-FLOOR
             MOVE 'Y' TO LGRBC-UNDERINS-SW
           END-IF
           COMPUTE LGRBC-RATIO-WORK ROUNDED =
               LGRBC-DECLARED-VALUE * 100 / LGRBC-ESTIMATE
           IF LGRBC-RATIO-WORK GREATER THAN 999.99
             MOVE 999.99 TO LGRBC-RATIO-PCT
           ELSE
             MOVE LGRBC-RATIO-WORK TO LGRBC-RATIO-PCT
           END-IF.
       ASSESS-REBUILD-COST-EXIT.
           EXIT.
      *================================================================*
       UPDATE-HOUSE-ROW.
      *================================================================*
                    PREMIUM         = :WS-HOU-PREMIUM,
                    IPTAMOUNT       = :WS-ROW-IPT,
                    EXCESS          = :WS-HOU-EXCESS,
                    REBUILDCOST     = :LGRBC-ESTIMATE,
                    UNDERINSURED    = :LGRBC-UNDERINS-SW,
                    LASTCHANGED     = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
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
           MOVE 'LGHPU01 '     TO LE-SOURCEPGM
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
           MOVE ZERO TO CA-ENDORSE-FEE
           INITIALIZE FE-COMMAREA
           MOVE '00'                TO FE-RETURN-CODE
           MOVE '2'                 TO FE-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO FE-STAFF-ID
           MOVE CA-POLICY-NUM       TO FE-POLICY-NUM
           MOVE 'ENDO'              TO FE-FEE-EVENT
           MOVE 'I'                 TO FE-FEE-BILLING
           MOVE CA-FEE-WAIVE-REASON TO FE-WAIVE-REASON
           MOVE 'LGHPU01 '          TO FE-SOURCE-PGM
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
           MOVE FE-FEE-CHARGED TO CA-ENDORSE-FEE.
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
