           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

      * Conflict-of-interest check - the customer acted on must not be
      * one the staff id has declared on EMPLOYEE_CUSTOMER_LINK (its
      * own record or a relative's), nor share a household with one
      * of them
       01  WS-CONFLICT-WORK.
           05 WS-CONFLICT-COUNT        PIC S9(05) COMP.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
      * spent years apologising for
           05 WS-AUDIT-DATE-ISO        PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
      * nobody redirects where a connected customer's money goes
             PERFORM CHECK-STAFF-CONFLICT
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-MANDATE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.
           END-EVALUATE.
       CHECK-STAFF-ENTITLEMENT-EXIT.
           EXIT.
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
              WHERE TC.CUSTOMERNUMBER = :CA-CUSTOMER-NUM
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
       GET-TODAYS-DATE.
      *================================================================*
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
