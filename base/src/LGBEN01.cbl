           05 WS-CD-QUOTIENT           PIC S9(09) COMP.
           05 WS-CD-REMAINDER          PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-BENEF
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM CHECK-IS-ENDOWMENT THRU CHECK-IS-ENDOWMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-EVALUATE.
       CHECK-STAFF-ENTITLEMENT-EXIT.
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
