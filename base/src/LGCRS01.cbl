      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Large-loss notification LINK area (LGLLNCA layout under local  *
      * names) for the LGLLN01 service                                 *
      *----------------------------------------------------------------*
       77 LGLLN01                      PIC X(8)  VALUE 'LGLLN01'.
       01  WS-LL-RESP                  PIC S9(8) COMP VALUE +0.
       01  LL-COMMAREA.
           05 LL-RETURN-CODE           PIC X(02).
           05 LL-REQUEST-TYPE          PIC X(01).
           05 LL-COMMAREA-VERSN        PIC X(02).
           05 LL-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 LL-CLAIM-NUM             PIC 9(10).
           05 LL-SOURCE                PIC X(01).
           05 LL-LARGE-LOSS            PIC X(01).
           05 LL-INCURRED              PIC 9(09)V9(02).
           05 LL-THRESHOLD             PIC 9(09)V9(02).
           05 FILLER                   PIC X(10).

      *----------------------------------------------------------------*
      * Staff entitlement check - CA-STAFF-ID must resolve to an      *
      * EMPLOYEE row whose AUTH_LEVEL reaches WS-REQUIRED-AUTH-LEVEL, *
      * deleted, so count-plus-one is a safe key
       01  WS-NEXT-MOVEMENT-NUM        PIC S9(5) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-RESERVE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.
           PERFORM READ-CLAIM-RESERVE.
           IF CA-RETURN-CODE NOT EQUAL '00'
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SET-RESERVE-EXIT
           END-IF
           MOVE WS-CURR-RESERVE TO CA-PRIOR-RESERVE
           MOVE WS-TODAY-DATE   TO CA-RESERVE-DATE

      * the new reserve may take the claim over the large-loss
      * threshold, or move one already notified - LGLLN01 decides.  A
      * failure is logged only; the movement stands.
           INITIALIZE LL-COMMAREA
           MOVE '00'                TO LL-RETURN-CODE
           MOVE '1'                 TO LL-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO LL-STAFF-ID
           MOVE CA-CLAIM-NUM        TO LL-CLAIM-NUM
           MOVE 'R'                 TO LL-SOURCE
           EXEC CICS LINK Program(LGLLN01)
                Commarea(LL-COMMAREA)
                LENGTH(LENGTH OF LL-COMMAREA)
                RESP(WS-LL-RESP)
           END-EXEC
           IF WS-LL-RESP NOT EQUAL DFHRESP(NORMAL)
               OR LL-RETURN-CODE NOT EQUAL '00'
             MOVE ' LARGE-LOSS CHECK FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       SET-RESERVE-EXIT.
           EXIT.
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
