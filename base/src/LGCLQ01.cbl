      *  the assigned claim number or the intake return code - onto    *
      *  LGCLMOUT for the portal to poll.                              *
      *                                                                *
      *   While the overnight batch window is open (LGBWCHK) nothing   *
      *  is drained - the claims wait on LGCLMINQ and the scheduler    *
      *  starts this transaction again when the window closes.  A      *
      *  claim LGCLB01 refuses '80' because the window opened part     *
      *  way through a drain is parked, unanswered, on LGCLMHLD and    *
      *  put back on LGCLMINQ at the start of the next run.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGCLQ01.
           05 WS-CLEARED-SW            PIC X      VALUE 'N'.
               88 WS-QUEUE-CLEARED           VALUE 'Y'.
       77  WS-DRAINED-COUNT            PIC S9(4) COMP VALUE 0.
       77  WS-HELD-COUNT               PIC S9(4) COMP VALUE 0.
       77  WS-ITEM-NUM                 PIC S9(4) COMP VALUE 0.
       77  WS-QUEUE-DEPTH              PIC S9(4) COMP VALUE 0.
       77  WS-QUEUE-LEN                PIC S9(4) COMP VALUE 0.
      * LGCLMOUT the acknowledgements it polls
       77 LGCLMINQ                     PIC X(8)  VALUE 'LGCLMINQ'.
       77 LGCLMOUT                     PIC X(8)  VALUE 'LGCLMOUT'.
      * claims the batch window overtook mid-drain, held for the next
      * run
       77 LGCLMHLD                     PIC X(8)  VALUE 'LGCLMHLD'.

      * Portal message and acknowledgement layouts
           COPY LGCLPORT.

      *----------------------------------------------------------------*
      * Overnight batch window - nothing is drained while it is open   *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

      * the overnight batch window is open - leave LGCLMINQ for the
      * run the scheduler starts when it closes
           PERFORM CHECK-BATCH-WINDOW.
           IF BW-READ-ONLY
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RELEASE-HELD-CLAIMS THRU RELEASE-HELD-CLAIMS-EXIT.

           PERFORM DRAIN-AND-CLEAR THRU DRAIN-AND-CLEAR-EXIT
               UNTIL WS-QUEUE-CLEARED.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       RELEASE-HELD-CLAIMS.
      *================================================================*
      * Claims parked on LGCLMHLD by a run the batch window overtook   *
      * go back onto LGCLMINQ ahead of this drain, then the hold       *
      * queue is deleted.  Only this transaction writes LGCLMHLD, so   *
      * there is no late arrival to lose between the last READQ and    *
      * the DELETEQ.                                                   *
      *================================================================*
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-EOJ-SW
           PERFORM RELEASE-HELD-ITEM THRU RELEASE-HELD-ITEM-EXIT
               UNTIL WS-EOJ

           IF WS-HELD-COUNT EQUAL 0
             GO TO RELEASE-HELD-CLAIMS-EXIT
           END-IF

           EXEC CICS DELETEQ TS QUEUE(LGCLMHLD) RESP(WS-RESP)
           END-EXEC.
       RELEASE-HELD-CLAIMS-EXIT.
           EXIT.
      *================================================================*
       RELEASE-HELD-ITEM.
      *================================================================*
      * A held claim that cannot be put back is answered '80' on       *
      * LGCLMOUT so the portal knows to resubmit it - every claim      *
      * still gets exactly one answer.                                 *
      *================================================================*
           MOVE SPACES TO PM-PORTAL-CLAIM
           MOVE LENGTH OF PM-PORTAL-CLAIM TO WS-QUEUE-LEN
           COMPUTE WS-ITEM-NUM = WS-HELD-COUNT + 1

           EXEC CICS READQ TS QUEUE(LGCLMHLD)
                     INTO(PM-PORTAL-CLAIM)
                     LENGTH(WS-QUEUE-LEN)
                     ITEM(WS-ITEM-NUM)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(ITEMERR)
               MOVE 'Y' TO WS-EOJ-SW
               GO TO RELEASE-HELD-ITEM-EXIT
             WHEN DFHRESP(QIDERR)
               MOVE 'Y' TO WS-EOJ-SW
               GO TO RELEASE-HELD-ITEM-EXIT
             WHEN OTHER
               MOVE ' READQ LGCLMHLD FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               ADD 1 TO WS-HELD-COUNT
               MOVE '97' TO CQ-RETURN-CODE
               PERFORM WRITE-ACKNOWLEDGEMENT
               GO TO RELEASE-HELD-ITEM-EXIT
           END-EVALUATE

           ADD 1 TO WS-HELD-COUNT
           EXEC CICS WRITEQ TS QUEUE(LGCLMINQ)
                     FROM(PM-PORTAL-CLAIM)
                     LENGTH(LENGTH OF PM-PORTAL-CLAIM)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' WRITEQ LGCLMINQ FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE '80' TO CQ-RETURN-CODE
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.
       RELEASE-HELD-ITEM-EXIT.
           EXIT.
      *================================================================*
       DRAIN-AND-CLEAR.
      *================================================================*

           ADD 1 TO WS-DRAINED-COUNT
           PERFORM SUBMIT-CLAIM THRU SUBMIT-CLAIM-EXIT

      * refused because the batch window opened part way through -
      * park it unanswered for the next run instead
           IF CQ-RETURN-CODE EQUAL '80'
             PERFORM HOLD-PORTAL-CLAIM
           ELSE
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.
       DRAIN-PORTAL-ITEM-EXIT.
           EXIT.
      *================================================================*
           END-IF.
       STAMP-PORTAL-REF-EXIT.
           EXIT.
      *================================================================*
       HOLD-PORTAL-CLAIM.
      *================================================================*
      * The claim goes to LGCLMHLD exactly as the portal sent it.  If  *
      * it cannot be held the portal is told '80' and resubmits.       *
      *================================================================*
           EXEC CICS WRITEQ TS QUEUE(LGCLMHLD)
                     FROM(PM-PORTAL-CLAIM)
                     LENGTH(LENGTH OF PM-PORTAL-CLAIM)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' WRITEQ LGCLMHLD FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  A switch that cannot be read leaves the drain    *
      * running - LGCLB01 makes its own check on every claim.          *
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
                 MOVE 'Y' TO BW-READ-ONLY-SW
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       WRITE-ACKNOWLEDGEMENT.
      *================================================================*
