      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *      Replay of JSON Customer Requests Held Over the Night      *
      *                                                                *
      *   While the overnight batch window is open LGACJ01 parks each  *
      *  customer document the web stack sends on LGACJINQ instead of  *
      *  LINKing LGACB01, and answers '80' with a queue reference.     *
      *  The scheduler starts this transaction (the LGCLQ01 pattern -  *
      *  triggered, no commarea) when the window closes.  It replays   *
      *  each parked document through LGACJ01, so the adapter's        *
      *  mapping and every LGACB01 edit apply exactly as they would    *
      *  have by day, and writes the reference with the JSON reply     *
      *  LGACJ01 rendered onto LGACJOUT for the web stack to poll.     *
      *                                                                *
      *   Should the window open again part way through, the rest of   *
      *  the documents are parked, unanswered, on LGACJHLD and put     *
      *  back on LGACJINQ at the start of the next run.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGACQ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           05 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGACQ01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).

       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-CLEARED-SW            PIC X      VALUE 'N'.
               88 WS-QUEUE-CLEARED           VALUE 'Y'.
       77  WS-DRAINED-COUNT            PIC S9(4) COMP VALUE 0.
       77  WS-HELD-COUNT               PIC S9(4) COMP VALUE 0.
       77  WS-ITEM-NUM                 PIC S9(4) COMP VALUE 0.
       77  WS-QUEUE-DEPTH              PIC S9(4) COMP VALUE 0.
       77  WS-QUEUE-LEN                PIC S9(4) COMP VALUE 0.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGACQ01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' QREF='.
             15 EM-QUEUEREF            PIC X(21) VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.
       77 LGACJ01                      PIC X(8)  VALUE 'LGACJ01'.

      * The queues - LGACJINQ the documents LGACJ01 parked, LGACJOUT
      * the replies the web stack polls, LGACJHLD documents the
      * batch window overtook mid-replay, held for the next run
       77 LGACJINQ                     PIC X(8)  VALUE 'LGACJINQ'.
       77 LGACJOUT                     PIC X(8)  VALUE 'LGACJOUT'.
       77 LGACJHLD                     PIC X(8)  VALUE 'LGACJHLD'.

      * Parked document and reply layouts
           COPY LGACJQ.

      * The adapter's own commarea, built for the LGACJ01 LINK
           COPY LGJSONCA.

      *----------------------------------------------------------------*
      * Overnight batch window - nothing is replayed while it is open  *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.
      *----------------------------------------------------------------*
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

      * started while the window is still open - leave everything
      * parked for the run the scheduler starts when it closes
           PERFORM CHECK-BATCH-WINDOW.
           IF BW-READ-ONLY
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RELEASE-HELD-REQUESTS
               THRU RELEASE-HELD-REQUESTS-EXIT.

           PERFORM DRAIN-AND-CLEAR THRU DRAIN-AND-CLEAR-EXIT
               UNTIL WS-QUEUE-CLEARED.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       RELEASE-HELD-REQUESTS.
      *================================================================*
      * Documents parked on LGACJHLD by a run the batch window         *
      * overtook go back onto LGACJINQ ahead of this replay, then the  *
      * hold queue is deleted.  Only this transaction writes LGACJHLD, *
      * so there is no late arrival to lose.                           *
      *================================================================*
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-EOJ-SW
           PERFORM RELEASE-HELD-ITEM THRU RELEASE-HELD-ITEM-EXIT
               UNTIL WS-EOJ

           IF WS-HELD-COUNT EQUAL 0
             GO TO RELEASE-HELD-REQUESTS-EXIT
           END-IF

           EXEC CICS DELETEQ TS QUEUE(LGACJHLD) RESP(WS-RESP)
           END-EXEC.
       RELEASE-HELD-REQUESTS-EXIT.
           EXIT.
      *================================================================*
       RELEASE-HELD-ITEM.
      *================================================================*
      * A held document that cannot be put back is answered '80' on    *
      * LGACJOUT so the web stack knows to resubmit it - every         *
      * reference still gets exactly one answer.                       *
      *================================================================*
           MOVE SPACES TO JQ-QUEUED-REQUEST
           MOVE LENGTH OF JQ-QUEUED-REQUEST TO WS-QUEUE-LEN
           COMPUTE WS-ITEM-NUM = WS-HELD-COUNT + 1

           EXEC CICS READQ TS QUEUE(LGACJHLD)
                     INTO(JQ-QUEUED-REQUEST)
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
               MOVE JQ-QUEUE-REF TO EM-QUEUEREF
               MOVE ' READQ LGACJHLD' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               ADD 1 TO WS-HELD-COUNT
               PERFORM SET-UNREADABLE-REPLY
               PERFORM WRITE-ACKNOWLEDGEMENT
               GO TO RELEASE-HELD-ITEM-EXIT
           END-EVALUATE

           ADD 1 TO WS-HELD-COUNT
           EXEC CICS WRITEQ TS QUEUE(LGACJINQ)
                     FROM(JQ-QUEUED-REQUEST)
                     LENGTH(LENGTH OF JQ-QUEUED-REQUEST)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE JQ-QUEUE-REF TO EM-QUEUEREF
             MOVE ' WRITEQ LGACJINQ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM SET-RESUBMIT-REPLY
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.
       RELEASE-HELD-ITEM-EXIT.
           EXIT.
      *================================================================*
       DRAIN-AND-CLEAR.
      *================================================================*
      * One pass over the queue, then delete it only if nothing has    *
      * arrived since - the same depth compare LGCLQ01 makes, so a     *
      * document LGACJ01 parks between our final READQ and the         *
      * DELETEQ is never destroyed unseen.                             *
      *================================================================*
           MOVE 'N' TO WS-EOJ-SW
           PERFORM DRAIN-QUEUED-ITEM THRU DRAIN-QUEUED-ITEM-EXIT
               UNTIL WS-EOJ

           IF WS-DRAINED-COUNT EQUAL 0
             MOVE 'Y' TO WS-CLEARED-SW
             GO TO DRAIN-AND-CLEAR-EXIT
           END-IF

           MOVE LENGTH OF JQ-QUEUED-REQUEST TO WS-QUEUE-LEN
           EXEC CICS READQ TS QUEUE(LGACJINQ)
                     INTO(JQ-QUEUED-REQUEST)
                     LENGTH(WS-QUEUE-LEN)
                     ITEM(1)
                     NUMITEMS(WS-QUEUE-DEPTH)
                     RESP(WS-RESP)
           END-EXEC
      * only the depth matters here - a LENGERR on item 1 still
      * returns NUMITEMS; a vanished queue is already clear
           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(LENGERR)
               CONTINUE
             WHEN OTHER
               MOVE 'Y' TO WS-CLEARED-SW
               GO TO DRAIN-AND-CLEAR-EXIT
           END-EVALUATE

           IF WS-QUEUE-DEPTH EQUAL WS-DRAINED-COUNT
             EXEC CICS DELETEQ TS QUEUE(LGACJINQ) RESP(WS-RESP)
             END-EXEC
             MOVE 'Y' TO WS-CLEARED-SW
           END-IF.
       DRAIN-AND-CLEAR-EXIT.
           EXIT.
      *================================================================*
       DRAIN-QUEUED-ITEM.
      *================================================================*
      * The window is asked again before every replay: once it has     *
      * opened, LGACJ01 would only park the document a second time,    *
      * on the very queue being drained, so from there on the rest go  *
      * to LGACJHLD unanswered.  An unreadable item is answered '97'   *
      * and stepped over, as LGCLQ01 does.                             *
      *================================================================*
           MOVE SPACES TO JQ-QUEUED-REQUEST
           MOVE LENGTH OF JQ-QUEUED-REQUEST TO WS-QUEUE-LEN
           COMPUTE WS-ITEM-NUM = WS-DRAINED-COUNT + 1

           EXEC CICS READQ TS QUEUE(LGACJINQ)
                     INTO(JQ-QUEUED-REQUEST)
                     LENGTH(WS-QUEUE-LEN)
                     ITEM(WS-ITEM-NUM)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(ITEMERR)
               MOVE 'Y' TO WS-EOJ-SW
               GO TO DRAIN-QUEUED-ITEM-EXIT
             WHEN DFHRESP(QIDERR)
               MOVE 'Y' TO WS-EOJ-SW
               GO TO DRAIN-QUEUED-ITEM-EXIT
             WHEN OTHER
               MOVE JQ-QUEUE-REF TO EM-QUEUEREF
               MOVE ' READQ LGACJINQ' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               ADD 1 TO WS-DRAINED-COUNT
               PERFORM SET-UNREADABLE-REPLY
               PERFORM WRITE-ACKNOWLEDGEMENT
               GO TO DRAIN-QUEUED-ITEM-EXIT
           END-EVALUATE

           ADD 1 TO WS-DRAINED-COUNT

           PERFORM CHECK-BATCH-WINDOW
           IF BW-READ-ONLY
             PERFORM HOLD-QUEUED-REQUEST
             GO TO DRAIN-QUEUED-ITEM-EXIT
           END-IF

           PERFORM REPLAY-REQUEST THRU REPLAY-REQUEST-EXIT
           PERFORM WRITE-ACKNOWLEDGEMENT.
       DRAIN-QUEUED-ITEM-EXIT.
           EXIT.
      *================================================================*
       REPLAY-REQUEST.
      *================================================================*
      * One LGACJ01 LINK per parked document - the reply it renders    *
      * is the reply the web stack would have had by day.              *
      *================================================================*
           MOVE JQ-JSON-REQUEST TO JC-JSON-REQUEST
           MOVE SPACES          TO JC-JSON-RESPONSE

           EXEC CICS LINK Program(LGACJ01)
                Commarea(JC-CHANNEL-AREA)
                LENGTH(LENGTH OF JC-CHANNEL-AREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE JQ-QUEUE-REF TO EM-QUEUEREF
             MOVE ' LINK LGACJ01' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             MOVE SPACES TO JC-JSON-RESPONSE
             STRING '{"returnCode":"90",'        DELIMITED BY SIZE
                    '"returnText":"LGACJ01 LINK FAILED"}'
                                                 DELIMITED BY SIZE
               INTO JC-JSON-RESPONSE
             END-STRING
           END-IF.
       REPLAY-REQUEST-EXIT.
           EXIT.
      *================================================================*
       HOLD-QUEUED-REQUEST.
      *================================================================*
      * The document goes to LGACJHLD exactly as it was parked.  If    *
      * it cannot be held the web stack is told '80' and resubmits.    *
      *================================================================*
           EXEC CICS WRITEQ TS QUEUE(LGACJHLD)
                     FROM(JQ-QUEUED-REQUEST)
                     LENGTH(LENGTH OF JQ-QUEUED-REQUEST)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE JQ-QUEUE-REF TO EM-QUEUEREF
             MOVE ' WRITEQ LGACJHLD' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM SET-RESUBMIT-REPLY
             PERFORM WRITE-ACKNOWLEDGEMENT
           END-IF.
      *================================================================*
       SET-UNREADABLE-REPLY.
      *================================================================*
           MOVE SPACES TO JC-JSON-RESPONSE
           STRING '{"returnCode":"97",'          DELIMITED BY SIZE
                  '"returnText":"QUEUED DOCUMENT UNREADABLE"}'
                                                 DELIMITED BY SIZE
             INTO JC-JSON-RESPONSE
           END-STRING.
      *================================================================*
       SET-RESUBMIT-REPLY.
      *================================================================*
           MOVE SPACES TO JC-JSON-RESPONSE
           STRING '{"returnCode":"80",'          DELIMITED BY SIZE
                  '"returnText":"READ-ONLY - OVERNIGHT BATCH WINDOW '
                                                 DELIMITED BY SIZE
                  'OPEN, RESUBMIT LATER"}'       DELIMITED BY SIZE
             INTO JC-JSON-RESPONSE
           END-STRING.
      *================================================================*
       WRITE-ACKNOWLEDGEMENT.
      *================================================================*
      * One reply per parked document, success or not - the web        *
      * stack's poll must always find an answer for its reference.     *
      *================================================================*
           MOVE JQ-QUEUE-REF     TO JA-QUEUE-REF
           MOVE JC-JSON-RESPONSE TO JA-JSON-RESPONSE

           EXEC CICS WRITEQ TS QUEUE(LGACJOUT)
                     FROM(JA-QUEUED-ACK)
                     LENGTH(LENGTH OF JA-QUEUED-ACK)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE JQ-QUEUE-REF TO EM-QUEUEREF
             MOVE ' WRITEQ LGACJOUT' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  A switch that cannot be read lets the replay go  *
      * ahead - LGACJ01 and LGACB01 each make their own check.         *
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
               MOVE SQLCODE TO EM-SQLRC
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC
           MOVE ZERO TO EM-SQLRC.
