      *  string-valued keys, which is exactly what the document        *
      *  contract in LGJSONCA promises.                                *
      *                                                                *
      *   While the overnight batch window is open (LGBWCHK) the       *
      *  document is not refused: it is parked on LGACJINQ (LGACJQ)    *
      *  and answered '80' with a queue reference, and LGACQ01         *
      *  replays it through this program once the window closes.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGACJ01.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.
       77 LGACB01                      PIC X(8)  VALUE 'LGACB01'.
      * documents parked while the overnight batch window is open
       77 LGACJINQ                     PIC X(8)  VALUE 'LGACJINQ'.

      *    Commarea version/length catalog
           COPY LGCAVERS.
       01  WS-RESPONSE-WORK.
           05 WS-CUSTNUM-DISP          PIC 9(10).

      *----------------------------------------------------------------*
      * Overnight batch window - documents are queued while it is open *
      *----------------------------------------------------------------*
           COPY LGBWCHK.
           COPY LGACJQ.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * the overnight batch window is open - park the document for
      * LGACQ01 to apply once it closes rather than refuse it
           PERFORM CHECK-BATCH-WINDOW.
           IF BW-READ-ONLY
             PERFORM QUEUE-REQUEST THRU QUEUE-REQUEST-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM MAP-CUSTOMER-FIELDS.

           EXEC CICS LINK Program(LGACB01)
             WHEN OTHER
               MOVE SPACE TO AC-REQUEST-TYPE
           END-EVALUATE.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  A switch that cannot be read lets the document   *
      * through to LGACB01, which makes its own check.                 *
      *================================================================*
           MOVE 'N' TO BW-READ-ONLY-SW
           MOVE 0   TO BW-SWITCH-VALUE
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
               MOVE ' SELECT BATCHWIN FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       QUEUE-REQUEST.
      *================================================================*
      * The document goes onto LGACJINQ exactly as it arrived -        *
      * LGACQ01 replays it through this program, so every mapping and  *
      * edit applies as if it had come in by day.  The reply is '80'   *
      * with the reference to poll LGACJOUT for; a document that       *
      * cannot be queued gets the catalogued '80' text and is          *
      * resubmitted by the caller.                                     *
      *================================================================*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(JQ-REF-DATE)
                     TIME(JQ-REF-TIME)
           END-EXEC
           MOVE EIBTASKN        TO JQ-REF-TASK
           MOVE JC-JSON-REQUEST TO JQ-JSON-REQUEST
           MOVE '80'            TO AC-RETURN-CODE

           EXEC CICS WRITEQ TS QUEUE(LGACJINQ)
                     FROM(JQ-QUEUED-REQUEST)
                     LENGTH(LENGTH OF JQ-QUEUED-REQUEST)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' WRITEQ LGACJINQ FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM LOOKUP-RETURN-TEXT THRU LOOKUP-RETURN-TEXT-EXIT
             MOVE SPACES TO JC-JSON-RESPONSE
             STRING '{"returnCode":"80","returnText":"'
                                        DELIMITED BY SIZE
                    WS-RETCD-TEXT       DELIMITED BY SIZE
                    '"}'                DELIMITED BY SIZE
               INTO JC-JSON-RESPONSE
             END-STRING
             GO TO QUEUE-REQUEST-EXIT
           END-IF

           MOVE SPACES TO JC-JSON-RESPONSE
           STRING '{"returnCode":"80","returnText":"'
                                        DELIMITED BY SIZE
                  'QUEUED - APPLIED WHEN THE BATCH WINDOW CLOSES'
                                        DELIMITED BY SIZE
                  '","queueRef":"'      DELIMITED BY SIZE
                  JQ-QUEUE-REF          DELIMITED BY SIZE
                  '"}'                  DELIMITED BY SIZE
             INTO JC-JSON-RESPONSE
           END-STRING.
       QUEUE-REQUEST-EXIT.
           EXIT.
      *================================================================*
       MAP-CUSTOMER-FIELDS.
      *================================================================*
