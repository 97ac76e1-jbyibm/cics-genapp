      *  once and stays closed - reopening a shipped month is a       *
      *  finance-director conversation, not a transaction.             *
      *                                                                *
      *   No period closes until LGGRB01 has reconciled it to the      *
      *  sub-ledgers with no unexplained variance on                   *
      *  GL_RECONCILIATION.  A variance finance accepts is explained   *
      *  here, event by event, with the reason and who gave it.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGPCL01.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

      * The period's GL_RECONCILIATION rows - how many, and how many
      * still at an unexplained variance
       01  WS-RECON-COUNTS.
           05 WS-RECON-ROWS            PIC S9(9) COMP VALUE 0.
           05 WS-RECON-VARIANCES       PIC S9(9) COMP VALUE 0.
           05 WS-RECON-PERIOD-STATUS   PIC X(01) VALUE SPACES.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-PERIOD-LEN         PIC S9(4) COMP VALUE +30.
           05 WS-CA-VARIANCE-LEN       PIC S9(4) COMP VALUE +80.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-PERIOD
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
               PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
             WHEN CA-REQ-READ-PERIOD
               PERFORM READ-PERIOD
             WHEN CA-REQ-EXPLAIN-VARIANCE
               PERFORM EXPLAIN-VARIANCE THRU EXPLAIN-VARIANCE-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.
             GO TO CLOSE-PERIOD-EXIT
           END-IF

           PERFORM CHECK-RECONCILIATION
               THRU CHECK-RECONCILIATION-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO CLOSE-PERIOD-EXIT
           END-IF

           MOVE ' INSERT ACCPERIOD' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ACCOUNTING_PERIOD
           END-EVALUATE.
       CLOSE-PERIOD-EXIT.
           EXIT.
      *================================================================*
       CHECK-RECONCILIATION.
      *================================================================*
      * The period must have been through LGGRB01 ('94' if not) and    *
      * every variance it found explained ('93' if one is not).        *
      * An already-closed period is left to the insert's -803.         *
      *================================================================*
           MOVE ' SELECT GLRECON' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN RECONSTATUS = 'V'
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-RECON-ROWS, :WS-RECON-VARIANCES
               FROM GL_RECONCILIATION
              WHERE ACCPERIOD = :CA-ACC-PERIOD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-RECONCILIATION-EXIT
           END-IF

           EXEC SQL
             SELECT PERIODSTATUS
               INTO :WS-RECON-PERIOD-STATUS
               FROM ACCOUNTING_PERIOD
              WHERE ACCPERIOD = :CA-ACC-PERIOD
           END-EXEC
           IF SQLCODE EQUAL 0
             GO TO CHECK-RECONCILIATION-EXIT
           END-IF

           IF WS-RECON-ROWS EQUAL ZERO
             MOVE '94' TO CA-RETURN-CODE
             MOVE ' PERIOD NOT RECONCILED - RUN LGGRB01' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-RECONCILIATION-EXIT
           END-IF

           IF WS-RECON-VARIANCES GREATER THAN ZERO
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' UNEXPLAINED GL VARIANCE ON PERIOD' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-RECONCILIATION-EXIT.
           EXIT.
      *================================================================*
       EXPLAIN-VARIANCE.
      *================================================================*
      * Accepts one event's variance: 'V' goes to 'E' with the reason  *
      * and the explainer.  LGGRB01 keeps it explained while a re-run  *
      * finds the same amount.  Nothing at 'V' for the event is '92';  *
      * no reason given is '97'.                                       *
      *================================================================*
           IF EIBCALEN IS LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-VARIANCE-LEN
             MOVE '98' TO CA-RETURN-CODE
             GO TO EXPLAIN-VARIANCE-EXIT
           END-IF

           IF CA-EXPLANATION EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' EXPLANATION REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO EXPLAIN-VARIANCE-EXIT
           END-IF

           MOVE ' UPDATE GLRECON' TO EM-SQLREQ
           EXEC SQL
             UPDATE GL_RECONCILIATION
                SET RECONSTATUS   = 'E',
                    EXPLAINEDBY   = :CA-STAFF-ID,
                    EXPLAINEDDATE = :WS-TODAY-DATE,
                    EXPLANATION   = :CA-EXPLANATION
              WHERE ACCPERIOD   = :CA-ACC-PERIOD
                AND EVENTTYPE   = :CA-EVENT-TYPE
                AND RECONSTATUS = 'V'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' NO UNEXPLAINED VARIANCE FOR EVENT' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       EXPLAIN-VARIANCE-EXIT.
           EXIT.
      *================================================================*
       READ-PERIOD.
      *================================================================*
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
