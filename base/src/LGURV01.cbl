           05 WS-RF-VALUE              PIC 9(09)V9(02).
           05 WS-RF-DATE               PIC X(10).
           05 WS-RF-REASON             PIC X(40).
           05 WS-RF-REFER-REASON       PIC X(04).
               88 WS-RF-REGISTER-REFERRAL    VALUE 'WOFF' 'STOL'.
      * set when the decision finds the policy already on risk - a
      * register referral raised mid-term, see LGUWRVCA
       01  WS-ON-RISK-SW               PIC X(01) VALUE 'N'.
           88 WS-ON-RISK                     VALUE 'Y'.


      *----------------------------------------------------------------*
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             END-IF
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-REFERRAL
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM READ-REFERRAL-ROW.
           MOVE ' SELECT REFERRAL' TO EM-SQLREQ
           EXEC SQL
             SELECT REFERSTATUS, REFERVALUE, REFERDATE,
                    DECLINEREASON, COALESCE(REFERREASON, '    ')
               INTO :WS-RF-STATUS, :WS-RF-VALUE, :WS-RF-DATE,
                    :WS-RF-REASON, :WS-RF-REFER-REASON
               FROM UNDERWRITING_REFERRAL
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
               MOVE WS-RF-STATUS TO CA-REFERRAL-STATUS
               MOVE WS-RF-VALUE  TO CA-REFER-VALUE
               MOVE WS-RF-DATE   TO CA-REFER-DATE
               MOVE WS-RF-REFER-REASON TO CA-REFER-REASON
               IF CA-REQ-READ-REFERRAL
                 MOVE WS-RF-REASON TO CA-DECLINE-REASON
               END-IF
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND POLICYSTATUS = 'P'
           END-EXEC
           MOVE 'N' TO WS-ON-RISK-SW
           IF SQLCODE EQUAL 100
               AND WS-RF-REGISTER-REFERRAL
             MOVE 'Y' TO WS-ON-RISK-SW
             MOVE ZERO TO SQLCODE
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE

      * an approved motor risk goes on risk with its certificate of
      * insurance - the intake add deferred it while the referral was
      * pending; one already on risk holds its certificate
           IF CA-REQ-APPROVE-REFERRAL
             IF NOT WS-ON-RISK
               PERFORM ISSUE-MOTOR-CERTIFICATE
                   THRU ISSUE-MOTOR-CERTIFICATE-EXIT
             END-IF
             MOVE 'UWAP' TO WS-PAU-ACTION
           ELSE
             MOVE 'UWDC' TO WS-PAU-ACTION
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
