      *  (LGRNB01, LGARB01, LGPNB01, LGEMB01) honour the channel       *
      *  flags; a customer with no row keeps today's behaviour.  The   *
      *  row prints on the subject access report, because consent is   *
      *  exactly what the regulator asks to see.  The paperless flag   *
      *  sends the customer's documents to the portal mailbox instead  *
      *  of the print feed (LGDPB01, LGRWB01).                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Existing-row probe for the set request
       01  WS-PREF-COUNT               PIC S9(05) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-PREFS
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-SET-PREFS
               PERFORM SET-PREFERENCES THRU SET-PREFERENCES-EXIT
      *================================================================*
      * The flags must each be a definite yes or no - consent is not  *
      * a thing to default.  Update in place, or open the row the     *
      * first time the customer states a preference.  Paperless is    *
      * the exception: a caller that predates it sends spaces, which  *
      * is post, as before.  Paperless needs email consent - the      *
      * document-waiting notice is an email.                          *
      *================================================================*
           IF CA-PAPERLESS EQUAL SPACES
             MOVE 'N' TO CA-PAPERLESS
           END-IF
           IF (CA-ALLOW-SMS NOT EQUAL 'Y'
                   AND CA-ALLOW-SMS NOT EQUAL 'N')
               OR (CA-ALLOW-EMAIL NOT EQUAL 'Y'
                   AND CA-ALLOW-POST NOT EQUAL 'N')
               OR (CA-ALLOW-MARKETING NOT EQUAL 'Y'
                   AND CA-ALLOW-MARKETING NOT EQUAL 'N')
               OR (CA-PAPERLESS NOT EQUAL 'Y'
                   AND CA-PAPERLESS NOT EQUAL 'N')
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PREFERENCE FLAGS MUST BE Y OR N' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SET-PREFERENCES-EXIT
           END-IF

           IF CA-PAPERLESS EQUAL 'Y' AND CA-ALLOW-EMAIL EQUAL 'N'
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PAPERLESS NEEDS EMAIL CONSENT' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SET-PREFERENCES-EXIT
           END-IF

           MOVE ' COUNT PREFS' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
                      ALLOWEMAIL     = :CA-ALLOW-EMAIL,
                      ALLOWPOST      = :CA-ALLOW-POST,
                      ALLOWMARKETING = :CA-ALLOW-MARKETING,
                      PAPERLESS      = :CA-PAPERLESS,
                      LASTCHANGED    = CURRENT TIMESTAMP
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
             END-EXEC
                           ALLOWEMAIL,
                           ALLOWPOST,
                           ALLOWMARKETING,
                           PAPERLESS,
                           LASTCHANGED )
                  VALUES ( :CA-CUSTOMER-NUM,
                           :CA-ALLOW-SMS,
                           :CA-ALLOW-EMAIL,
                           :CA-ALLOW-POST,
                           :CA-ALLOW-MARKETING,
                           :CA-PAPERLESS,
                           CURRENT TIMESTAMP )
             END-EXEC
           END-IF
      *================================================================*
       READ-PREFERENCES.
      *================================================================*
      * No row on file reads back all-allowed and on paper - exactly  *
      * how the sweeps and the print feed treat it.                    *
      *================================================================*
           MOVE ' SELECT PREFS' TO EM-SQLREQ
           EXEC SQL
             SELECT ALLOWSMS, ALLOWEMAIL, ALLOWPOST, ALLOWMARKETING,
                    PAPERLESS
               INTO :CA-ALLOW-SMS, :CA-ALLOW-EMAIL,
                    :CA-ALLOW-POST, :CA-ALLOW-MARKETING,
                    :CA-PAPERLESS
               FROM CONTACT_PREFERENCE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
             WHEN 100
               MOVE 'Y' TO CA-ALLOW-SMS CA-ALLOW-EMAIL
                           CA-ALLOW-POST CA-ALLOW-MARKETING
               MOVE 'N' TO CA-PAPERLESS
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
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
