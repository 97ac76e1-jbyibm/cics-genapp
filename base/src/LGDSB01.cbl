      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-10-14  DM  Initial version.                            *
      *    2026-10-15  DM  A failed EDOCWAIT email marks the waiting   *
      *                    PORTAL_DOCUMENT 'B' so LGEFB01 prints it.   *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGDSB01.
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 3900-COUNT-OUTCOME
               IF NOT GW-RESULT-DELIVERED
                 PERFORM 3200-BOUNCE-PORTAL-DOC
                     THRU 3200-BOUNCE-PORTAL-DOC-EXIT
               END-IF
             WHEN 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'NO MATCHING EMAIL_QUEUE ROW' TO RD-STATUS
       3100-UPDATE-EMAIL-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 3200-BOUNCE-PORTAL-DOC - a failed email that was the notice of *
      * a document waiting in the portal mailbox (LGEDOCWS): the       *
      * customer never heard of it, so it is marked bounced and        *
      * LGEFB01 prints it on its next run.  Any other email matches    *
      * no document and nothing happens.                               *
      ******************************************************************
       3200-BOUNCE-PORTAL-DOC.
           EXEC SQL
               UPDATE PORTAL_DOCUMENT
                  SET DOCSTATUS = 'B'
                WHERE CUSTOMERNUMBER = :GW-CUSTOMER-NUM
                  AND POLICYNUMBER   = :GW-POLICY-NUM
                  AND NOTIFYDATE     = :GW-QUEUED-DATE
                  AND NOTIFYTIME     = :GW-QUEUED-TIME
                  AND DOCSTATUS      = 'W'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'PORTAL DOCUMENT NOTICE BOUNCED - TO PRINT'
                 TO RD-STATUS
               PERFORM 2900-PRINT-DETAIL THRU 2900-PRINT-DETAIL-EXIT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'SQL ERROR UPDATING PORTAL_DOCUMENT' TO RD-STATUS
               PERFORM 2900-PRINT-DETAIL THRU 2900-PRINT-DETAIL-EXIT
           END-EVALUATE.
       3200-BOUNCE-PORTAL-DOC-EXIT.
           EXIT.

      ******************************************************************
      * 3900-COUNT-OUTCOME                                             *
      ******************************************************************
