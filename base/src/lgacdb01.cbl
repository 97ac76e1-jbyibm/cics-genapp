           05 WS-WATCHLIST-HITS        PIC S9(05) COMP VALUE 0.
           05 WS-WATCHLIST-REF         PIC X(10) VALUE SPACES.
           05 WS-NEW-CUST-STATUS       PIC X(01) VALUE 'A'.
      *----------------------------------------------------------------*
      * Identity and credit reference check at add time - the          *
      * applicant's name, date of birth and address go to the credit   *
      * bureau through its LGIDCRB adapter (LGIDCRCA) before the       *
      * CUSTOMER row is written.  The verdict is kept on CUSTOMER      *
      * (result, score and band) and as a CREDIT_CHECK row, which      *
      * LGIVB01 reports monthly:                                       *
      *   'F' fail    - no identity match; the customer goes in on     *
      *                 hold 'H' with the CREDIT_CHECK row pending     *
      *                 review, and the caller is told '83'            *
      *   'R' refer   - a partial identity match, or a credit band     *
      *                 below LGCRD-MIN-MONTHLY-BAND (the intake       *
      *                 programs then offer annual payment only)       *
      *   'P' pass                                                     *
      *   'U' unavailable - the bureau gave no verdict; the add goes   *
      *                 ahead unrestricted (band 0) and is logged      *
      *----------------------------------------------------------------*
       77 LGIDCRB                      PIC X(8)  VALUE 'LGIDCRB'.
           COPY LGIDCRCA.
           COPY LGCRDTAB.
       01  WS-CREDIT-FIELDS.
           05 WS-CRD-RESP              PIC S9(8) COMP VALUE 0.
           05 WS-CRD-RESULT            PIC X(01) VALUE 'U'.
               88 WS-CRD-FAILED              VALUE 'F'.
           05 WS-CRD-ID-MATCH          PIC X(01) VALUE SPACES.
           05 WS-CRD-SCORE             PIC 9(04) VALUE 0.
           05 WS-CRD-BAND              PIC 9(01) VALUE 0.
           05 WS-CRD-BUREAU-REF        PIC X(16) VALUE SPACES.
           05 WS-CRD-REVIEW-STATUS     PIC X(01) VALUE SPACES.
           05 WS-CRD-PRM-NUM           PIC S9(09)V9(02) VALUE 0.
       01  GENHcount                PIC X(16) Value 'GENAHHLDNUM'.
       01  GENHpool                 PIC X(8)  Value 'GENA'.
      *----------------------------------------------------------------*
           05 WS-CS-TIME-DISP          PIC 9(08).
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-CUSTOMER
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

      * Route on CA-REQUEST-TYPE - a blank request type is treated as  *
      * an add, the same as it always has been, so existing callers   *
      * that never set the field keep working unchanged.              *
             EXEC CICS RETURN END-EXEC
           END-IF.

      * Identity and credit reference check with the bureau - a        *
      * failed identity match goes in on hold                          *
           PERFORM CHECK-IDENTITY-CREDIT
               THRU CHECK-IDENTITY-CREDIT-EXIT.

      * Call routine to Insert row in Customer table                   *
           PERFORM Obtain-CUSTOMER-Number.
           PERFORM INSERT-CUSTOMER.
                           EMAILADDRESS,
                           REGIONCODE,
                           CUSTOMERSTATUS,
                           HOUSEHOLDID,
                           CREDITRESULT,
                           CREDITSCORE,
                           CREDITBAND )
                  VALUES ( :DB2-CUSTOMERNUM-INT,
                           :CA-FIRST-NAME,
                           :CA-LAST-NAME,
                           :CA-EMAIL-ADDRESS,
                           :CA-REGION-CODE,
                           :WS-NEW-CUST-STATUS,
                           :WS-HOUSEHOLD-ID,
                           :WS-CRD-RESULT,
                           :WS-CRD-SCORE,
                           :WS-CRD-BAND )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               PERFORM MAP-CUSTOMER-INSERT-SQLCODE
                           EMAILADDRESS,
                           REGIONCODE,
                           CUSTOMERSTATUS,
                           HOUSEHOLDID,
                           CREDITRESULT,
                           CREDITSCORE,
                           CREDITBAND )
                  VALUES ( DEFAULT,
                           :CA-FIRST-NAME,
                           :CA-LAST-NAME,
                           :CA-EMAIL-ADDRESS,
                           :CA-REGION-CODE,
                           :WS-NEW-CUST-STATUS,
                           :WS-HOUSEHOLD-ID,
                           :WS-CRD-RESULT,
                           :WS-CRD-SCORE,
                           :WS-CRD-BAND )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               PERFORM MAP-CUSTOMER-INSERT-SQLCODE
           MOVE LGAC-NCS TO WS-AUDIT-NCS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM INSERT-STAFF-ASSIGNMENT.
           PERFORM RECORD-CREDIT-CHECK.

      * a sanctions match outranks a failed identity check - both
      * hold the customer, but compliance's review comes first
           IF WS-WATCHLIST-HITS GREATER THAN ZERO
             PERFORM QUEUE-SANCTIONS-REVIEW
             MOVE '84' TO CA-RETURN-CODE
           ELSE
             IF WS-CRD-FAILED
               MOVE '83' TO CA-RETURN-CODE
             END-IF
           END-IF.

      *================================================================*
             WHEN WS-WATCHLIST-HITS GREATER THAN ZERO
               MOVE 'H' TO WS-NEW-CUST-STATUS
           END-EVALUATE.
      *================================================================*
       CHECK-IDENTITY-CREDIT.
      *================================================================*
      * See the note at WS-CREDIT-FIELDS.  The bureau being down must  *
      * not stop business being written, so a LINK failure or an       *
      * unanswered request leaves the customer unchecked ('U') rather  *
      * than failing the add.                                          *
      *================================================================*
           MOVE 'U'    TO WS-CRD-RESULT
           MOVE 0      TO WS-CRD-SCORE WS-CRD-BAND
           MOVE SPACES TO WS-CRD-ID-MATCH WS-CRD-BUREAU-REF
                          WS-CRD-REVIEW-STATUS

           MOVE ' SELECT PARAMETER' TO EM-SQLREQ
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-CRD-PRM-NUM
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'CREDIT  '
                AND PARAMKEY   = 'MINBAND '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-CRD-PRM-NUM TO LGCRD-MIN-MONTHLY-BAND
           END-IF

           INITIALIZE IDCR-AREA
           MOVE CA-FIRST-NAME TO IDCR-FIRST-NAME
           MOVE CA-LAST-NAME  TO IDCR-LAST-NAME
           MOVE CA-DOB        TO IDCR-DOB
           MOVE CA-HOUSE-NAME TO IDCR-HOUSE-NAME
           MOVE CA-HOUSE-NUM  TO IDCR-HOUSE-NUM
           MOVE CA-POSTCODE   TO IDCR-POSTCODE
           EXEC CICS LINK Program(LGIDCRB)
                Commarea(IDCR-AREA)
                LENGTH(LENGTH OF IDCR-AREA)
                RESP(WS-CRD-RESP)
           END-EXEC
           IF WS-CRD-RESP NOT = DFHRESP(NORMAL)
               OR NOT IDCR-ANSWERED
             MOVE ' CREDIT BUREAU UNAVAILABLE - NOT CHECKED'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-IDENTITY-CREDIT-EXIT
           END-IF

           MOVE IDCR-ID-MATCH   TO WS-CRD-ID-MATCH
           MOVE IDCR-BUREAU-REF TO WS-CRD-BUREAU-REF
           IF IDCR-CREDIT-SCORE IS NUMERIC
             MOVE IDCR-CREDIT-SCORE TO WS-CRD-SCORE
           END-IF
           IF IDCR-CREDIT-BAND IS NUMERIC
             MOVE IDCR-CREDIT-BAND TO WS-CRD-BAND
           END-IF

           EVALUATE TRUE
             WHEN IDCR-ID-NO-MATCH
               MOVE 'F' TO WS-CRD-RESULT
               MOVE 'P' TO WS-CRD-REVIEW-STATUS
               MOVE 'H' TO WS-NEW-CUST-STATUS
             WHEN IDCR-ID-MATCHED
                 AND WS-CRD-BAND GREATER THAN ZERO
                 AND WS-CRD-BAND LESS THAN LGCRD-MIN-MONTHLY-BAND
               MOVE 'R' TO WS-CRD-RESULT
             WHEN IDCR-ID-MATCHED
               MOVE 'P' TO WS-CRD-RESULT
             WHEN OTHER
               MOVE 'R' TO WS-CRD-RESULT
           END-EVALUATE.
       CHECK-IDENTITY-CREDIT-EXIT.
           EXIT.
      *================================================================*
       RECORD-CREDIT-CHECK.
      *================================================================*
      * One CREDIT_CHECK row per add, whatever the verdict - a failed  *
      * identity match is pending review ('P') until the hold is       *
      * worked.  A failure here is logged; the customer is already on  *
      * file with the verdict on the CUSTOMER row.                     *
      *================================================================*
           MOVE ' INSERT CRDCHECK' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CREDIT_CHECK
                       ( CUSTOMERNUMBER,
                         CHECKDATE,
                         CHECKRESULT,
                         IDMATCH,
                         CREDITSCORE,
                         CREDITBAND,
                         BUREAUREF,
                         REVIEWSTATUS )
                VALUES ( :CA-CUSTOMER-NUM,
                         CURRENT DATE,
                         :WS-CRD-RESULT,
                         :WS-CRD-ID-MATCH,
                         :WS-CRD-SCORE,
                         :WS-CRD-BAND,
                         :WS-CRD-BUREAU-REF,
                         :WS-CRD-REVIEW-STATUS )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       QUEUE-SANCTIONS-REVIEW.
      *================================================================*
           END-IF.
       LOAD-ONE-REGION-EXIT.
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
      *   message will include Date, Time, Program Name, Customer      *
