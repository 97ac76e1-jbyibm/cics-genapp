           05 RQ-RATE-HH-POLICIES      PIC 9(02).
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 FILLER                   PIC X(10).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
       01  WS-RATE-WORK.
           05 WS-RATE-RESP             PIC S9(8) COMP.
           05 WS-RATE-DIFF             PIC S9(09)V9(02).
           05 WS-INST-THIS-IPT         PIC 9(07)V9(02).

       01  WS-BROKER-STATUS            PIC X(01) VALUE SPACES.
      * the affinity brand's BRAND master row - 'A' live, 'R' retired
      * and closed to new business
       01  WS-BRAND-STATUS             PIC X(01) VALUE SPACES.
       01  WS-AGREED-COMMISSION        PIC 9(03)V9(02) VALUE 0.


      * without a recompile; the compiled values stand only when the  *
      * table cannot be read.                                          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Credit band restriction - LGACB01 keeps the bureau's credit    *
      * band on CUSTOMER; a checked customer banded below              *
      * LGCRD-MIN-MONTHLY-BAND is offered annual payment only, so a    *
      * monthly request is turned to annual before the installment     *
      * schedule is built and CA-PAYMENT-FREQUENCY goes back as 'A'.   *
      *----------------------------------------------------------------*
           COPY LGCRDTAB.
       01  WS-PRM-FIELDS.
           05 WS-PRM-KEY               PIC X(08).
           05 WS-PRM-NUM-1             PIC S9(09)V9(02).
           05 WS-PRM-NUM-2             PIC S9(09)V9(02).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
             MOVE 'GBP' TO CA-COMM-CURRENCY-CODE
           END-IF.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-SYSTEM-PARMS THRU LOAD-SYSTEM-PARMS-EXIT.

           PERFORM CHECK-DUPLICATE-POLICY.
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM VALIDATE-BRAND THRU VALIDATE-BRAND-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RATE-AND-VERIFY-PREMIUM
               THRU RATE-AND-VERIFY-PREMIUM-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
                         BROKERID,
                         BROKERSCOMMISSION,
                         POLICYTYPE,
                         POLICYSTATUS,
                         BRANDCODE )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :CA-CUSTOMER-NUM,
                         :CA-ISSUE-DATE,
                         :CA-BROKER-ID,
                         :CA-BROKER-COMMISSION,
                         'COM',
                         :WS-NEW-POLICY-STATUS,
                         :CA-BRAND-CODE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'C'  TO RQ-RATE-POLICY-TYPE
           MOVE CA-BRAND-CODE TO RQ-RATE-BRAND-CODE
           MOVE CA-COMM-TRADE-CLASS TO RQ-RATE-RISK-CODE
           MOVE ZERO TO RQ-RATE-VALUE-1
           PERFORM SUM-LOCATION-VALUES
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
      *================================================================*
       CHECK-CREDIT-BAND.
      *================================================================*
      * See the note at LGCRDTAB.  Band 0 (never checked, or the       *
      * bureau was unavailable) is not restricted, and neither is a    *
      * customer whose row cannot be read.                             *
      *================================================================*
           MOVE 0 TO LGCRD-CUST-BAND
           MOVE ' SELECT CRDBAND' TO EM-SQLREQ
           EXEC SQL
             SELECT CREDITBAND
               INTO :LGCRD-CUST-BAND
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO LGCRD-CUST-BAND
           END-IF
           IF LGCRD-CUST-BAND GREATER THAN ZERO
              AND LGCRD-CUST-BAND LESS THAN LGCRD-MIN-MONTHLY-BAND
             MOVE 'A' TO CA-PAYMENT-FREQUENCY
             MOVE ' CREDIT BAND - MONTHLY REFUSED, ANNUAL ONLY'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-CREDIT-BAND-EXIT.
           EXIT.
      *================================================================*
       GENERATE-INSTALLMENT-SCHEDULE.
      *================================================================*
      * evenly with the rounding remainder on the last row, so the     *
      * schedule always adds back to the premium exactly.              *
      *================================================================*
           IF CA-PAY-MONTHLY
             PERFORM CHECK-CREDIT-BAND THRU CHECK-CREDIT-BAND-EXIT
           END-IF
           IF CA-PAY-MONTHLY
             MOVE 12 TO WS-INST-COUNT
           ELSE
           MOVE WS-AGREED-COMMISSION TO CA-BROKER-COMMISSION.
       VALIDATE-BROKER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-BRAND.
      *================================================================*
      * See the note at WS-BRAND-STATUS.  Spaces is our own brand;     *
      * anything else must be a live brand on the BRAND master, and    *
      * rates on that brand's factor set.                              *
      *================================================================*
           IF CA-BRAND-CODE IS EQUAL TO SPACES
             GO TO VALIDATE-BRAND-EXIT
           END-IF

           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDSTATUS
               INTO :WS-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :CA-BRAND-CODE
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRANDCODE NOT ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-BRAND-STATUS NOT EQUAL 'A'
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRAND RETIRED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       VALIDATE-BRAND-EXIT.
           EXIT.
      *================================================================*
       LOAD-SYSTEM-PARMS.
      *================================================================*
           PERFORM LOAD-ONE-AGE-LIMIT THRU LOAD-ONE-AGE-LIMIT-EXIT
               VARYING LGAGE-IDX FROM 1 BY 1
               UNTIL LGAGE-IDX GREATER THAN 4.
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'CREDIT  '
                AND PARAMKEY   = 'MINBAND '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGCRD-MIN-MONTHLY-BAND
           END-IF.
       LOAD-SYSTEM-PARMS-EXIT.
           EXIT.
      *================================================================*
           END-IF.
       LOAD-ONE-AGE-LIMIT-EXIT.
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
