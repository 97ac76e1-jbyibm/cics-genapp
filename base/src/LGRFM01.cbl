      *  becomes effective - with the replaced factors kept on         *
      *  RATING_FACTOR_HIST so the change history finally exists.      *
      *                                                                *
      *   A change is for one brand's factor set (CA-RF-BRAND-CODE,    *
      *  spaces for our own); a brand's set can only be loaded once    *
      *  the brand is live on the BRAND master.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGRFM01.
           05 WS-PEND-STATUS           PIC X(01).
           05 WS-PEND-ENTERED-BY       PIC X(05).

      * BRAND master status of the brand a change is proposed for
       01  WS-BRAND-STATUS             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-FACTOR
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             GO TO PROPOSE-FACTOR-EXIT
           END-IF

           PERFORM VALIDATE-BRAND THRU VALIDATE-BRAND-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO PROPOSE-FACTOR-EXIT
           END-IF

           MOVE ' INSERT PENDING' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO RATING_FACTOR_PEND
                       ( POLICYTYPE,
                         RISKCODE,
                         BRANDCODE,
                         EFFECTIVEDATE,
                         BASERATE,
                         VALUERATE1,
                         ENTEREDBY )
                VALUES ( :CA-RF-POLICY-TYPE,
                         :CA-RF-RISK-CODE,
                         :CA-RF-BRAND-CODE,
                         :CA-EFFECTIVE-DATE,
                         :CA-RF-BASERATE,
                         :CA-RF-VALUERATE1,
               FROM RATING_FACTOR_PEND
              WHERE POLICYTYPE    = :CA-RF-POLICY-TYPE
                AND RISKCODE      = :CA-RF-RISK-CODE
                AND BRANDCODE     = :CA-RF-BRAND-CODE
                AND EFFECTIVEDATE = :CA-EFFECTIVE-DATE
           END-EXEC
           EVALUATE TRUE
                    APPROVEDDATE = :WS-TODAY-DATE
              WHERE POLICYTYPE    = :CA-RF-POLICY-TYPE
                AND RISKCODE      = :CA-RF-RISK-CODE
                AND BRANDCODE     = :CA-RF-BRAND-CODE
                AND EFFECTIVEDATE = :CA-EFFECTIVE-DATE
                AND CHANGESTATUS  = 'P'
           END-EXEC
               FROM RATING_FACTOR_PEND
              WHERE POLICYTYPE    = :CA-RF-POLICY-TYPE
                AND RISKCODE      = :CA-RF-RISK-CODE
                AND BRANDCODE     = :CA-RF-BRAND-CODE
                AND EFFECTIVEDATE = :CA-EFFECTIVE-DATE
           END-EXEC
           EVALUATE SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       VALIDATE-BRAND.
      *================================================================*
      * Factors for a brand not on the master, or retired from it,     *
      * would never be read - refuse them.  Spaces is our own set.     *
      *================================================================*
           IF CA-RF-BRAND-CODE IS EQUAL TO SPACES
             GO TO VALIDATE-BRAND-EXIT
           END-IF

           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDSTATUS
               INTO :WS-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :CA-RF-BRAND-CODE
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
       CHECK-STAFF-ENTITLEMENT.
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
