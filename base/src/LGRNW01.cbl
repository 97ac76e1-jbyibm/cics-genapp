       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 WS-POL-POLICYTYPE        PIC X(03).
           05 WS-POL-STATUS            PIC X(01).
           05 WS-POL-CUSTOMERNUM       PIC 9(10).
           05 WS-POL-BRANDCODE         PIC X(04).

      * Term arithmetic - the renewed term is the same length as the
      * expiring one, starting the day after it ends
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 RQ-RATE-DRIVERS          PIC 9(02).
           05 FILLER                   PIC X(08).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
      * Insurance premium tax on the renewed term's installments -
      * life business is exempt; rate change is a one-line edit here,
      * matching the intake programs
      * named drivers on the MOTORDRIVER schedule - priced into the
      * renewal rate, policyholder counted on top
       01  WS-DRIVER-COUNT             PIC S9(05) COMP.
      * Driving-score rating factor for black-box motor policies -
      * the latest month on TELEMATICS_SCORE (loaded by LGTLB01)
      * earns a discount at or above the good score and a loading
      * below the poor score, applied to the engine's figure; no
      * score history, no factor.  Keep in step with LGRWB01's 77s.
       77 WS-TELEM-GOOD-SCORE          PIC 9(03) VALUE 80.
       77 WS-TELEM-GOOD-PCT            PIC 9(03)V9(02) VALUE 10.
       77 WS-TELEM-POOR-SCORE          PIC 9(03) VALUE 40.
       77 WS-TELEM-POOR-PCT            PIC 9(03)V9(02) VALUE 20.
       01  WS-DRIVING-SCORE            PIC 9(03) VALUE 0.

      *----------------------------------------------------------------*
      * Add-on covers for the renewed term - CA-RENEW-ADDON-FLAG takes *
      * ('Y'), drops ('N') or carries forward (space) each add-on in   *
      * the WS-ADDON-CODES order.  A renewed add-on is re-priced off   *
      * its ADDON_REF row, written to POLICY_ADDON for the new term    *
      * and its premium collected on the renewed schedule; one the     *
      * provider has since withdrawn is not carried forward.           *
      *----------------------------------------------------------------*
       01  WS-ADDON-CODE-STATICS.
           05 FILLER                   PIC X(04) VALUE 'LEGL'.
           05 FILLER                   PIC X(04) VALUE 'BRKD'.
           05 FILLER                   PIC X(04) VALUE 'KEYC'.
           05 FILLER                   PIC X(04) VALUE 'HEMG'.
       01  WS-ADDON-CODES REDEFINES WS-ADDON-CODE-STATICS.
           05 WS-ADDON-CODE-ENTRY      PIC X(04) OCCURS 4 TIMES
                                        INDEXED BY WS-ADDON-CODE-IDX.
       01  WS-ADDON-TABLE.
           05 WS-ADDON-USED            PIC S9(4) COMP VALUE 0.
           05 WS-ADDON-ENTRY OCCURS 4 TIMES INDEXED BY WS-ADDON-IDX.
               10 WS-ADDON-CODE        PIC X(04).
               10 WS-ADDON-PROVIDER    PIC X(08).
               10 WS-ADDON-PREMIUM     PIC 9(05)V9(02).
               10 WS-ADDON-IPT         PIC 9(05)V9(02).
       01  WS-ADDON-WORK.
           05 WS-ADDON-LOOKUP-CODE     PIC X(04).
           05 WS-ADDON-REF-PROVIDER    PIC X(08).
           05 WS-ADDON-REF-PREMIUM     PIC 9(05)V9(02).
           05 WS-ADDON-REF-IPT         PIC 9(05)V9(02).
           05 WS-ADDON-TOTAL           PIC 9(07)V9(02) VALUE 0.
           05 WS-ADDON-HELD-COUNT      PIC S9(05) COMP.
       01  WS-ADDON-WANTED-SW          PIC X VALUE 'N'.
           88 WS-ADDON-WANTED                VALUE 'Y'.


      *----------------------------------------------------------------*
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

           MOVE CA-POLICY-NUM TO EM-POLNUM.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM GET-TODAYS-DATE.

           PERFORM READ-POLICY-ROW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC

           PERFORM ROLL-TERM-FORWARD.

           PERFORM PRICE-RENEWAL-ADDONS
               THRU PRICE-RENEWAL-ADDONS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-POL-POLICYTYPE EQUAL 'MOT'
             PERFORM RECOMPUTE-MOTOR-NCD
                 THRU RECOMPUTE-MOTOR-NCD-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM INSERT-RENEWAL-ADDONS
               THRU INSERT-RENEWAL-ADDONS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM BUILD-RENEWAL-SCHEDULE
               THRU BUILD-RENEWAL-SCHEDULE-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT ISSUEDATE, EXPIRYDATE, POLICYTYPE, POLICYSTATUS,
                    CUSTOMERNUMBER, BRANDCODE
               INTO :WS-POL-ISSUEDATE,
                    :WS-POL-EXPIRYDATE,
                    :WS-POL-POLICYTYPE,
                    :WS-POL-STATUS,
                    :WS-POL-CUSTOMERNUM,
                    :WS-POL-BRANDCODE
               FROM POLICY
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'M'  TO RQ-RATE-POLICY-TYPE
           MOVE WS-POL-BRANDCODE TO RQ-RATE-BRAND-CODE
           MOVE WS-MOT-RISKCODE TO RQ-RATE-RISK-CODE
           MOVE WS-MOT-VEHICLEVALUE TO RQ-RATE-VALUE-1
           MOVE ZERO TO RQ-RATE-VALUE-2
           IF WS-RATE-RESP EQUAL DFHRESP(NORMAL)
               AND RQ-RETURN-CODE EQUAL '00'
             MOVE RQ-RATED-PREMIUM TO CA-RENEWAL-PREMIUM
             PERFORM APPLY-DRIVING-SCORE
                 THRU APPLY-DRIVING-SCORE-EXIT
           ELSE
             MOVE ' RATING ENGINE UNAVAILABLE AT RENEWAL'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       APPLY-DRIVING-SCORE.
      *================================================================*
      * See the note at WS-TELEM-GOOD-SCORE - the same factor LGRWB01  *
      * puts on the pre-renewal offer.                                 *
      *================================================================*
           MOVE ' SELECT TELEMATICS' TO EM-SQLREQ
           EXEC SQL
             SELECT DRIVINGSCORE
               INTO :WS-DRIVING-SCORE
               FROM TELEMATICS_SCORE
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND SCOREPERIOD  =
                    (SELECT MAX(SCOREPERIOD)
                       FROM TELEMATICS_SCORE
                      WHERE POLICYNUMBER = :CA-POLICY-NUM)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO APPLY-DRIVING-SCORE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-DRIVING-SCORE NOT LESS THAN WS-TELEM-GOOD-SCORE
               COMPUTE CA-RENEWAL-PREMIUM ROUNDED =
                   CA-RENEWAL-PREMIUM * (100 - WS-TELEM-GOOD-PCT) / 100
             WHEN WS-DRIVING-SCORE LESS THAN WS-TELEM-POOR-SCORE
               COMPUTE CA-RENEWAL-PREMIUM ROUNDED =
                   CA-RENEWAL-PREMIUM * (100 + WS-TELEM-POOR-PCT) / 100
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       APPLY-DRIVING-SCORE-EXIT.
           EXIT.
      *================================================================*
       COUNT-HOUSEHOLD-POLICIES.
      *================================================================*
           END-IF.
       APPLY-RENEWAL-PREMIUM-EXIT.
           EXIT.
      *================================================================*
       GET-TODAYS-DATE.
      *================================================================*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP
                     YYYYMMDD(WS-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2).
      *================================================================*
       PRICE-RENEWAL-ADDONS.
      *================================================================*
      * See the note at WS-ADDON-CODE-STATICS.  An add-on asked for    *
      * with 'Y' that has no active ADDON_REF row for the product      *
      * refuses the renewal with '84' before anything is changed.      *
      *================================================================*
           MOVE 0 TO WS-ADDON-USED
           MOVE 0 TO WS-ADDON-TOTAL
           PERFORM PRICE-ONE-RENEWAL-ADDON
               THRU PRICE-ONE-RENEWAL-ADDON-EXIT
               VARYING WS-ADDON-CODE-IDX FROM 1 BY 1
               UNTIL WS-ADDON-CODE-IDX GREATER THAN 4
                  OR CA-RETURN-CODE NOT EQUAL '00'.
       PRICE-RENEWAL-ADDONS-EXIT.
           EXIT.
      *================================================================*
       PRICE-ONE-RENEWAL-ADDON.
      *================================================================*
           MOVE WS-ADDON-CODE-ENTRY(WS-ADDON-CODE-IDX)
             TO WS-ADDON-LOOKUP-CODE
           MOVE 'N' TO WS-ADDON-WANTED-SW
           EVALUATE CA-RENEW-ADDON-FLAG(WS-ADDON-CODE-IDX)
             WHEN 'Y'
               MOVE 'Y' TO WS-ADDON-WANTED-SW
             WHEN 'N'
               CONTINUE
             WHEN OTHER
      * carried forward if the expiring term has it
               MOVE ' COUNT ADDONS' TO EM-SQLREQ
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ADDON-HELD-COUNT
                   FROM POLICY_ADDON
                  WHERE POLICYNUMBER = :CA-POLICY-NUM
                    AND ADDONCODE    = :WS-ADDON-LOOKUP-CODE
                    AND ENDDATE      = :WS-POL-EXPIRYDATE
                    AND ADDONSTATUS  = 'A'
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO PRICE-ONE-RENEWAL-ADDON-EXIT
               END-IF
               IF WS-ADDON-HELD-COUNT GREATER THAN ZERO
                 MOVE 'Y' TO WS-ADDON-WANTED-SW
               END-IF
           END-EVALUATE
           IF NOT WS-ADDON-WANTED
             GO TO PRICE-ONE-RENEWAL-ADDON-EXIT
           END-IF

           MOVE ' SELECT ADDONREF' TO EM-SQLREQ
           EXEC SQL
             SELECT PROVIDERID, PREMIUM
               INTO :WS-ADDON-REF-PROVIDER,
                    :WS-ADDON-REF-PREMIUM
               FROM ADDON_REF
              WHERE ADDONCODE   = :WS-ADDON-LOOKUP-CODE
                AND POLICYTYPE  = :WS-POL-POLICYTYPE
                AND ADDONSTATUS = 'A'
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 0
               CONTINUE
             WHEN SQLCODE EQUAL 100
                 AND CA-RENEW-ADDON-FLAG(WS-ADDON-CODE-IDX) EQUAL 'Y'
               MOVE '84' TO CA-RETURN-CODE
               MOVE ' ADD-ON NOT OFFERED ON ADDON_REF' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PRICE-ONE-RENEWAL-ADDON-EXIT
             WHEN SQLCODE EQUAL 100
               MOVE ' ADD-ON WITHDRAWN - NOT CARRIED FORWARD'
                 TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PRICE-ONE-RENEWAL-ADDON-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PRICE-ONE-RENEWAL-ADDON-EXIT
           END-EVALUATE

           ADD 1 TO WS-ADDON-USED
           SET WS-ADDON-IDX TO WS-ADDON-USED
           MOVE WS-ADDON-LOOKUP-CODE  TO WS-ADDON-CODE(WS-ADDON-IDX)
           MOVE WS-ADDON-REF-PROVIDER TO WS-ADDON-PROVIDER(WS-ADDON-IDX)
           MOVE WS-ADDON-REF-PREMIUM  TO WS-ADDON-PREMIUM(WS-ADDON-IDX)
           COMPUTE WS-ADDON-IPT(WS-ADDON-IDX) ROUNDED =
               WS-ADDON-REF-PREMIUM * WS-IPT-RATE-PCT / 100
           ADD WS-ADDON-REF-PREMIUM TO WS-ADDON-TOTAL.
       PRICE-ONE-RENEWAL-ADDON-EXIT.
           EXIT.
      *================================================================*
       INSERT-RENEWAL-ADDONS.
      *================================================================*
      * One POLICY_ADDON row per renewed add-on, for the new term.  A  *
      * failure rolls the whole renewal back.                          *
      *================================================================*
           PERFORM INSERT-ONE-RENEWAL-ADDON
               THRU INSERT-ONE-RENEWAL-ADDON-EXIT
               VARYING WS-ADDON-IDX FROM 1 BY 1
               UNTIL WS-ADDON-IDX GREATER THAN WS-ADDON-USED
                  OR CA-RETURN-CODE NOT EQUAL '00'.
       INSERT-RENEWAL-ADDONS-EXIT.
           EXIT.
      *================================================================*
       INSERT-ONE-RENEWAL-ADDON.
      *================================================================*
           MOVE WS-ADDON-CODE(WS-ADDON-IDX)     TO WS-ADDON-LOOKUP-CODE
           MOVE WS-ADDON-PROVIDER(WS-ADDON-IDX) TO WS-ADDON-REF-PROVIDER
           MOVE WS-ADDON-PREMIUM(WS-ADDON-IDX)  TO WS-ADDON-REF-PREMIUM
           MOVE WS-ADDON-IPT(WS-ADDON-IDX)      TO WS-ADDON-REF-IPT
           MOVE ' INSERT ADDON' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_ADDON
                       ( POLICYNUMBER,
                         ADDONCODE,
                         PROVIDERID,
                         PREMIUM,
                         IPTAMOUNT,
                         STARTDATE,
                         ENDDATE,
                         ADDONSTATUS )
                VALUES ( :CA-POLICY-NUM,
                         :WS-ADDON-LOOKUP-CODE,
                         :WS-ADDON-REF-PROVIDER,
                         :WS-ADDON-REF-PREMIUM,
                         :WS-ADDON-REF-IPT,
                         :WS-NEW-ISSUE-DATE,
                         :WS-NEW-EXPIRY-DATE,
                         'A' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM ROLL-BACK-RENEWAL
           END-IF.
       INSERT-ONE-RENEWAL-ADDON-EXIT.
           EXIT.
      *================================================================*
       BUILD-RENEWAL-SCHEDULE.
      *================================================================*
      * PREMIUM_INSTALLMENT rows - LGDDB01 raises collections and      *
      * LGARB01 duns and lapses from that table alone, so a renewal    *
      * without a schedule is a term nobody ever pays for.  The rows   *
      * mirror the intake programs' schedule: the renewed premium,     *
      * with the renewed add-on premiums on top, split evenly with the *
      * rounding remainder on the last row, due dates advanced monthly *
      * from the new issue date with the day clamped to 28.  A failure *
      * here rolls the whole renewal back - a renewed term with no     *
      * schedule must not survive.                                     *
      *================================================================*
           MOVE ' SELECT PREMIUM' TO EM-SQLREQ
           EVALUATE WS-POL-POLICYTYPE
             PERFORM ROLL-BACK-RENEWAL
             GO TO BUILD-RENEWAL-SCHEDULE-EXIT
           END-IF
           ADD WS-ADDON-TOTAL TO WS-RENEWED-PREMIUM

      * the expiring term's row count tells us the payment frequency;
      * the highest installment number on the policy is where the new
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
