      * Existence probe for a quoted catastrophe event code
       01  WS-EVENT-COUNT              PIC S9(5) COMP VALUE 0.

      * Prior claims the claimant declared, zero when the caller left
      * the field unset
       01  WS-PRIOR-CLAIMS-DECL        PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Duplicate-claim detection - the same incident arrives once by  *
      * phone and again through the portal, gets two claim numbers,    *
      * to a handler
       01  WS-ADDR-CHANGE-COUNT        PIC S9(05) COMP VALUE 0.

      * A claimant with an active VULNERABLE_CUSTOMER flag (LGVUL01)
      * has the claim filed priority - PRIORITYFLAG 'Y' on the row
       01  WS-VULN-COUNT               PIC S9(05) COMP VALUE 0.
       01  WS-PRIORITY-FLAG            PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * Fraud screening at intake - every claim is scored before it is *
      * accepted; a score at or over WS-FRAUD-REVIEW-THRESHOLD is      *
           05 WS-CLAIM-INT             PIC S9(09) COMP.
           05 WS-DAYS-SINCE-ISSUE      PIC S9(09) COMP.
           05 WS-INSURED-VALUE         PIC 9(09)V9(02) VALUE 0.

      *----------------------------------------------------------------*
      * Weather check on a house storm, flood or freeze claim - the    *
      * WEATHER_OBSERVATION for the risk postcode area on the claim    *
      * date must bear the peril out: a gust of at least               *
      * WS-WX-STORM-GUST mph, rainfall of at least WS-WX-FLOOD-RAIN    *
      * mm, or a minimum temperature no higher than                    *
      * WS-WX-FREEZE-TEMP degrees C.  A claim that fails scores        *
      * WS-FRAUD-WT-WEATHER and is filed for handler review whatever   *
      * its total score.                                               *
      *----------------------------------------------------------------*
       77  WS-WX-STORM-GUST            PIC 9(03)        VALUE 55.
       77  WS-WX-FLOOD-RAIN            PIC 9(03)V9(01)  VALUE 25.0.
       77  WS-WX-FREEZE-TEMP           PIC S9(02)V9(01) VALUE 0.
       77  WS-FRAUD-WT-WEATHER         PIC S9(03) COMP  VALUE 40.
       01  WS-WEATHER-WORK.
           05 WS-WX-CHECK              PIC X(01)  VALUE SPACE.
               88 WS-WX-NOT-CHECKED         VALUE SPACE.
               88 WS-WX-PASSED              VALUE 'P'.
               88 WS-WX-FAILED              VALUE 'F'.
               88 WS-WX-NO-DATA             VALUE 'N'.
           05 WS-WX-POSTCODE           PIC X(08)  VALUE SPACES.
           05 WS-WX-AREA-CODE          PIC X(04)  VALUE SPACES.
           05 WS-WX-INWARD             PIC X(03)  VALUE SPACES.
           05 WS-WX-MAX-GUST           PIC 9(03)        VALUE 0.
           05 WS-WX-RAINFALL           PIC 9(03)V9(01)  VALUE 0.
           05 WS-WX-MIN-TEMP           PIC S9(02)V9(01) VALUE 0.
       01  GENLcount                 PIC X(16) Value 'GENACLAIMNUM'.
       01  GENLpool                  PIC X(8)  Value 'GENA'.
      * Variables for time/date processing
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Large-loss notification LINK area (LGLLNCA layout under local  *
      * names) for the LGLLN01 service                                 *
      *----------------------------------------------------------------*
       77 LGLLN01                      PIC X(8)  VALUE 'LGLLN01'.
       01  WS-LL-RESP                  PIC S9(8) COMP VALUE +0.
       01  LL-COMMAREA.
           05 LL-RETURN-CODE           PIC X(02).
           05 LL-REQUEST-TYPE          PIC X(01).
           05 LL-COMMAREA-VERSN        PIC X(02).
           05 LL-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 LL-CLAIM-NUM             PIC 9(10).
           05 LL-SOURCE                PIC X(01).
           05 LL-LARGE-LOSS            PIC X(01).
           05 LL-INCURRED              PIC 9(09)V9(02).
           05 LL-THRESHOLD             PIC 9(09)V9(02).
           05 FILLER                   PIC X(10).

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
           COPY LGPOLICY.
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
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-POLICY-EXISTS.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           PERFORM CHECK-RISK-ADDRESS
               THRU CHECK-RISK-ADDRESS-EXIT.

           PERFORM CHECK-VULNERABLE-CUSTOMER.

           IF CA-PRIOR-CLAIMS-DECL IS NUMERIC
             MOVE CA-PRIOR-CLAIMS-DECL TO WS-PRIOR-CLAIMS-DECL
           ELSE
             MOVE 0 TO WS-PRIOR-CLAIMS-DECL
           END-IF.

           PERFORM OBTAIN-CLAIM-NUMBER.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC

           PERFORM INSERT-CLAIM.

           PERFORM CHECK-LARGE-LOSS.

           IF NOT WS-WX-NOT-CHECKED
             PERFORM RECORD-WEATHER-CHECK
           END-IF.
           MOVE WS-WX-CHECK TO CA-WEATHER-CHECK.

           MOVE WS-NEW-CLAIM-NUM TO CA-CLAIM-NUM.

           EXEC CICS RETURN END-EXEC.
           PERFORM COUNT-PRIOR-CLAIMS.
           PERFORM CHECK-EARLY-INCEPTION.
           PERFORM CHECK-AMOUNT-PROPORTION.
           PERFORM CHECK-WEATHER-CONDITIONS
               THRU CHECK-WEATHER-CONDITIONS-EXIT.

           IF WS-FRAUD-SCORE NOT LESS THAN WS-FRAUD-REVIEW-THRESHOLD
             MOVE 'Y' TO WS-REVIEW-FLAG
           END-IF.
           IF WS-WX-FAILED
             MOVE 'Y' TO WS-REVIEW-FLAG
           END-IF.
       SCORE-FRAUD-INDICATORS-EXIT.
           EXIT.
      *================================================================*
             COMPUTE WS-FRAUD-SCORE = WS-FRAUD-SCORE
                 + WS-FRAUD-WT-PROPORTION
           END-IF.
      *================================================================*
       CHECK-WEATHER-CONDITIONS.
      *================================================================*
      * House storm, flood and freeze claims only.  The risk postcode  *
      * is the one on the customer's address on the claim date - the   *
      * earliest ADDRESS_HISTORY change after the claim date holds     *
      * it, and with no later change it is the current CUSTOMER        *
      * postcode.  The observation is read for its outward code (the   *
      * postcode area) on CA-CLAIM-DATE; with none on file the check   *
      * is recorded as 'N' and nothing scores.  A check SQL failure is *
      * logged and the claim accepted unchecked.                       *
      *================================================================*
           MOVE SPACE TO WS-WX-CHECK
           IF WS-DB-POLICY-TYPE NOT EQUAL 'HOU'
              OR NOT CA-CLAIM-WEATHER-PERIL
             GO TO CHECK-WEATHER-CONDITIONS-EXIT
           END-IF

           MOVE ' SELECT ADDRHIST' TO EM-SQLREQ
           EXEC SQL
             SELECT POSTCODE
               INTO :WS-WX-POSTCODE
               FROM ADDRESS_HISTORY
              WHERE CUSTOMERNUMBER = :WS-POL-CUSTOMERNUM
                AND CHANGEDDATE    =
                    ( SELECT MIN(CHANGEDDATE)
                        FROM ADDRESS_HISTORY
                       WHERE CUSTOMERNUMBER = :WS-POL-CUSTOMERNUM
                         AND CHANGEDDATE    > :CA-CLAIM-DATE )
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
               EXEC SQL
                 SELECT POSTCODE
                   INTO :WS-WX-POSTCODE
                   FROM CUSTOMER
                  WHERE CUSTOMERNUMBER = :WS-POL-CUSTOMERNUM
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO CHECK-WEATHER-CONDITIONS-EXIT
               END-IF
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-WEATHER-CONDITIONS-EXIT
           END-EVALUATE

           MOVE SPACES TO WS-WX-AREA-CODE WS-WX-INWARD
           UNSTRING WS-WX-POSTCODE DELIMITED BY ALL SPACE
               INTO WS-WX-AREA-CODE WS-WX-INWARD
           END-UNSTRING

           MOVE ' SELECT WEATHER' TO EM-SQLREQ
           EXEC SQL
             SELECT MAXGUST,
                    RAINFALL,
                    MINTEMP
               INTO :WS-WX-MAX-GUST,
                    :WS-WX-RAINFALL,
                    :WS-WX-MIN-TEMP
               FROM WEATHER_OBSERVATION
              WHERE AREACODE = :WS-WX-AREA-CODE
                AND OBSDATE  = :CA-CLAIM-DATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 0 TO WS-WX-MAX-GUST WS-WX-RAINFALL WS-WX-MIN-TEMP
               MOVE 'N' TO WS-WX-CHECK
               GO TO CHECK-WEATHER-CONDITIONS-EXIT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-WEATHER-CONDITIONS-EXIT
           END-EVALUATE

           MOVE 'P' TO WS-WX-CHECK
           EVALUATE TRUE
             WHEN CA-CLAIM-STORM
               IF WS-WX-MAX-GUST LESS THAN WS-WX-STORM-GUST
                 MOVE 'F' TO WS-WX-CHECK
               END-IF
             WHEN CA-CLAIM-FLOOD
               IF WS-WX-RAINFALL LESS THAN WS-WX-FLOOD-RAIN
                 MOVE 'F' TO WS-WX-CHECK
               END-IF
             WHEN CA-CLAIM-FREEZE
               IF WS-WX-MIN-TEMP GREATER THAN WS-WX-FREEZE-TEMP
                 MOVE 'F' TO WS-WX-CHECK
               END-IF
           END-EVALUATE

           IF WS-WX-FAILED
             COMPUTE WS-FRAUD-SCORE = WS-FRAUD-SCORE
                 + WS-FRAUD-WT-WEATHER
           END-IF.
       CHECK-WEATHER-CONDITIONS-EXIT.
           EXIT.
      *================================================================*
       CHECK-DUPLICATE-CLAIM.
      *================================================================*
           END-IF.
       CHECK-RISK-ADDRESS-EXIT.
           EXIT.
      *================================================================*
       CHECK-VULNERABLE-CUSTOMER.
      *================================================================*
      * A claimant on the vulnerable-customer register gets the claim *
      * handled first - PRIORITYFLAG 'Y' puts it at the top of the     *
      * handler's queue.  A check failure is logged and the claim      *
      * filed at normal priority.                                      *
      *================================================================*
           MOVE 'N' TO WS-PRIORITY-FLAG
           MOVE ' COUNT VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-VULN-COUNT
               FROM VULNERABLE_CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-POL-CUSTOMERNUM
                AND FLAGSTATUS     = 'A'
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-VULN-COUNT GREATER THAN ZERO
               MOVE 'Y' TO WS-PRIORITY-FLAG
           END-EVALUATE
           MOVE WS-PRIORITY-FLAG TO CA-PRIORITY-FLAG.
      *================================================================*
       OBTAIN-CLAIM-NUMBER.
      *================================================================*
                         FRAUDSCORE,
                         REVIEWFLAG,
                         EVENTCODE,
                         PRIORITYFLAG,
                         PRIORCLAIMSDECL,
                         FILEDDATE )
                VALUES ( :WS-NEW-CLAIM-NUM,
                         :CA-POLICY-NUM,
                         :WS-FRAUD-SCORE,
                         :WS-REVIEW-FLAG,
                         :CA-EVENT-CODE,
                         :WS-PRIORITY-FLAG,
                         :WS-PRIOR-CLAIMS-DECL,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
      *================================================================*
       RECORD-WEATHER-CHECK.
      *================================================================*
      * Keeps the weather check against the claim for the monthly      *
      * flagged-claims report (LGWVB01) - the area, the readings       *
      * compared and the outcome.  A failure here is logged only; the  *
      * claim itself is already filed.                                 *
      *================================================================*
           MOVE ' INSERT WXCHECK' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM_WEATHER_CHECK
                       ( CLAIMNUMBER,
                         AREACODE,
                         OBSDATE,
                         CHECKRESULT,
                         MAXGUST,
                         RAINFALL,
                         MINTEMP,
                         CHECKDATE )
                VALUES ( :WS-NEW-CLAIM-NUM,
                         :WS-WX-AREA-CODE,
                         :CA-CLAIM-DATE,
                         :WS-WX-CHECK,
                         :WS-WX-MAX-GUST,
                         :WS-WX-RAINFALL,
                         :WS-WX-MIN-TEMP,
                         CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       CHECK-LARGE-LOSS.
      *================================================================*
      * Hands the new claim to LGLLN01, which raises the large-loss    *
      * notice and alert when the amount claimed reaches the policy    *
      * type's threshold.  A failure is logged only; the claim itself  *
      * is already filed.                                              *
      *================================================================*
           INITIALIZE LL-COMMAREA
           MOVE '00'                TO LL-RETURN-CODE
           MOVE '1'                 TO LL-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO LL-STAFF-ID
           MOVE WS-NEW-CLAIM-NUM    TO LL-CLAIM-NUM
           MOVE 'I'                 TO LL-SOURCE
           EXEC CICS LINK Program(LGLLN01)
                Commarea(LL-COMMAREA)
                LENGTH(LENGTH OF LL-COMMAREA)
                RESP(WS-LL-RESP)
           END-EXEC
           IF WS-LL-RESP NOT EQUAL DFHRESP(NORMAL)
               OR LL-RETURN-CODE NOT EQUAL '00'
             MOVE ' LARGE-LOSS CHECK FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
