      *  (LGRAT01), so a quote and the policy it becomes always carry  *
      *  the same figure.                                              *
      *                                                                *
      *   A quote from a price comparison site (CA-AGGREGATOR-ID, put  *
      *  through LGAGQ01) is house or motor only, from an active       *
      *  AGGREGATOR, and is tagged with it on the QUOTE row.  It has   *
      *  no customer until the click-through: the convert brings the   *
      *  customer number, the bind is tagged with the site again and   *
      *  records the site's fee for the conversion (FEEPERCONVERSION   *
      *  at the bind date) for LGAGB01 to report.                      *
      *                                                                *
      *   A quote raised under a marketing campaign (CA-CAMPAIGN-CODE) *
      *  must name a campaign that is live today, and is stored with   *
      *  it - LGMRB01 reports each campaign's responses and the        *
      *  quotes among them that were bound.                            *
      *                                                                *
      *   A quote sold under an affinity brand (CA-BRAND-CODE) must    *
      *  name a live BRAND row; it is priced on the brand's factor     *
      *  set and the brand passes to the intake program on the         *
      *  convert, so the policy is sold under it too.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGQOT01.
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           05 WS-CA-EXTENDED-SW        PIC X(01) VALUE 'N'.
               88 WS-CA-EXTENDED             VALUE 'Y'.

      * CA-CARD-TOKEN to CA-BRAND-CODE, worked on here and only read
      * from or returned to callers that send them - a caller that
      * stops at CA-QUOTE-RISK-DATA pays no card and quotes through
      * no aggregator or campaign, under our own brand
       01  WS-QUOTE-EXT.
           05 WS-QX-CARD-TOKEN         PIC X(32).
           05 WS-QX-CARD-AUTH-REF      PIC X(16).
           05 WS-QX-CARD-AMOUNT        PIC 9(07)V9(02).
           05 WS-QX-CARD-RESULT        PIC X(02).
           05 WS-QX-AGGREGATOR-ID      PIC X(08).
           05 WS-QX-CAMPAIGN-CODE      PIC X(08).
           05 WS-QX-BRAND-CODE         PIC X(04).

      *    Include copybook for defintion of policy detail lengths
           COPY LGPOLICY.
           05 WS-QT-BROKERID           PIC X(08).
           05 WS-QT-BROKERCOMM         PIC 9(03)V9(02).
           05 WS-QT-PAYFREQ            PIC X(01).
           05 WS-QT-AGGREGATORID       PIC X(08).
           05 WS-QT-CAMPAIGNCODE       PIC X(08).
           05 WS-QT-BRANDCODE          PIC X(04).
           05 WS-QT-RISKDATA           PIC X(120).
      * redefined views of the stored risk block, same layouts as the
      * LGQUOTCA redefines
           05 HQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 HQ-POLICY-TYPE           PIC X(01).
           05 HQ-PAYMENT-FREQUENCY     PIC X(01).
           05 HQ-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).
           05 HQ-HOUSE-TYPE            PIC X(01).
           05 HQ-HOUSE-YEAR-BUILT      PIC 9(04).
           05 HQ-HOUSE-BEDROOMS        PIC 9(02).
           05 MQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 MQ-POLICY-TYPE           PIC X(01).
           05 MQ-PAYMENT-FREQUENCY     PIC X(01).
           05 MQ-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).
           05 MQ-MOTOR-REG-NUM         PIC X(08).
           05 MQ-MOTOR-MAKE            PIC X(10).
           05 MQ-MOTOR-MODEL           PIC X(10).
           05 EQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 EQ-POLICY-TYPE           PIC X(01).
           05 EQ-PAYMENT-FREQUENCY     PIC X(01).
           05 EQ-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).
           05 EQ-ENDOW-TERM-YEARS      PIC 9(02).
           05 EQ-ENDOW-SUM-ASSURED     PIC 9(07)V9(02).
           05 EQ-ENDOW-PREMIUM         PIC 9(05)V9(02).
           05 CQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 CQ-POLICY-TYPE           PIC X(01).
           05 CQ-PAYMENT-FREQUENCY     PIC X(01).
           05 CQ-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(03).
           05 CQ-COMM-TRADE-CLASS      PIC X(04).
           05 CQ-COMM-EMPLOYEE-COUNT   PIC 9(05).
           05 CQ-COMM-TURNOVER         PIC 9(09)V9(02).
           05 RQ-RATE-HH-POLICIES      PIC 9(02).
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 FILLER                   PIC X(10).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
       01  WS-RATE-RESP                PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Card payment LINK area (LGCPAYCA layout under local names) -   *
      * the first year's premium on an annual-pay quote paid by card   *
      * as it is bound                                                 *
      *----------------------------------------------------------------*
       77 LGCPY01                      PIC X(8)  VALUE 'LGCPY01'.
       01  PY-COMMAREA.
           05 PY-RETURN-CODE           PIC X(02).
           05 PY-REQUEST-TYPE          PIC X(01).
           05 PY-COMMAREA-VERSN        PIC X(02).
           05 PY-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 PY-POLICY-NUM            PIC 9(10).
           05 PY-CUSTOMER-NUM          PIC 9(10).
           05 PY-CARD-TOKEN            PIC X(32).
           05 PY-GATEWAY-REF           PIC X(16).
           05 PY-AUTH-AMOUNT           PIC 9(07)V9(02).
           05 PY-INST-COUNT            PIC 9(02).
           05 PY-INST-NUM              PIC 9(04) OCCURS 12 TIMES.
           05 PY-AMOUNT-DUE            PIC 9(07)V9(02).
           05 PY-INST-CLEARED          PIC 9(02).
           05 FILLER                   PIC X(10).
       01  WS-CARD-RESP                PIC S9(8) COMP.


      *----------------------------------------------------------------*
      * Broker master validation - a non-blank CA-BROKER-ID must name *
       01  WS-AGREED-COMMISSION        PIC 9(03)V9(02) VALUE 0.
       01  WS-AGR-POLICY-TYPE          PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * Price comparison site - a non-blank CA-AGGREGATOR-ID must name *
      * an active AGGREGATOR row; its fee per conversion is charged on *
      * the bind                                                       *
      *----------------------------------------------------------------*
       01  WS-AGGREGATOR-STATUS        PIC X(01) VALUE SPACES.
       01  WS-AGGREGATOR-FEE           PIC 9(05)V9(02) VALUE 0.

      *----------------------------------------------------------------*
      * Marketing campaign - a non-blank CA-CAMPAIGN-CODE must name a  *
      * CAMPAIGN row that is active and running today                  *
      *----------------------------------------------------------------*
       01  WS-CAMPAIGN-COUNT           PIC S9(4) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Affinity brand - a non-blank CA-BRAND-CODE must name a BRAND   *
      * row that is live ('A'); a retired brand ('R') takes no new     *
      * business                                                       *
      *----------------------------------------------------------------*
       01  WS-BRAND-STATUS             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE 'N' TO WS-CA-EXTENDED-SW.
           INITIALIZE WS-QUOTE-EXT.
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-QUOTE-EXT-LEN
             MOVE 'Y' TO WS-CA-EXTENDED-SW
             MOVE CA-CARD-TOKEN      TO WS-QX-CARD-TOKEN
             MOVE CA-CARD-AUTH-REF   TO WS-QX-CARD-AUTH-REF
             MOVE CA-CARD-AMOUNT     TO WS-QX-CARD-AMOUNT
             MOVE CA-AGGREGATOR-ID   TO WS-QX-AGGREGATOR-ID
             MOVE CA-CAMPAIGN-CODE   TO WS-QX-CAMPAIGN-CODE
             MOVE CA-BRAND-CODE      TO WS-QX-BRAND-CODE
           END-IF.

           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-QUOTE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           IF WS-CA-EXTENDED
             MOVE WS-QX-CARD-RESULT   TO CA-CARD-RESULT
             MOVE WS-QX-AGGREGATOR-ID TO CA-AGGREGATOR-ID
             MOVE WS-QX-CAMPAIGN-CODE TO CA-CAMPAIGN-CODE
             MOVE WS-QX-BRAND-CODE    TO CA-BRAND-CODE
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
             GO TO ADD-QUOTE-EXIT
           END-IF.

           IF WS-QX-AGGREGATOR-ID NOT EQUAL SPACES
             IF NOT CA-QUOTE-IS-HOUSE AND NOT CA-QUOTE-IS-MOTOR
               MOVE '86' TO CA-RETURN-CODE
               GO TO ADD-QUOTE-EXIT
             END-IF
             PERFORM VALIDATE-AGGREGATOR THRU VALIDATE-AGGREGATOR-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-QUOTE-EXIT
             END-IF
           END-IF.

           IF WS-QX-CAMPAIGN-CODE NOT EQUAL SPACES
             PERFORM VALIDATE-CAMPAIGN
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-QUOTE-EXIT
             END-IF
           END-IF.

           IF WS-QX-BRAND-CODE NOT EQUAL SPACES
             PERFORM VALIDATE-BRAND
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-QUOTE-EXIT
             END-IF
           END-IF.

           PERFORM OBTAIN-QUOTE-NUMBER.
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-QUOTE-EXIT
                         BROKERSCOMMISSION,
                         PAYFREQUENCY,
                         RISKDATA,
                         STAFFID,
                         AGGREGATORID,
                         CAMPAIGNCODE,
                         BRANDCODE )
                VALUES ( :WS-NEW-QUOTE-NUM,
                         :CA-CUSTOMER-NUM,
                         :CA-QUOTE-POLICY-TYPE,
                         :CA-BROKER-COMMISSION,
                         :CA-PAYMENT-FREQUENCY,
                         :CA-QUOTE-RISK-DATA,
                         :CA-STAFF-ID,
                         :WS-QX-AGGREGATOR-ID,
                         :WS-QX-CAMPAIGN-CODE,
                         :WS-QX-BRAND-CODE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE CA-QUOTE-POLICY-TYPE TO RQ-RATE-POLICY-TYPE
           MOVE WS-QX-BRAND-CODE TO RQ-RATE-BRAND-CODE
           EVALUATE TRUE
             WHEN CA-QUOTE-IS-HOUSE
               MOVE QR-HOUSE-RISK-CODE TO RQ-RATE-RISK-CODE
             SELECT CUSTOMERNUMBER, POLICYTYPE, QUOTESTATUS,
                    QUOTEDATE, QUOTEEXPIRY, QUOTEDPREMIUM,
                    ISSUEDATE, EXPIRYDATE, BROKERID,
                    BROKERSCOMMISSION, PAYFREQUENCY, AGGREGATORID,
                    CAMPAIGNCODE, BRANDCODE, RISKDATA
               INTO :WS-QT-CUSTOMERNUM, :WS-QT-POLICYTYPE,
                    :WS-QT-STATUS, :WS-QT-QUOTEDATE,
                    :WS-QT-QUOTEEXPIRY, :WS-QT-PREMIUM,
                    :WS-QT-ISSUEDATE, :WS-QT-EXPIRYDATE,
                    :WS-QT-BROKERID, :WS-QT-BROKERCOMM,
                    :WS-QT-PAYFREQ, :WS-QT-AGGREGATORID,
                    :WS-QT-CAMPAIGNCODE, :WS-QT-BRANDCODE,
                    :WS-QT-RISKDATA
               FROM QUOTE
              WHERE QUOTENUMBER = :CA-QUOTE-NUM
           END-EXEC
           MOVE WS-QT-BROKERID    TO CA-BROKER-ID
           MOVE WS-QT-BROKERCOMM  TO CA-BROKER-COMMISSION
           MOVE WS-QT-PAYFREQ     TO CA-PAYMENT-FREQUENCY
           MOVE WS-QT-AGGREGATORID TO WS-QX-AGGREGATOR-ID
           MOVE WS-QT-CAMPAIGNCODE TO WS-QX-CAMPAIGN-CODE
           MOVE WS-QT-BRANDCODE   TO WS-QX-BRAND-CODE
           MOVE WS-QT-RISKDATA    TO CA-QUOTE-RISK-DATA.
       READ-QUOTE-FOR-CALLER-EXIT.
           EXIT.
             GO TO CONVERT-QUOTE-EXIT
           END-IF

      * a site's click-through binds only its own quotes; the bind
      * carries the quote's tag whichever channel converts it
           IF WS-QX-AGGREGATOR-ID NOT EQUAL SPACES
               AND WS-QX-AGGREGATOR-ID NOT EQUAL WS-QT-AGGREGATORID
             MOVE '88' TO CA-RETURN-CODE
             MOVE ' QUOTE NOT FROM THIS AGGREGATOR' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CONVERT-QUOTE-EXIT
           END-IF

      * a site's quote has no customer until the click-through brings
      * one
           IF WS-QT-CUSTOMERNUM EQUAL ZERO
             IF CA-CUSTOMER-NUM EQUAL ZERO
               MOVE '93' TO CA-RETURN-CODE
               GO TO CONVERT-QUOTE-EXIT
             END-IF
             MOVE CA-CUSTOMER-NUM TO WS-QT-CUSTOMERNUM
           END-IF

           MOVE ZERO TO WS-AGGREGATOR-FEE
           IF WS-QT-AGGREGATORID NOT EQUAL SPACES
             PERFORM GET-AGGREGATOR-FEE
           END-IF

           EVALUATE WS-QT-POLICYTYPE
             WHEN 'H'
               PERFORM CONVERT-HOUSE-QUOTE
           IF CA-RETURN-CODE EQUAL '00'
               OR CA-RETURN-CODE EQUAL '85'
             PERFORM MARK-QUOTE-BOUND
           END-IF

           MOVE SPACES TO WS-QX-CARD-RESULT
           IF WS-QX-CARD-TOKEN NOT EQUAL SPACES
               AND CA-QUOTE-BOUND
             PERFORM TAKE-CARD-PAYMENT THRU TAKE-CARD-PAYMENT-EXIT
           END-IF.
       CONVERT-QUOTE-EXIT.
           EXIT.
           MOVE WS-QT-BROKERID     TO HQ-BROKER-ID
           MOVE WS-QT-BROKERCOMM   TO HQ-BROKER-COMMISSION
           MOVE WS-QT-PAYFREQ      TO HQ-PAYMENT-FREQUENCY
           MOVE WS-QT-BRANDCODE    TO HQ-BRAND-CODE
           MOVE QT-HOUSE-TYPE      TO HQ-HOUSE-TYPE
           MOVE QT-HOUSE-YEAR-BUILT TO HQ-HOUSE-YEAR-BUILT
           MOVE QT-HOUSE-BEDROOMS  TO HQ-HOUSE-BEDROOMS
           MOVE WS-QT-BROKERID     TO MQ-BROKER-ID
           MOVE WS-QT-BROKERCOMM   TO MQ-BROKER-COMMISSION
           MOVE WS-QT-PAYFREQ      TO MQ-PAYMENT-FREQUENCY
           MOVE WS-QT-BRANDCODE    TO MQ-BRAND-CODE
           MOVE QT-MOTOR-REG-NUM   TO MQ-MOTOR-REG-NUM
           MOVE QT-MOTOR-MAKE      TO MQ-MOTOR-MAKE
           MOVE QT-MOTOR-MODEL     TO MQ-MOTOR-MODEL
           MOVE WS-QT-BROKERID     TO EQ-BROKER-ID
           MOVE WS-QT-BROKERCOMM   TO EQ-BROKER-COMMISSION
           MOVE WS-QT-PAYFREQ      TO EQ-PAYMENT-FREQUENCY
           MOVE WS-QT-BRANDCODE    TO EQ-BRAND-CODE
           MOVE QT-ENDOW-TERM-YEARS  TO EQ-ENDOW-TERM-YEARS
           MOVE QT-ENDOW-SUM-ASSURED TO EQ-ENDOW-SUM-ASSURED
           MOVE QT-ENDOW-WITH-PROFITS TO EQ-ENDOW-WITH-PROFITS
           MOVE WS-QT-BROKERID     TO CQ-BROKER-ID
           MOVE WS-QT-BROKERCOMM   TO CQ-BROKER-COMMISSION
           MOVE WS-QT-PAYFREQ      TO CQ-PAYMENT-FREQUENCY
           MOVE WS-QT-BRANDCODE    TO CQ-BRAND-CODE
           MOVE QT-COMM-TRADE-CLASS TO CQ-COMM-TRADE-CLASS
           MOVE QT-COMM-EMPLOYEE-COUNT TO CQ-COMM-EMPLOYEE-COUNT
           MOVE QT-COMM-TURNOVER   TO CQ-COMM-TURNOVER
             UPDATE QUOTE
                SET QUOTESTATUS       = 'B',
                    BOUNDPOLICYNUMBER = :CA-POLICY-NUM,
                    BOUNDDATE         = :WS-TODAY-DATE,
                    CUSTOMERNUMBER    = :WS-QT-CUSTOMERNUM,
                    AGGREGATORFEE     = :WS-AGGREGATOR-FEE
              WHERE QUOTENUMBER = :CA-QUOTE-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ZERO TO CA-POLICY-NUM
           ELSE
             MOVE 'B' TO CA-QUOTE-STATUS
             MOVE WS-QT-CUSTOMERNUM  TO CA-CUSTOMER-NUM
             MOVE WS-QT-AGGREGATORID TO WS-QX-AGGREGATOR-ID
           END-IF.
      *================================================================*
       TAKE-CARD-PAYMENT.
      *================================================================*
      * The customer paying the year's premium by card at the bind.    *
      * The card is only for annual terms and a policy going straight  *
      * on risk - monthly terms collect by direct debit and a referred *
      * policy ('85') is not yet accepted, so neither takes the card   *
      * ('92', authorisation left to lapse).  LGCPY01 runs inside this *
      * unit of work: a payment it refuses rolls the whole conversion  *
      * back, the quote stays open and the caller gets '83' with       *
      * LGCPY01's reason in CA-CARD-RESULT - a policy bound on a card  *
      * that was never taken would sit on risk unpaid.                 *
      *================================================================*
           IF WS-QT-PAYFREQ EQUAL 'M'
               OR CA-RETURN-CODE NOT EQUAL '00'
             MOVE '92' TO WS-QX-CARD-RESULT
             GO TO TAKE-CARD-PAYMENT-EXIT
           END-IF

           INITIALIZE PY-COMMAREA
           MOVE '00'               TO PY-RETURN-CODE
           MOVE '3'                TO PY-REQUEST-TYPE
           MOVE CA-STAFF-ID        TO PY-STAFF-ID
           MOVE CA-POLICY-NUM      TO PY-POLICY-NUM
           MOVE WS-QT-CUSTOMERNUM  TO PY-CUSTOMER-NUM
           MOVE WS-QX-CARD-TOKEN      TO PY-CARD-TOKEN
           MOVE WS-QX-CARD-AUTH-REF   TO PY-GATEWAY-REF
           MOVE WS-QX-CARD-AMOUNT     TO PY-AUTH-AMOUNT
           MOVE ZERO               TO PY-INST-COUNT

           EXEC CICS LINK Program(LGCPY01)
                Commarea(PY-COMMAREA)
                LENGTH(LENGTH OF PY-COMMAREA)
                RESP(WS-CARD-RESP)
           END-EXEC

           IF WS-CARD-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO PY-RETURN-CODE
             MOVE ' CARD PAYMENT LINK FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           MOVE PY-RETURN-CODE TO WS-QX-CARD-RESULT

           IF PY-RETURN-CODE NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE '83' TO CA-RETURN-CODE
             MOVE ZERO TO CA-POLICY-NUM
             MOVE 'Q'  TO CA-QUOTE-STATUS
           END-IF.
       TAKE-CARD-PAYMENT-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-BROKER.
      *================================================================*
           MOVE WS-AGREED-COMMISSION TO CA-BROKER-COMMISSION.
       VALIDATE-BROKER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-AGGREGATOR.
      *================================================================*
      * See the note at WS-AGGREGATOR-STATUS.  A site we have stopped  *
      * dealing with gets no new quotes; its open quotes still bind.   *
      *================================================================*
           MOVE ' SELECT AGGREGATOR' TO EM-SQLREQ
           EXEC SQL
             SELECT AGGREGATORSTATUS
               INTO :WS-AGGREGATOR-STATUS
               FROM AGGREGATOR
              WHERE AGGREGATORID = :WS-QX-AGGREGATOR-ID
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '88' TO CA-RETURN-CODE
               MOVE ' AGGREGATOR NOT ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-AGGREGATOR-STATUS NOT EQUAL 'A'
               MOVE '88' TO CA-RETURN-CODE
               MOVE ' AGGREGATOR NOT ACTIVE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       VALIDATE-AGGREGATOR-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-CAMPAIGN.
      *================================================================*
      * A code for a campaign not yet started, already ended or        *
      * closed would credit the campaign with a response it never      *
      * drew, so the quote is refused and the caller re-keys it.       *
      *================================================================*
           MOVE ' SELECT CAMPAIGN' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CAMPAIGN-COUNT
               FROM CAMPAIGN
              WHERE CAMPAIGNCODE   = :WS-QX-CAMPAIGN-CODE
                AND CAMPAIGNSTATUS = 'A'
                AND STARTDATE     <= :WS-TODAY-DATE
                AND ENDDATE       >= :WS-TODAY-DATE
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-CAMPAIGN-COUNT EQUAL ZERO
               MOVE '82' TO CA-RETURN-CODE
               MOVE ' CAMPAIGN NOT LIVE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       VALIDATE-BRAND.
      *================================================================*
      * A quote under a brand that is not on the master, or is closed  *
      * to new business, could never be bound - refuse it now.         *
      *================================================================*
           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDSTATUS
               INTO :WS-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :WS-QX-BRAND-CODE
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
      *================================================================*
       GET-AGGREGATOR-FEE.
      *================================================================*
      * The site's fee for a conversion as it stands on the bind date, *
      * kept on the QUOTE row so a later change of fee does not        *
      * restate what is already owed.  A site no longer on the master  *
      * is owed nothing more.                                          *
      *================================================================*
           MOVE ' SELECT AGG FEE' TO EM-SQLREQ
           EXEC SQL
             SELECT FEEPERCONVERSION
               INTO :WS-AGGREGATOR-FEE
               FROM AGGREGATOR
              WHERE AGGREGATORID = :WS-QT-AGGREGATORID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ZERO TO WS-AGGREGATOR-FEE
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
