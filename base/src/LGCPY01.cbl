      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *               Card Payment Transaction                         *
      *                                                                *
      *   Premium could only arrive by direct debit or by a bank       *
      *  transfer LGCHB01 matched the next morning, so a customer      *
      *  holding an LGARB01 dunning notice, or binding a quote on      *
      *  annual terms, could not simply pay there and then.  This      *
      *  transaction applies a debit-card payment the payment gateway  *
      *  has authorised.  The card is keyed into the gateway's hosted  *
      *  page, never into us: all that is passed in, and all that is   *
      *  kept, is the gateway's token for the card, its reference for  *
      *  the authorisation and the amount authorised.                  *
      *                                                                *
      *   The installments paid are marked 'P' at once - off the       *
      *  arrears sweep and the next collection run - and credited to   *
      *  the premium account.  The payment itself waits on             *
      *  CARD_PAYMENT, installment by installment on                   *
      *  CARD_PAYMENT_ITEM, for the gateway's settlement file: LGGSB01 *
      *  confirms it, or on a chargeback puts the installments back    *
      *  into arrears.  A payment is applied whole or not at all.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGCPY01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           05 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGCPY01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGCPY01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' PNUM='.
             15 EM-POLNUM              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-PAYMENT-LEN        PIC S9(4) COMP VALUE +148.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * POLICY row the payment is for
       01  WS-POLICY-ROW.
           05 WS-POL-CUSTOMERNUM       PIC 9(10).
           05 WS-POL-STATUS            PIC X(01).

      *----------------------------------------------------------------*
      * The installments being paid - read and priced in full before   *
      * anything is written, so a refused payment leaves no trace.     *
      * A 'D' installment never yet presented has no DUE entry on the  *
      * premium account, so paying it posts the DUE as well.           *
      *----------------------------------------------------------------*
       01  WS-PAY-WORK.
           05 WS-PAY-COUNT             PIC S9(04) COMP VALUE 0.
           05 WS-PAY-IDX               PIC S9(04) COMP VALUE 0.
           05 WS-PAY-TOTAL             PIC 9(07)V9(02) VALUE 0.
           05 WS-PAY-SOURCE            PIC X(04) VALUE SPACES.
           05 WS-PAY-MAX               PIC S9(04) COMP VALUE 12.
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY             OCCURS 12 TIMES.
               10 PT-INST-NUM           PIC 9(04).
               10 PT-STATUS             PIC X(01).
               10 PT-GROSS              PIC 9(07)V9(02).
               10 PT-REPRESENT          PIC S9(04) COMP.

      * One installment row as read
       01  WS-INST-ROW.
           05 WS-IN-INSTALLMENTNUM     PIC 9(04).
           05 WS-IN-STATUS             PIC X(01).
           05 WS-IN-GROSS              PIC 9(07)V9(02).
           05 WS-IN-REPRESENT          PIC S9(04) COMP.

       01  WS-SWITCHES.
           05 WS-CURSOR-EOF-SW         PIC X(01) VALUE 'N'.
               88 WS-CURSOR-EOF              VALUE 'Y'.
       01  WS-DUP-COUNT                PIC S9(05) COMP VALUE 0.

      *----------------------------------------------------------------*
      * Premium account ledger - see LGLEDGER and POST-LEDGER-ENTRY    *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The installments a zero-count request pays - arrears ('U')
      * for a dunned customer, the not-yet-collected ('D') annual
      * installment for a policy just bound
           EXEC SQL
             DECLARE PAYCURSOR CURSOR FOR
               SELECT INSTALLMENTNUM,
                      STATUS,
                      AMOUNT + IPTAMOUNT,
                      REPRESENTCOUNT
                 FROM PREMIUM_INSTALLMENT
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND STATUS       = :WS-IN-STATUS
                ORDER BY INSTALLMENTNUM
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGCPAYCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.
      *----------------------------------------------------------------*
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.

           COMPUTE WS-REQUIRED-CA-LEN = WS-CA-HEADER-LEN
                                       + WS-CA-PAYMENT-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-PRICE-PAYMENT
              AND NOT CA-REQ-PAY-INSTALLMENTS
              AND NOT CA-REQ-PAY-ANNUAL
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-INST-COUNT IS NOT NUMERIC
               OR CA-INST-COUNT GREATER THAN WS-PAY-MAX
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-POLICY-NUM TO EM-POLNUM.
           MOVE ZERO TO CA-AMOUNT-DUE.
           MOVE ZERO TO CA-INST-CLEARED.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-PRICE-PAYMENT
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM READ-POLICY-ROW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM SELECT-INSTALLMENTS THRU SELECT-INSTALLMENTS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-REQ-PRICE-PAYMENT
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-AUTHORISATION THRU CHECK-AUTHORISATION-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM APPLY-PAYMENT THRU APPLY-PAYMENT-EXIT.

           EXEC CICS RETURN END-EXEC.

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
       READ-POLICY-ROW.
      *================================================================*
      * Money is only taken for a policy still on risk - a lapsed or   *
      * cancelled policy's arrears are not paid off by card ('92').    *
      * Pricing works on any policy.                                   *
      *================================================================*
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYSTATUS
               INTO :WS-POL-CUSTOMERNUM, :WS-POL-STATUS
               FROM POLICY
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-POL-CUSTOMERNUM TO CA-CUSTOMER-NUM
               IF WS-POL-STATUS NOT EQUAL 'A'
                   AND NOT CA-REQ-PRICE-PAYMENT
                 MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       SELECT-INSTALLMENTS.
      *================================================================*
      * Builds WS-PAY-TABLE and the gross it comes to.  A named        *
      * installment that does not exist, is already paid or is with    *
      * the bank refuses the whole payment ('95'); a selection with    *
      * nothing in it has nothing to pay ('97').                       *
      *================================================================*
           MOVE ZERO TO WS-PAY-COUNT
           MOVE ZERO TO WS-PAY-TOTAL

           IF CA-REQ-PAY-ANNUAL
             MOVE 'ANNU' TO WS-PAY-SOURCE
             MOVE 'D'    TO WS-IN-STATUS
             PERFORM FETCH-BY-STATUS THRU FETCH-BY-STATUS-EXIT
           ELSE
             MOVE 'ARRS' TO WS-PAY-SOURCE
             IF CA-INST-COUNT EQUAL ZERO
               MOVE 'U' TO WS-IN-STATUS
               PERFORM FETCH-BY-STATUS THRU FETCH-BY-STATUS-EXIT
             ELSE
               PERFORM READ-NAMED-INSTALLMENT
                   THRU READ-NAMED-INSTALLMENT-EXIT
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX GREATER THAN CA-INST-COUNT
                      OR CA-RETURN-CODE NOT EQUAL '00'
             END-IF
           END-IF
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO SELECT-INSTALLMENTS-EXIT
           END-IF

           IF WS-PAY-COUNT EQUAL ZERO
             MOVE '97' TO CA-RETURN-CODE
             GO TO SELECT-INSTALLMENTS-EXIT
           END-IF
           MOVE WS-PAY-TOTAL TO CA-AMOUNT-DUE.
       SELECT-INSTALLMENTS-EXIT.
           EXIT.
      *================================================================*
       FETCH-BY-STATUS.
      *================================================================*
      * Every installment at WS-IN-STATUS on the policy, oldest        *
      * first, up to the twelve one payment can carry.                 *
      *================================================================*
           MOVE ' OPEN PAYCURSOR' TO EM-SQLREQ
           EXEC SQL
             OPEN PAYCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO FETCH-BY-STATUS-EXIT
           END-IF

           MOVE 'N' TO WS-CURSOR-EOF-SW
           PERFORM FETCH-PAY-ROW THRU FETCH-PAY-ROW-EXIT
               UNTIL WS-CURSOR-EOF
                  OR WS-PAY-COUNT NOT LESS THAN WS-PAY-MAX
                  OR CA-RETURN-CODE NOT EQUAL '00'

           EXEC SQL
             CLOSE PAYCURSOR
           END-EXEC.
       FETCH-BY-STATUS-EXIT.
           EXIT.
      *================================================================*
       FETCH-PAY-ROW.
      *================================================================*
           MOVE ' FETCH PAYCURSOR' TO EM-SQLREQ
           EXEC SQL
             FETCH PAYCURSOR
              INTO :WS-IN-INSTALLMENTNUM,
                   :WS-IN-STATUS,
                   :WS-IN-GROSS,
                   :WS-IN-REPRESENT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM STORE-PAY-ROW
             WHEN 100
               MOVE 'Y' TO WS-CURSOR-EOF-SW
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       FETCH-PAY-ROW-EXIT.
           EXIT.
      *================================================================*
       READ-NAMED-INSTALLMENT.
      *================================================================*
           MOVE ' SELECT INSTLMNT' TO EM-SQLREQ
           EXEC SQL
             SELECT INSTALLMENTNUM,
                    STATUS,
                    AMOUNT + IPTAMOUNT,
                    REPRESENTCOUNT
               INTO :WS-IN-INSTALLMENTNUM,
                    :WS-IN-STATUS,
                    :WS-IN-GROSS,
                    :WS-IN-REPRESENT
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER   = :CA-POLICY-NUM
                AND INSTALLMENTNUM = :CA-INST-NUM(WS-PAY-IDX)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-IN-STATUS EQUAL 'D'
                   OR WS-IN-STATUS EQUAL 'U'
                 PERFORM STORE-PAY-ROW
               ELSE
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-NAMED-INSTALLMENT-EXIT.
           EXIT.
      *================================================================*
       STORE-PAY-ROW.
      *================================================================*
           ADD 1 TO WS-PAY-COUNT
           MOVE WS-IN-INSTALLMENTNUM TO PT-INST-NUM(WS-PAY-COUNT)
           MOVE WS-IN-STATUS         TO PT-STATUS(WS-PAY-COUNT)
           MOVE WS-IN-GROSS          TO PT-GROSS(WS-PAY-COUNT)
           MOVE WS-IN-REPRESENT      TO PT-REPRESENT(WS-PAY-COUNT)
           ADD WS-IN-GROSS TO WS-PAY-TOTAL.
      *================================================================*
       CHECK-AUTHORISATION.
      *================================================================*
      * The gateway must have given a token and a reference ('96'),    *
      * for exactly the amount due ('93') - anything else was priced   *
      * against a different selection.  A reference already applied    *
      * is a resubmission, not a second payment ('84').                *
      *================================================================*
           IF CA-CARD-TOKEN EQUAL SPACES
               OR CA-GATEWAY-REF EQUAL SPACES
             MOVE '96' TO CA-RETURN-CODE
             GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           IF CA-AUTH-AMOUNT NOT EQUAL WS-PAY-TOTAL
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' AUTHORISED AMOUNT DIFFERS FROM AMOUNT DUE'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-AUTHORISATION-EXIT
           END-IF

           MOVE ' COUNT CARDPAY' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-DUP-COUNT
               FROM CARD_PAYMENT
              WHERE GATEWAYREF = :CA-GATEWAY-REF
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-AUTHORISATION-EXIT
           END-IF
           IF WS-DUP-COUNT GREATER THAN ZERO
             MOVE '84' TO CA-RETURN-CODE
           END-IF.
       CHECK-AUTHORISATION-EXIT.
           EXIT.
      *================================================================*
       APPLY-PAYMENT.
      *================================================================*
      * CARD_PAYMENT at 'A' (authorised, awaiting settlement), then    *
      * each installment.  Any failure backs the whole payment out -   *
      * half a payment applied is worse than none, and the gateway     *
      * authorisation lapses uncaptured.                               *
      *================================================================*
           MOVE ' INSERT CARDPAY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CARD_PAYMENT
                       ( GATEWAYREF,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         CARDTOKEN,
                         AMOUNT,
                         PAYDATE,
                         PAYSOURCE,
                         STATUS,
                         STAFFID,
                         PAYTIME )
                VALUES ( :CA-GATEWAY-REF,
                         :CA-POLICY-NUM,
                         :WS-POL-CUSTOMERNUM,
                         :CA-CARD-TOKEN,
                         :WS-PAY-TOTAL,
                         :WS-TODAY-DATE,
                         :WS-PAY-SOURCE,
                         'A',
                         :CA-STAFF-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPLY-PAYMENT-EXIT
           END-IF

           PERFORM CLEAR-ONE-INSTALLMENT
               THRU CLEAR-ONE-INSTALLMENT-EXIT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX GREATER THAN WS-PAY-COUNT
                  OR CA-RETURN-CODE NOT EQUAL '00'

           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE ZERO TO CA-INST-CLEARED
           END-IF.
       APPLY-PAYMENT-EXIT.
           EXIT.
      *================================================================*
       CLEAR-ONE-INSTALLMENT.
      *================================================================*
      * The paid mark is conditional on the status just read - an      *
      * installment LGDDB01 raised in the meantime is not paid twice   *
      * ('95', and the payment backs out).                             *
      *================================================================*
           MOVE ' UPDATE INST P' TO EM-SQLREQ
           EXEC SQL
             UPDATE PREMIUM_INSTALLMENT
                SET STATUS   = 'P',
                    PAIDDATE = :WS-TODAY-DATE
              WHERE POLICYNUMBER   = :CA-POLICY-NUM
                AND INSTALLMENTNUM = :PT-INST-NUM(WS-PAY-IDX)
                AND STATUS         = :PT-STATUS(WS-PAY-IDX)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               GO TO CLEAR-ONE-INSTALLMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CLEAR-ONE-INSTALLMENT-EXIT
           END-EVALUATE

           MOVE ' INSERT CARDITEM' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CARD_PAYMENT_ITEM
                       ( GATEWAYREF,
                         POLICYNUMBER,
                         INSTALLMENTNUM,
                         AMOUNT )
                VALUES ( :CA-GATEWAY-REF,
                         :CA-POLICY-NUM,
                         :PT-INST-NUM(WS-PAY-IDX),
                         :PT-GROSS(WS-PAY-IDX) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CLEAR-ONE-INSTALLMENT-EXIT
           END-IF
           ADD 1 TO CA-INST-CLEARED

      * on the premium account - see the note at WS-PAY-WORK
           MOVE CA-POLICY-NUM            TO LE-POLICYNUMBER
           MOVE WS-TODAY-DATE            TO LE-ENTRYDATE
           MOVE PT-INST-NUM(WS-PAY-IDX)  TO LE-INSTALLMENTNUM
           MOVE PT-GROSS(WS-PAY-IDX)     TO LE-AMOUNT
           MOVE 'LGCPY01 '               TO LE-SOURCEPGM
           IF PT-STATUS(WS-PAY-IDX) EQUAL 'D'
               AND PT-REPRESENT(WS-PAY-IDX) EQUAL ZERO
             MOVE 'DUE '                 TO LE-ENTRYTYPE
             MOVE 'D'                    TO LE-DEBITCREDIT
             PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT
           END-IF
           MOVE 'CARD'                   TO LE-ENTRYTYPE
           MOVE 'C'                      TO LE-DEBITCREDIT
           PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT.
       CLEAR-ONE-INSTALLMENT-EXIT.
           EXIT.
      *================================================================*
       POST-LEDGER-ENTRY.
      *================================================================*
      * See LGLEDGER.  The latest row's ENTRYSEQ and BALANCE are       *
      * carried forward; a debit adds to what the customer owes, a     *
      * credit takes off it, a memo leaves it alone.  A failure is     *
      * logged but never unwinds the change it records.                *
      *================================================================*
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
           MOVE ' SELECT LEDGER' TO EM-SQLREQ
           EXEC SQL
             SELECT ENTRYSEQ, BALANCE
               INTO :LE-ENTRYSEQ, :LE-BALANCE
               FROM POLICY_LEDGER
              WHERE POLICYNUMBER = :LE-POLICYNUMBER
              ORDER BY ENTRYSEQ DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 0 TO LE-ENTRYSEQ
             MOVE 0 TO LE-BALANCE
           ELSE
             IF SQLCODE NOT EQUAL 0
               PERFORM WRITE-ERROR-MESSAGE
               GO TO POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

           MOVE ' INSERT LEDGER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_LEDGER
                       ( POLICYNUMBER,
                         ENTRYSEQ,
                         ENTRYDATE,
                         ENTRYTYPE,
                         DEBITCREDIT,
                         AMOUNT,
                         BALANCE,
                         INSTALLMENTNUM,
                         SOURCEPGM )
                VALUES ( :LE-POLICYNUMBER,
                         :LE-ENTRYSEQ,
                         :LE-ENTRYDATE,
                         :LE-ENTRYTYPE,
                         :LE-DEBITCREDIT,
                         :LE-AMOUNT,
                         :LE-BALANCE,
                         :LE-INSTALLMENTNUM,
                         :LE-SOURCEPGM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       POST-LEDGER-ENTRY-EXIT.
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
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
