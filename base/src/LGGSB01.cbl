       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGGSB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Card payment settlement.  LGCPY01 clears the installments a  *
      *  card pays the moment the gateway authorises it, and holds the *
      *  payment on CARD_PAYMENT at 'A' until the money actually       *
      *  arrives.  This job reads the gateway's daily settlement file  *
      *  (LGCSTLRC records) and closes that loop:                      *
      *                                                                *
      *   - a settled payment ('S') is matched to its authorised       *
      *     CARD_PAYMENT row by gateway reference, amount equal, and   *
      *     marked settled;                                            *
      *   - a chargeback ('C') marks the payment charged back and      *
      *     puts every installment it paid back into arrears - status  *
      *     'U', undunned, due from the chargeback date - with a CHBK  *
      *     debit on the premium account, so LGARB01 chases the        *
      *     customer exactly as for a bounced direct debit;            *
      *   - anything that matches nothing prints on the exception      *
      *     listing, as do authorised payments the gateway has still   *
      *     not settled after WS-SETTLE-DAYS, and a file whose trailer *
      *     disagrees with its detail.                                 *
      *                                                                *
      *  Run daily after the settlement file lands and before the      *
      *  LGARB01 sweep, so reinstated arrears are picked up tonight.   *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGGSB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STL-FILE  ASSIGN TO SETLFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT GSB-RPT   ASSIGN TO GSBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STL-FILE
           RECORDING MODE IS F.
           COPY LGCSTLRC.

       FD  GSB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-TRAILER-SW            PIC X      VALUE 'N'.
               88 WS-TRAILER-SEEN            VALUE 'Y'.
           05 WS-ITEM-EOF-SW           PIC X      VALUE 'N'.
               88 WS-ITEM-EOF                VALUE 'Y'.
           05 WS-AGED-EOF-SW           PIC X      VALUE 'N'.
               88 WS-AGED-EOF                VALUE 'Y'.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-READ-TOTAL               PIC 9(09)V9(02) VALUE 0.
       77  WS-SETTLED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-CHARGEBACK-COUNT         PIC S9(7) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-AGED-COUNT               PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

      * The gateway settles an authorisation within a couple of
      * working days; one still unsettled after this many days has
      * gone astray and is listed for the payments team to chase
       77  WS-SETTLE-DAYS              PIC S9(03) COMP VALUE 3.
       01  WS-DATE-WORK.
           05 WS-CUTOFF-INT            PIC S9(09) COMP.
           05 WS-CUTOFF-NUMERIC        PIC 9(08).
           05 WS-CUTOFF-DATE           PIC X(10).

      * CARD_PAYMENT row behind a chargeback
       01  WS-PAYMENT-ROW.
           05 WS-CP-GATEWAYREF         PIC X(16).
           05 WS-CP-POLICYNUMBER       PIC 9(10).
           05 WS-CP-AMOUNT             PIC 9(07)V9(02).
           05 WS-CP-STATUS             PIC X(01).
           05 WS-CP-PAYDATE            PIC X(10).

      * CARD_PAYMENT_ITEM row - one installment the payment cleared
       01  WS-ITEM-ROW.
           05 WS-CI-POLICYNUMBER       PIC 9(10).
           05 WS-CI-INSTALLMENTNUM     PIC 9(04).
           05 WS-CI-AMOUNT             PIC 9(07)V9(02).

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'CARD SETTLEMENT - RUN DATE '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RD-GATEWAY-REF           PIC X(16).
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUM             PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' INS='.
           05 RD-INSTALLMENTNUM        PIC Z(03)9.
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RD-AMOUNT                PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(19).

      * Exception listing line - the payments team's worklist
       01  WS-RPT-EXCEPTION.
           05 FILLER                   PIC X(11) VALUE ' EXCEPTION '.
           05 RX-RECORD-TYPE           PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RX-GATEWAY-REF           PIC X(16).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RX-AMOUNT                PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RX-REASON                PIC X(31).

       01  WS-RPT-SUMMARY.
           05 FILLER                   PIC X(06) VALUE 'READ ='.
           05 RT-READ-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' SETTLED ='.
           05 RT-SETTLED-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(13) VALUE ' CHARGEBACK ='.
           05 RT-CHARGEBACK-COUNT      PIC Z(06)9.
           05 FILLER                   PIC X(13) VALUE ' EXCEPTIONS ='.
           05 RT-EXCEPTION-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Premium account ledger posting - see LGLEDGER                  *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The installments one card payment cleared
           EXEC SQL
               DECLARE ITEMCURSOR CURSOR FOR
                   SELECT POLICYNUMBER,
                          INSTALLMENTNUM,
                          AMOUNT
                     FROM CARD_PAYMENT_ITEM
                    WHERE GATEWAYREF = :ST-GATEWAY-REF
                    ORDER BY INSTALLMENTNUM
           END-EXEC.

      * Authorised payments the gateway has not settled in time
           EXEC SQL
               DECLARE AGEDCURSOR CURSOR FOR
                   SELECT GATEWAYREF,
                          POLICYNUMBER,
                          AMOUNT,
                          PAYDATE
                     FROM CARD_PAYMENT
                    WHERE STATUS  = 'A'
                      AND PAYDATE < :WS-CUTOFF-DATE
                    ORDER BY PAYDATE, GATEWAYREF
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
               UNTIL WS-EOJ.
           PERFORM 5000-CHECK-TRAILER THRU 5000-CHECK-TRAILER-EXIT.
           PERFORM 6000-LIST-UNSETTLED THRU 6000-LIST-UNSETTLED-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, prime the read-ahead             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  STL-FILE
           OPEN OUTPUT GSB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               - WS-SETTLE-DAYS
           COMPUTE WS-CUTOFF-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-CUTOFF-NUMERIC(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE '-'                    TO WS-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-NUMERIC(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE '-'                    TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-NUMERIC(7:2) TO WS-CUTOFF-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-READ-SETTLEMENT THRU 1100-READ-SETTLEMENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-SETTLEMENT - read-ahead one settlement record; the   *
      * trailer ends the detail stream and is kept for 5000            *
      ******************************************************************
       1100-READ-SETTLEMENT.
           READ STL-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF ST-TRAILER-RECORD
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-TRAILER-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
               ADD ST-AMOUNT TO WS-READ-TOTAL
             END-IF
           END-IF.
       1100-READ-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RECORD - settle or charge back one payment        *
      ******************************************************************
       2000-PROCESS-RECORD.
           EVALUATE TRUE
             WHEN ST-SETTLED-RECORD
               PERFORM 3000-SETTLE-PAYMENT
                   THRU 3000-SETTLE-PAYMENT-EXIT
             WHEN ST-CHARGEBACK-RECORD
               PERFORM 4000-CHARGE-BACK-PAYMENT
                   THRU 4000-CHARGE-BACK-PAYMENT-EXIT
             WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE' TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-EVALUATE

           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 1100-READ-SETTLEMENT THRU 1100-READ-SETTLEMENT-EXIT.
       2000-PROCESS-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * rows                                                           *
      ******************************************************************
       2600-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SETTLE-PAYMENT - the authorised payment with this         *
      * gateway reference and exactly this amount becomes settled.     *
      * A settlement for a payment we never applied, or for a          *
      * different amount, is money we cannot account for - listed.     *
      ******************************************************************
       3000-SETTLE-PAYMENT.
           EXEC SQL
               UPDATE CARD_PAYMENT
                  SET STATUS     = 'S',
                      SETTLEDATE = :ST-EVENT-DATE
                WHERE GATEWAYREF = :ST-GATEWAY-REF
                  AND STATUS     = 'A'
                  AND AMOUNT     = :ST-AMOUNT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SETTLED-COUNT
             WHEN 100
               MOVE 'NO AUTHORISED PAYMENT TO MATCH' TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
             WHEN OTHER
               MOVE 'CARD_PAYMENT UPDATE FAILED' TO RX-REASON
               PERFORM 8000-WRITE-EXCEPTION
                   THRU 8000-WRITE-EXCEPTION-EXIT
           END-EVALUATE.
       3000-SETTLE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CHARGE-BACK-PAYMENT - the money has been taken back off   *
      * us.  The payment is marked 'C' and each installment it paid    *
      * is reinstated as arrears through 4100.  A chargeback for a     *
      * payment we hold no record of, or one already charged back, is  *
      * listed and touches nothing.                                    *
      ******************************************************************
       4000-CHARGE-BACK-PAYMENT.
           EXEC SQL
               SELECT POLICYNUMBER, AMOUNT, STATUS, PAYDATE
                 INTO :WS-CP-POLICYNUMBER,
                      :WS-CP-AMOUNT,
                      :WS-CP-STATUS,
                      :WS-CP-PAYDATE
                 FROM CARD_PAYMENT
                WHERE GATEWAYREF = :ST-GATEWAY-REF
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'NO CARD PAYMENT FOR CHARGEBACK' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             GO TO 4000-CHARGE-BACK-PAYMENT-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'CARD_PAYMENT READ FAILED' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             GO TO 4000-CHARGE-BACK-PAYMENT-EXIT
           END-IF
           IF WS-CP-STATUS EQUAL 'C'
             MOVE 'PAYMENT ALREADY CHARGED BACK' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             GO TO 4000-CHARGE-BACK-PAYMENT-EXIT
           END-IF

           EXEC SQL
               UPDATE CARD_PAYMENT
                  SET STATUS           = 'C',
                      CHARGEBACKDATE   = :ST-EVENT-DATE,
                      CHARGEBACKREASON = :ST-REASON-CODE
                WHERE GATEWAYREF = :ST-GATEWAY-REF
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CARD_PAYMENT UPDATE FAILED' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             GO TO 4000-CHARGE-BACK-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-CHARGEBACK-COUNT

           EXEC SQL
               OPEN ITEMCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ITEMCURSOR' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             GO TO 4000-CHARGE-BACK-PAYMENT-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-EOF-SW
           PERFORM 4100-REINSTATE-ARREARS
               THRU 4100-REINSTATE-ARREARS-EXIT
               UNTIL WS-ITEM-EOF
           EXEC SQL
               CLOSE ITEMCURSOR
           END-EXEC.
       4000-CHARGE-BACK-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REINSTATE-ARREARS - one installment the charged-back      *
      * payment had cleared goes back to 'U' exactly as LGDRB01 leaves *
      * a second failed collection, undunned and due from the          *
      * chargeback date so LGARB01's grace and lapse periods run from  *
      * the day the money went, and the amount is debited back onto    *
      * the premium account.  An installment no longer at 'P' (the     *
      * policy has since been cancelled and refunded, say) is listed   *
      * for the payments team rather than reopened.                    *
      ******************************************************************
       4100-REINSTATE-ARREARS.
           EXEC SQL
               FETCH ITEMCURSOR
                INTO :WS-CI-POLICYNUMBER,
                     :WS-CI-INSTALLMENTNUM,
                     :WS-CI-AMOUNT
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-ITEM-EOF-SW
             GO TO 4100-REINSTATE-ARREARS-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON ITEMCURSOR' TO RX-REASON
             PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-WRITE-EXCEPTION-EXIT
             MOVE 'Y' TO WS-ITEM-EOF-SW
             GO TO 4100-REINSTATE-ARREARS-EXIT
           END-IF

           MOVE WS-CI-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WS-CI-INSTALLMENTNUM TO RD-INSTALLMENTNUM
           MOVE WS-CI-AMOUNT         TO RD-AMOUNT
           MOVE ST-GATEWAY-REF       TO RD-GATEWAY-REF

           EXEC SQL
               UPDATE PREMIUM_INSTALLMENT
                  SET STATUS     = 'U',
                      DUEDATE    = :ST-EVENT-DATE,
                      PAIDDATE   = ' ',
                      DUNNEDDATE = ' '
                WHERE POLICYNUMBER   = :WS-CI-POLICYNUMBER
                  AND INSTALLMENTNUM = :WS-CI-INSTALLMENTNUM
                  AND STATUS         = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'NOT REOPENED - CHECK' TO RD-ACTION
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 4100-REINSTATE-ARREARS-EXIT
           END-IF
           MOVE 'REINSTATED ARREARS' TO RD-ACTION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CI-POLICYNUMBER   TO LE-POLICYNUMBER
           MOVE WS-CI-INSTALLMENTNUM TO LE-INSTALLMENTNUM
           MOVE ST-EVENT-DATE        TO LE-ENTRYDATE
           MOVE WS-CI-AMOUNT         TO LE-AMOUNT
           MOVE 'CHBK'               TO LE-ENTRYTYPE
           MOVE 'D'                  TO LE-DEBITCREDIT
           MOVE 'LGGSB01 '           TO LE-SOURCEPGM
           PERFORM 8500-POST-LEDGER-ENTRY
               THRU 8500-POST-LEDGER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE ' LEDGER POSTING FAILED FOR THE CHARGEBACK ABOVE'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4100-REINSTATE-ARREARS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CHECK-TRAILER - the gateway's own count and value of the  *
      * detail records must agree with what was read; a short or       *
      * missing file is reported, not silently taken as complete       *
      ******************************************************************
       5000-CHECK-TRAILER.
           IF NOT WS-TRAILER-SEEN
             MOVE 'SETTLEMENT FILE HAS NO TRAILER - FILE INCOMPLETE'
               TO RPT-LINE
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 5000-CHECK-TRAILER-EXIT
           END-IF
           IF ST-TRL-COUNT NOT EQUAL WS-READ-COUNT
               OR ST-TRL-TOTAL NOT EQUAL WS-READ-TOTAL
             MOVE 'TRAILER COUNT/TOTAL DISAGREES WITH DETAIL RECORDS'
               TO RPT-LINE
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       5000-CHECK-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 6000-LIST-UNSETTLED - see the note at WS-SETTLE-DAYS.  The     *
      * installments stay paid; chasing the gateway is a manual job    *
      ******************************************************************
       6000-LIST-UNSETTLED.
           EXEC SQL
               OPEN AGEDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN AGEDCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 6000-LIST-UNSETTLED-EXIT
           END-IF
           MOVE 'N' TO WS-AGED-EOF-SW
           PERFORM 6100-FETCH-UNSETTLED THRU 6100-FETCH-UNSETTLED-EXIT
               UNTIL WS-AGED-EOF
           EXEC SQL
               CLOSE AGEDCURSOR
           END-EXEC.
       6000-LIST-UNSETTLED-EXIT.
           EXIT.

       6100-FETCH-UNSETTLED.
           EXEC SQL
               FETCH AGEDCURSOR
                INTO :WS-CP-GATEWAYREF,
                     :WS-CP-POLICYNUMBER,
                     :WS-CP-AMOUNT,
                     :WS-CP-PAYDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-AGED-EOF-SW
             GO TO 6100-FETCH-UNSETTLED-EXIT
           END-IF
           ADD 1 TO WS-AGED-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'A'                TO RX-RECORD-TYPE
           MOVE WS-CP-GATEWAYREF   TO RX-GATEWAY-REF
           MOVE WS-CP-AMOUNT       TO RX-AMOUNT
           MOVE SPACES             TO RX-REASON
           MOVE 'UNSETTLED SINCE'  TO RX-REASON(1:15)
           MOVE WS-CP-PAYDATE      TO RX-REASON(17:10)
           MOVE WS-RPT-EXCEPTION TO RPT-LINE
           WRITE RPT-LINE.
       6100-FETCH-UNSETTLED-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-EXCEPTION - list the current settlement record with *
      * the reason already in RX-REASON                                *
      ******************************************************************
       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE ST-RECORD-TYPE  TO RX-RECORD-TYPE
           MOVE ST-GATEWAY-REF  TO RX-GATEWAY-REF
           MOVE ST-AMOUNT       TO RX-AMOUNT
           MOVE WS-RPT-EXCEPTION TO RPT-LINE
           WRITE RPT-LINE.
       8000-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - final COMMIT, summary, close down             *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-READ-COUNT       TO RT-READ-COUNT
           MOVE WS-SETTLED-COUNT    TO RT-SETTLED-COUNT
           MOVE WS-CHARGEBACK-COUNT TO RT-CHARGEBACK-COUNT
           MOVE WS-EXCEPTION-COUNT  TO RT-EXCEPTION-COUNT
           MOVE WS-RPT-SUMMARY      TO RPT-LINE
           WRITE RPT-LINE

           CLOSE STL-FILE
           CLOSE GSB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-POST-LEDGER-ENTRY - append LE-LEDGER-ENTRY to the policy's *
      * premium account (see LGLEDGER): the latest row's ENTRYSEQ and  *
      * BALANCE are carried forward, a debit adds to what the customer *
      * owes, a credit takes off it, a memo leaves it alone.  SQLCODE  *
      * is left for the caller to judge.                               *
      ******************************************************************
       8500-POST-LEDGER-ENTRY.
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
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
               GO TO 8500-POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

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
           END-EXEC.
       8500-POST-LEDGER-ENTRY-EXIT.
           EXIT.
