      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Administration Fee Service Program                  *
      *                                                                *
      *   The policy wording has always allowed a fee for a mid-term   *
      *  change, a cancellation and a duplicate document, but nothing  *
      *  charged one, so every fee was waived by default.  LINKed to   *
      *  by the transactions that raise those events, this program     *
      *  prices the fee from FEE_SCHEDULE - event type by policy type, *
      *  with effective dates, a policy type of 'ALL' standing for     *
      *  any product without a row of its own - and, when asked to     *
      *  charge it, bills it onto the installment schedule or leaves   *
      *  it for the caller to net from the refund it is paying.        *
      *  Every fee charged or waived is a FEE_CHARGE row, the source   *
      *  LGGLB01 posts fee income from, and the charge goes on the     *
      *  policy's premium account.  The callers gate entitlement.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGFEE01.
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
                                        VALUE 'LGFEE01-------WS'.
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
       01  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGFEE01 '.
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
           05 WS-CA-FEE-LEN            PIC S9(4) COMP VALUE +75.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * The policy the fee lands on
       01  WS-POLICY-WORK.
           05 WS-POLICY-NUM            PIC 9(10) VALUE 0.
           05 WS-CUSTOMER-NUM          PIC 9(10) VALUE 0.
           05 WS-POLICY-TYPE           PIC X(03) VALUE SPACES.

      * The schedule fee and what is charged of it - 'I' billed to an
      * installment, 'N' netted from a refund, 'W' waived
       01  WS-FEE-WORK.
           05 WS-SCHEDULE-KEY          PIC X(03).
           05 WS-SCHEDULE-FEE          PIC S9(05)V9(02) VALUE 0.
           05 WS-FEE-CHARGED           PIC S9(05)V9(02) VALUE 0.
           05 WS-BILL-METHOD           PIC X(01) VALUE SPACES.
           05 WS-WAIVED                PIC X(01) VALUE 'N'.

      * Installment billing - the fee rides on the next installment
      * still at 'D' so the customer sees one collection, not two; a
      * policy with none left gets one of its own due in thirty days.
      * Fees carry no insurance premium tax.
       01  WS-BILL-WORK.
           05 WS-INST-NUM              PIC S9(05) COMP VALUE 0.
           05 WS-NEW-DUE-INT           PIC S9(09) COMP.
           05 WS-NEW-DUE-YYYYMMDD      PIC 9(08).
           05 WS-NEW-DUE-DATE          PIC X(10).

      *----------------------------------------------------------------*
      * Premium account ledger - see LGLEDGER and POST-LEDGER-ENTRY    *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGFEECA
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
                                       + WS-CA-FEE-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-PRICE-FEE
              AND NOT CA-REQ-CHARGE-FEE
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE ZERO   TO CA-SCHEDULE-FEE
           MOVE ZERO   TO CA-FEE-CHARGED
           MOVE 'N'    TO CA-FEE-WAIVED
           MOVE ZERO   TO CA-INSTALLMENT-NUM
           MOVE CA-POLICY-NUM TO EM-POLNUM.

           PERFORM GET-TODAYS-DATE.

           PERFORM RESOLVE-POLICY THRU RESOLVE-POLICY-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
               OR WS-POLICY-NUM EQUAL ZERO
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM READ-FEE-SCHEDULE THRU READ-FEE-SCHEDULE-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
               OR WS-SCHEDULE-FEE EQUAL ZERO
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM PRICE-FEE.

           IF CA-REQ-CHARGE-FEE
             PERFORM CHARGE-FEE THRU CHARGE-FEE-EXIT
           END-IF.

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
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
      *================================================================*
       RESOLVE-POLICY.
      *================================================================*
      * The named policy; for a customer-level document, the           *
      * customer's lowest-numbered in-force policy.  A customer with   *
      * no policy in force has nothing to bill and is not charged -    *
      * WS-POLICY-NUM stays zero and the caller gets '00' and no fee.  *
      *================================================================*
           MOVE CA-POLICY-NUM TO WS-POLICY-NUM
           IF WS-POLICY-NUM EQUAL ZERO
             MOVE ' SELECT MIN POL' TO EM-SQLREQ
             EXEC SQL
               SELECT COALESCE(MIN(POLICYNUMBER), 0)
                 INTO :WS-POLICY-NUM
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                  AND POLICYSTATUS   = 'A'
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RESOLVE-POLICY-EXIT
             END-IF
             IF WS-POLICY-NUM EQUAL ZERO
               GO TO RESOLVE-POLICY-EXIT
             END-IF
             MOVE WS-POLICY-NUM TO EM-POLNUM
           END-IF

           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE
               INTO :WS-CUSTOMER-NUM, :WS-POLICY-TYPE
               FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-POLICY-NUM   TO CA-POLICY-NUM
               MOVE WS-CUSTOMER-NUM TO CA-CUSTOMER-NUM
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RESOLVE-POLICY-EXIT.
           EXIT.
      *================================================================*
       READ-FEE-SCHEDULE.
      *================================================================*
      * The row for the event and the policy's own type in force       *
      * today, else the event's 'ALL' row; neither means no fee.  A    *
      * read failure charges nothing rather than guess at a figure.    *
      *================================================================*
           MOVE ZERO TO WS-SCHEDULE-FEE
           MOVE WS-POLICY-TYPE TO WS-SCHEDULE-KEY
           MOVE ' SELECT FEESCHED' TO EM-SQLREQ
           EXEC SQL
             SELECT FEEAMOUNT
               INTO :WS-SCHEDULE-FEE
               FROM FEE_SCHEDULE
              WHERE EVENTTYPE      = :CA-FEE-EVENT
                AND POLICYTYPE     = :WS-SCHEDULE-KEY
                AND EFFECTIVEFROM <= :WS-TODAY-DATE
                AND EFFECTIVETO   >= :WS-TODAY-DATE
              ORDER BY EFFECTIVEFROM DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'ALL' TO WS-SCHEDULE-KEY
             EXEC SQL
               SELECT FEEAMOUNT
                 INTO :WS-SCHEDULE-FEE
                 FROM FEE_SCHEDULE
                WHERE EVENTTYPE      = :CA-FEE-EVENT
                  AND POLICYTYPE     = :WS-SCHEDULE-KEY
                  AND EFFECTIVEFROM <= :WS-TODAY-DATE
                  AND EFFECTIVETO   >= :WS-TODAY-DATE
                ORDER BY EFFECTIVEFROM DESC
                FETCH FIRST 1 ROW ONLY
             END-EXEC
           END-IF
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ZERO TO WS-SCHEDULE-FEE
             WHEN OTHER
               MOVE ZERO TO WS-SCHEDULE-FEE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-FEE-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       PRICE-FEE.
      *================================================================*
      * A waiver charges nothing; a netted fee is capped at the refund *
      * it comes out of, so a refund is never turned into a bill.      *
      *================================================================*
           MOVE WS-SCHEDULE-FEE TO CA-SCHEDULE-FEE
           MOVE WS-SCHEDULE-FEE TO WS-FEE-CHARGED
           MOVE 'N' TO WS-WAIVED
           EVALUATE TRUE
             WHEN CA-WAIVE-REASON NOT EQUAL SPACES
               MOVE ZERO TO WS-FEE-CHARGED
               MOVE 'Y'  TO WS-WAIVED
               MOVE 'W'  TO WS-BILL-METHOD
             WHEN CA-BILL-NET-REFUND
               IF WS-FEE-CHARGED GREATER THAN CA-NET-LIMIT
                 MOVE CA-NET-LIMIT TO WS-FEE-CHARGED
               END-IF
               MOVE 'N'  TO WS-BILL-METHOD
             WHEN OTHER
               MOVE 'I'  TO WS-BILL-METHOD
           END-EVALUATE
           MOVE WS-FEE-CHARGED TO CA-FEE-CHARGED
           MOVE WS-WAIVED      TO CA-FEE-WAIVED.
      *================================================================*
       CHARGE-FEE.
      *================================================================*
      * Bill it, then record it - the FEE_CHARGE row names the         *
      * installment an 'I' fee went onto.  A netted fee whose refund   *
      * was nil charges nothing and records nothing.                   *
      *================================================================*
           MOVE ZERO TO WS-INST-NUM
           IF WS-BILL-METHOD EQUAL 'N'
               AND WS-FEE-CHARGED EQUAL ZERO
             GO TO CHARGE-FEE-EXIT
           END-IF

           IF WS-BILL-METHOD EQUAL 'I'
             PERFORM BILL-TO-INSTALLMENT THRU BILL-TO-INSTALLMENT-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO CHARGE-FEE-EXIT
             END-IF
             MOVE WS-INST-NUM TO CA-INSTALLMENT-NUM
           END-IF

           MOVE ' INSERT FEECHRG' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FEE_CHARGE
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         EVENTTYPE,
                         CHARGEDATE,
                         SCHEDULEAMOUNT,
                         FEEAMOUNT,
                         BILLMETHOD,
                         INSTALLMENTNUM,
                         WAIVED,
                         WAIVEREASON,
                         STAFFID,
                         SOURCEPGM,
                         CHARGETIME )
                VALUES ( :WS-POLICY-NUM,
                         :WS-CUSTOMER-NUM,
                         :CA-FEE-EVENT,
                         :WS-TODAY-DATE,
                         :WS-SCHEDULE-FEE,
                         :WS-FEE-CHARGED,
                         :WS-BILL-METHOD,
                         :WS-INST-NUM,
                         :WS-WAIVED,
                         :CA-WAIVE-REASON,
                         :CA-STAFF-ID,
                         :CA-SOURCE-PGM,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHARGE-FEE-EXIT
           END-IF

      * on the premium account: billed to an installment it is a memo
      * - LGDDB01 debits the installment when it falls due; netted
      * from a refund it is a debit against the refund credit
           IF WS-WAIVED EQUAL 'Y'
             GO TO CHARGE-FEE-EXIT
           END-IF
           MOVE WS-POLICY-NUM  TO LE-POLICYNUMBER
           MOVE WS-TODAY-DATE  TO LE-ENTRYDATE
           MOVE 'FEE '         TO LE-ENTRYTYPE
           MOVE WS-FEE-CHARGED TO LE-AMOUNT
           MOVE WS-INST-NUM    TO LE-INSTALLMENTNUM
           MOVE CA-SOURCE-PGM  TO LE-SOURCEPGM
           IF WS-BILL-METHOD EQUAL 'I'
             MOVE 'M' TO LE-DEBITCREDIT
           ELSE
             MOVE 'D' TO LE-DEBITCREDIT
           END-IF
           PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT.
       CHARGE-FEE-EXIT.
           EXIT.
      *================================================================*
       BILL-TO-INSTALLMENT.
      *================================================================*
      * See the note at WS-BILL-WORK.                                  *
      *================================================================*
           MOVE ' MIN UNRAISED' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MIN(INSTALLMENTNUM), 0)
               INTO :WS-INST-NUM
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :WS-POLICY-NUM
                AND STATUS       = 'D'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BILL-TO-INSTALLMENT-EXIT
           END-IF

           IF WS-INST-NUM GREATER THAN ZERO
             MOVE ' UPDATE FEEINST' TO EM-SQLREQ
             EXEC SQL
               UPDATE PREMIUM_INSTALLMENT
                  SET AMOUNT = AMOUNT + :WS-FEE-CHARGED
                WHERE POLICYNUMBER   = :WS-POLICY-NUM
                  AND INSTALLMENTNUM = :WS-INST-NUM
                  AND STATUS         = 'D'
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO BILL-TO-INSTALLMENT-EXIT
           END-IF

           MOVE ' MAX INSTNUM' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :WS-INST-NUM
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BILL-TO-INSTALLMENT-EXIT
           END-IF

           COMPUTE WS-NEW-DUE-INT = WS-TODAY-INT + 30
           COMPUTE WS-NEW-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-NEW-DUE-INT)
           MOVE WS-NEW-DUE-YYYYMMDD(1:4) TO WS-NEW-DUE-DATE(1:4)
           MOVE '-'                      TO WS-NEW-DUE-DATE(5:1)
           MOVE WS-NEW-DUE-YYYYMMDD(5:2) TO WS-NEW-DUE-DATE(6:2)
           MOVE '-'                      TO WS-NEW-DUE-DATE(8:1)
           MOVE WS-NEW-DUE-YYYYMMDD(7:2) TO WS-NEW-DUE-DATE(9:2)

           MOVE ' INSERT FEEINST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PREMIUM_INSTALLMENT
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         IPTAMOUNT,
                         STATUS )
                VALUES ( :WS-POLICY-NUM,
                         :WS-INST-NUM,
                         :WS-NEW-DUE-DATE,
                         :WS-FEE-CHARGED,
                         0,
                         'D' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       BILL-TO-INSTALLMENT-EXIT.
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
