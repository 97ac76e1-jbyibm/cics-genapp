      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *        Claims Supplier and Fee Invoice Maintenance Transaction *
      *                                                                *
      *   Maintains the CLAIM_SUPPLIER master - the loss adjusters,    *
      *  building surveyors and motor engineers we instruct on claims  *
      *  - and the fee invoices they send us per claim on              *
      *  CLAIM_FEE_INVOICE: the supplier's invoice number and date,    *
      *  net, VAT and gross, and an approval by a second member of     *
      *  staff.  Until this transaction those invoices were paid by    *
      *  accounts payable outside the suite and claim cost showed      *
      *  indemnity only.  An approved invoice is paid by LGFPB01 on    *
      *  the LGBNKPAY file; LGLRB01 and LGGLB01 report the fees as     *
      *  claims-handling expense, never as indemnity.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGSUP01.
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
                                        VALUE 'LGSUP01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGSUP01 '.
      * keyed by claim number on the invoice requests and by supplier
      * id on the supplier requests - tagged CLM#= so LGEQM01's CNUM=
      * parse does not file either in ERRORLOG.CUSTOMERNUM
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CLM#='.
             15 EM-CLMNUM              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - the same gate the other staff        *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-SUPPLIER-LEN       PIC S9(4) COMP VALUE +192.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Next supplier id - CLAIM_SUPPLIER rows are never deleted, so
      * count-plus-one is a safe key
       01  WS-NEXT-SUPPLIER-ID         PIC S9(5) COMP VALUE 0.

      * Next invoice sequence on the claim - CLAIM_FEE_INVOICE rows
      * are never deleted either
       01  WS-NEXT-INVOICE-SEQ         PIC S9(5) COMP VALUE 0.

      * Same supplier invoice number already on file (rejected
      * invoices excepted - a corrected resubmission may reuse it)
       01  WS-DUPLICATE-COUNT          PIC S9(5) COMP VALUE 0.

      * Named supplier's state, read ahead of recording or approving
      * an invoice from it
       01  WS-CURR-SUPPLIER-STATUS     PIC X(01) VALUE SPACES.

      * The invoice as it stands, read ahead of an approve or reject
       01  WS-CURR-FEE-STATUS          PIC X(01) VALUE SPACES.
       01  WS-CURR-RECORDED-BY         PIC X(05) VALUE SPACES.
       01  WS-CURR-INV-SUPPLIER-ID     PIC 9(05) VALUE 0.
       01  WS-CLAIM-STATUS             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGSUPMCA
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
                                       + WS-CA-SUPPLIER-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-REQ-ADD-SUPPLIER OR CA-REQ-AMEND-SUPPLIER
               OR CA-REQ-RETIRE-SUPPLIER OR CA-REQ-READ-SUPPLIER
             MOVE CA-SUPPLIER-ID TO EM-CLMNUM
           ELSE
             MOVE CA-CLAIM-NUM   TO EM-CLMNUM
           END-IF.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-SUPPLIER
               AND NOT CA-REQ-READ-INVOICE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-SUPPLIER
               PERFORM ADD-SUPPLIER THRU ADD-SUPPLIER-EXIT
             WHEN CA-REQ-AMEND-SUPPLIER
               PERFORM AMEND-SUPPLIER THRU AMEND-SUPPLIER-EXIT
             WHEN CA-REQ-RETIRE-SUPPLIER
               PERFORM RETIRE-SUPPLIER THRU RETIRE-SUPPLIER-EXIT
             WHEN CA-REQ-READ-SUPPLIER
               PERFORM READ-SUPPLIER
             WHEN CA-REQ-RECORD-INVOICE
               PERFORM RECORD-INVOICE THRU RECORD-INVOICE-EXIT
             WHEN CA-REQ-APPROVE-INVOICE
               PERFORM APPROVE-INVOICE THRU APPROVE-INVOICE-EXIT
             WHEN CA-REQ-REJECT-INVOICE
               PERFORM REJECT-INVOICE THRU REJECT-INVOICE-EXIT
             WHEN CA-REQ-READ-INVOICE
               PERFORM READ-INVOICE
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

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
       VALIDATE-SUPPLIER.
      *================================================================*
      * A name, a recognised supplier type, and bank details in the    *
      * shape LGBNKPAY carries - six-digit sort code (not all zero)    *
      * and eight-digit account - or the fees cannot be paid.          *
      *================================================================*
           IF CA-SUPPLIER-NAME IS EQUAL TO SPACES
               OR NOT CA-VALID-SUPPLIER-TYPE
               OR CA-SUPPLIER-SORT-CODE IS NOT NUMERIC
               OR CA-SUPPLIER-SORT-CODE EQUAL '000000'
               OR CA-SUPPLIER-ACCOUNT IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' SUPPLIER DETAILS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-SUPPLIER-EXIT.
           EXIT.
      *================================================================*
       ADD-SUPPLIER.
      *================================================================*
           PERFORM VALIDATE-SUPPLIER THRU VALIDATE-SUPPLIER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-SUPPLIER-EXIT
           END-IF

           MOVE ' COUNT SUPPLIER' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-SUPPLIER-ID
               FROM CLAIM_SUPPLIER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-SUPPLIER-EXIT
           END-IF

           MOVE ' INSERT SUPPLIER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM_SUPPLIER
                       ( SUPPLIERID,
                         SUPPLIERNAME,
                         SUPPLIERTYPE,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         VATREGNUMBER,
                         SUPPLIERSTATUS,
                         LASTCHANGED )
                VALUES ( :WS-NEXT-SUPPLIER-ID,
                         :CA-SUPPLIER-NAME,
                         :CA-SUPPLIER-TYPE,
                         :CA-SUPPLIER-SORT-CODE,
                         :CA-SUPPLIER-ACCOUNT,
                         :CA-SUPPLIER-VAT-REG,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-NEXT-SUPPLIER-ID TO CA-SUPPLIER-ID
             MOVE 'A' TO CA-SUPPLIER-STATUS
           END-IF.
       ADD-SUPPLIER-EXIT.
           EXIT.
      *================================================================*
       AMEND-SUPPLIER.
      *================================================================*
      * A change of bank details takes effect for the next LGFPB01     *
      * run - invoices already on a payment file went to the old       *
      * account.  Any the bank returned, which LGPRB01 held at 'H',    *
      * are released back to 'N' to go out again to the new account.   *
      *================================================================*
           PERFORM VALIDATE-SUPPLIER THRU VALIDATE-SUPPLIER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-SUPPLIER-EXIT
           END-IF

           MOVE ' UPDATE SUPPLIER' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_SUPPLIER
                SET SUPPLIERNAME  = :CA-SUPPLIER-NAME,
                    SUPPLIERTYPE  = :CA-SUPPLIER-TYPE,
                    SORTCODE      = :CA-SUPPLIER-SORT-CODE,
                    ACCOUNTNUMBER = :CA-SUPPLIER-ACCOUNT,
                    VATREGNUMBER  = :CA-SUPPLIER-VAT-REG,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO AMEND-SUPPLIER-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO AMEND-SUPPLIER-EXIT
           END-EVALUATE

           MOVE ' RELEASE FEEINV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_FEE_INVOICE
                SET PAYMENTEXTRACTED = 'N'
              WHERE SUPPLIERID       = :CA-SUPPLIER-ID
                AND PAYMENTEXTRACTED = 'H'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       AMEND-SUPPLIER-EXIT.
           EXIT.
      *================================================================*
       RETIRE-SUPPLIER.
      *================================================================*
      * A retired supplier takes no new invoices and has none          *
      * approved; an invoice already approved is still paid.           *
      *================================================================*
           MOVE ' RETIRE SUPPLIER' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_SUPPLIER
                SET SUPPLIERSTATUS = 'R',
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'R' TO CA-SUPPLIER-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RETIRE-SUPPLIER-EXIT.
           EXIT.
      *================================================================*
       READ-SUPPLIER.
      *================================================================*
           MOVE ' SELECT SUPPLIER' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERNAME, SUPPLIERTYPE, SORTCODE,
                    ACCOUNTNUMBER, VATREGNUMBER, SUPPLIERSTATUS
               INTO :CA-SUPPLIER-NAME, :CA-SUPPLIER-TYPE,
                    :CA-SUPPLIER-SORT-CODE, :CA-SUPPLIER-ACCOUNT,
                    :CA-SUPPLIER-VAT-REG, :CA-SUPPLIER-STATUS
               FROM CLAIM_SUPPLIER
              WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-SUPPLIER-ACTIVE.
      *================================================================*
      * The supplier invoicing must be on the master and active.       *
      *================================================================*
           MOVE ' SELECT SUPSTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT SUPPLIERSTATUS
               INTO :WS-CURR-SUPPLIER-STATUS
               FROM CLAIM_SUPPLIER
              WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-CURR-SUPPLIER-STATUS NOT EQUAL 'A'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' SUPPLIER NOT ACTIVE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-SUPPLIER-ACTIVE-EXIT.
           EXIT.
      *================================================================*
       RECORD-INVOICE.
      *================================================================*
      * A supplier's fee invoice against a claim, held at 'P' until a  *
      * second member of staff approves it.  The claim may be in any   *
      * state - the adjuster's final bill often arrives after the      *
      * claim has settled.  The same invoice number from the same      *
      * supplier is refused unless the earlier one was rejected.       *
      *================================================================*
           IF CA-INVOICE-NUMBER IS EQUAL TO SPACES
               OR CA-NET-AMOUNT IS NOT NUMERIC
               OR CA-NET-AMOUNT EQUAL ZERO
               OR CA-VAT-AMOUNT IS NOT NUMERIC
               OR CA-VAT-AMOUNT GREATER THAN CA-NET-AMOUNT
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' INVOICE NUMBER OR AMOUNTS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-INVOICE-EXIT
           END-IF

           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS
               INTO :WS-CLAIM-STATUS
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO RECORD-INVOICE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-INVOICE-EXIT
           END-EVALUATE

           PERFORM CHECK-SUPPLIER-ACTIVE
               THRU CHECK-SUPPLIER-ACTIVE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-INVOICE-EXIT
           END-IF

           MOVE ' COUNT DUPINV' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-DUPLICATE-COUNT
               FROM CLAIM_FEE_INVOICE
              WHERE SUPPLIERID    = :CA-SUPPLIER-ID
                AND INVOICENUMBER = :CA-INVOICE-NUMBER
                AND FEESTATUS    <> 'X'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-INVOICE-EXIT
           END-IF
           IF WS-DUPLICATE-COUNT GREATER THAN ZERO
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' DUPLICATE SUPPLIER INVOICE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-INVOICE-EXIT
           END-IF

           MOVE ' COUNT FEEINV' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-INVOICE-SEQ
               FROM CLAIM_FEE_INVOICE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-INVOICE-EXIT
           END-IF

           COMPUTE CA-GROSS-AMOUNT = CA-NET-AMOUNT + CA-VAT-AMOUNT

           MOVE ' INSERT FEEINV' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM_FEE_INVOICE
                       ( CLAIMNUMBER,
                         INVOICESEQ,
                         SUPPLIERID,
                         INVOICENUMBER,
                         INVOICEDATE,
                         NETAMOUNT,
                         VATAMOUNT,
                         GROSSAMOUNT,
                         FEESTATUS,
                         RECORDEDBY,
                         RECORDEDDATE,
                         APPROVEDBY,
                         APPROVEDDATE,
                         REJECTREASON,
                         PAYMENTEXTRACTED,
                         EXTRACTDATE )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-NEXT-INVOICE-SEQ,
                         :CA-SUPPLIER-ID,
                         :CA-INVOICE-NUMBER,
                         :CA-INVOICE-DATE,
                         :CA-NET-AMOUNT,
                         :CA-VAT-AMOUNT,
                         :CA-GROSS-AMOUNT,
                         'P',
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         ' ',
                         ' ',
                         ' ',
                         'N',
                         ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-NEXT-INVOICE-SEQ TO CA-INVOICE-SEQ
             MOVE 'P'         TO CA-FEE-STATUS
             MOVE CA-STAFF-ID TO CA-RECORDED-BY
             MOVE SPACES      TO CA-APPROVED-BY
             MOVE SPACES      TO CA-APPROVED-DATE
             MOVE 'N'         TO CA-PAYMENT-EXTRACTED
           END-IF.
       RECORD-INVOICE-EXIT.
           EXIT.
      *================================================================*
       READ-INVOICE-STATE.
      *================================================================*
      * The invoice as it stands - '94' where there is none.           *
      *================================================================*
           MOVE ' SELECT FEESTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT FEESTATUS, RECORDEDBY, SUPPLIERID
               INTO :WS-CURR-FEE-STATUS, :WS-CURR-RECORDED-BY,
                    :WS-CURR-INV-SUPPLIER-ID
               FROM CLAIM_FEE_INVOICE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND INVOICESEQ  = :CA-INVOICE-SEQ
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-INVOICE-STATE-EXIT.
           EXIT.
      *================================================================*
       APPROVE-INVOICE.
      *================================================================*
      * Only a pending invoice is approved, only by someone other      *
      * than the clerk who keyed it - one person alone cannot both     *
      * record and release a payment - and only while the supplier is  *
      * still active.  LGFPB01 pays it on its next run.                *
      *================================================================*
           PERFORM READ-INVOICE-STATE THRU READ-INVOICE-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO APPROVE-INVOICE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-CURR-FEE-STATUS NOT EQUAL 'P'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' INVOICE NOT PENDING' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-INVOICE-EXIT
             WHEN WS-CURR-RECORDED-BY EQUAL CA-STAFF-ID
               MOVE '87' TO CA-RETURN-CODE
               MOVE ' APPROVER MUST DIFFER FROM RECORDER'
                 TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-INVOICE-EXIT
           END-EVALUATE

           MOVE WS-CURR-INV-SUPPLIER-ID TO CA-SUPPLIER-ID
           PERFORM CHECK-SUPPLIER-ACTIVE
               THRU CHECK-SUPPLIER-ACTIVE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO APPROVE-INVOICE-EXIT
           END-IF

           MOVE ' APPROVE FEEINV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_FEE_INVOICE
                SET FEESTATUS    = 'A',
                    APPROVEDBY   = :CA-STAFF-ID,
                    APPROVEDDATE = :WS-TODAY-DATE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND INVOICESEQ  = :CA-INVOICE-SEQ
                AND FEESTATUS   = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM READ-INVOICE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       APPROVE-INVOICE-EXIT.
           EXIT.
      *================================================================*
       REJECT-INVOICE.
      *================================================================*
      * A disputed or mistaken invoice is rejected with a reason and   *
      * never paid.  The same four-eyes rule does not apply - the      *
      * recorder may withdraw their own keying error.                  *
      *================================================================*
           IF CA-REJECT-REASON IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REJECT REASON REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REJECT-INVOICE-EXIT
           END-IF

           PERFORM READ-INVOICE-STATE THRU READ-INVOICE-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REJECT-INVOICE-EXIT
           END-IF
           IF WS-CURR-FEE-STATUS NOT EQUAL 'P'
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' INVOICE NOT PENDING' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REJECT-INVOICE-EXIT
           END-IF

           MOVE ' REJECT FEEINV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_FEE_INVOICE
                SET FEESTATUS    = 'X',
                    APPROVEDBY   = :CA-STAFF-ID,
                    APPROVEDDATE = :WS-TODAY-DATE,
                    REJECTREASON = :CA-REJECT-REASON
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND INVOICESEQ  = :CA-INVOICE-SEQ
                AND FEESTATUS   = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM READ-INVOICE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       REJECT-INVOICE-EXIT.
           EXIT.
      *================================================================*
       READ-INVOICE.
      *================================================================*
      * The invoice with its supplier's name, type and status.         *
      *================================================================*
           MOVE ' SELECT FEEINV' TO EM-SQLREQ
           EXEC SQL
             SELECT I.SUPPLIERID, S.SUPPLIERNAME, S.SUPPLIERTYPE,
                    S.SUPPLIERSTATUS, I.INVOICENUMBER,
                    I.INVOICEDATE, I.NETAMOUNT, I.VATAMOUNT,
                    I.GROSSAMOUNT, I.FEESTATUS, I.RECORDEDBY,
                    I.APPROVEDBY, I.APPROVEDDATE,
                    I.PAYMENTEXTRACTED, I.REJECTREASON
               INTO :CA-SUPPLIER-ID, :CA-SUPPLIER-NAME,
                    :CA-SUPPLIER-TYPE, :CA-SUPPLIER-STATUS,
                    :CA-INVOICE-NUMBER, :CA-INVOICE-DATE,
                    :CA-NET-AMOUNT, :CA-VAT-AMOUNT,
                    :CA-GROSS-AMOUNT, :CA-FEE-STATUS,
                    :CA-RECORDED-BY, :CA-APPROVED-BY,
                    :CA-APPROVED-DATE, :CA-PAYMENT-EXTRACTED,
                    :CA-REJECT-REASON
               FROM CLAIM_FEE_INVOICE I, CLAIM_SUPPLIER S
              WHERE I.SUPPLIERID  = S.SUPPLIERID
                AND I.CLAIMNUMBER = :CA-CLAIM-NUM
                AND I.INVOICESEQ  = :CA-INVOICE-SEQ
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-STAFF-ENTITLEMENT.
      *================================================================*
      * See the note at WS-REQUIRED-AUTH-LEVEL.  A CA-STAFF-ID that    *
      * is not a real EMP_ID, or whose AUTH_LEVEL is below what this   *
      * transaction needs, is refused before anything is touched.      *
      *================================================================*
           IF CA-STAFF-ID IS NOT NUMERIC
             MOVE '86' TO CA-RETURN-CODE
             MOVE ' CA-STAFF-ID NOT A VALID EMP_ID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-STAFF-ENTITLEMENT-EXIT
           END-IF

           MOVE CA-STAFF-ID TO WS-ENT-EMP-ID
           MOVE ' SELECT EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             SELECT AUTH_LEVEL
               INTO :WS-ENT-AUTH-LEVEL
               FROM EMPLOYEE
              WHERE EMP_ID = :WS-ENT-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-ENT-AUTH-LEVEL IS LESS THAN
                       WS-REQUIRED-AUTH-LEVEL
                 MOVE '86' TO CA-RETURN-CODE
                 MOVE ' AUTH_LEVEL BELOW REQUIRED' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             WHEN 100
               MOVE '86' TO CA-RETURN-CODE
               MOVE ' CA-STAFF-ID NOT ON EMPLOYEE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
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
