       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGFPB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Claims supplier fee payment extract.  Loss adjusters,        *
      *  building surveyors and motor engineers used to be paid by     *
      *  accounts payable outside the suite.  Their invoices are now   *
      *  recorded and approved through LGSUP01 on CLAIM_FEE_INVOICE;   *
      *  this run pays every approved invoice not yet extracted,       *
      *  writing one LGBNKPAY record per invoice on its own feed       *
      *  (source 'FEE', payee type 'S' with the supplier id, the       *
      *  claim number as the reference, the gross amount) to the       *
      *  supplier's account on CLAIM_SUPPLIER, and marks the invoice   *
      *  extracted so it is never paid twice.  A supplier retired      *
      *  after approval is still paid.  Same one-unit-of-work abort    *
      *  discipline as LGPYB01, since this writes a bank file.         *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *    2026-10-15  DM  Register the payment file on PAYMENT_FILE_  *
      *                    CONTROL, held with its record count, value  *
      *                    and payee account hash total until two      *
      *                    staff release it through LGPFR01; the file  *
      *                    id goes on the trailer for LGPXB01's check. *
      *    2026-10-15  DM  Each detail record also goes on the         *
      *                    PAYMENT_FILE_ITEM ledger LGBXB01 matches    *
      *                    the bank statement against; the file's row  *
      *                    is opened at the start of the run so the    *
      *                    items can carry its id.                     *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGFPB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE  ASSIGN TO BNKPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT FPB-RPT   ASSIGN TO FPBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE
           RECORDING MODE IS F.
           COPY LGBNKPAY.

       FD  FPB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
       77  WS-FEE-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-FEE-TOTAL                PIC 9(11)V9(02) VALUE 0.
      * invoices paid with no account on file - routed to manual
      * handling at the bank side, reported so someone chases it
       77  WS-NO-ACCOUNT-COUNT         PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(22)
                      VALUE 'SUPPLIER FEE PAYMENTS '.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(47) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' CLM='.
           05 RD-CLAIMNUM              PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RD-INVOICESEQ            PIC 9(03).
           05 FILLER                   PIC X(06) VALUE ' SUPP='.
           05 RD-SUPPLIERID            PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-SUPPLIERTYPE          PIC X(03).
           05 FILLER                   PIC X(05) VALUE ' INV='.
           05 RD-INVOICENUM            PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-GROSS-AMOUNT          PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-NOTE                  PIC X(07).
           05 FILLER                   PIC X(06) VALUE SPACES.

       01  WS-RPT-CONTROL-TOTAL.
           05 FILLER                   PIC X(15)
                                        VALUE 'CONTROL TOTALS '.
           05 FILLER                   PIC X(10) VALUE ' INVOICES='.
           05 RT-FEE-COUNT             PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' VALUE='.
           05 RT-FEE-TOTAL             PIC Z(10)9.99.
           05 FILLER                   PIC X(08) VALUE ' NO A/C='.
           05 RT-NO-ACCOUNT-COUNT      PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE SPACES.

      * Control figures the file is registered with on
      * PAYMENT_FILE_CONTROL - what the two releasers see through
      * LGPFR01 and what LGPXB01 recomputes from the file itself
      * before it may go to the bank.  The hash total adds up each
      * detail record's sort code and account number read as one
      * fourteen-digit number.
       01  WS-PAY-FILE-CONTROL.
           05 WS-PF-FILE-ID            PIC S9(09) COMP VALUE 0.
           05 WS-PF-RECORD-COUNT       PIC S9(09) COMP VALUE 0.
           05 WS-PF-AMOUNT-TOTAL       PIC 9(11)V9(02) VALUE 0.
           05 WS-PF-ACCOUNT-HASH       PIC 9(18) VALUE 0.
           05 WS-PF-HASH-KEY           PIC X(14).
           05 WS-PF-HASH-NUM REDEFINES WS-PF-HASH-KEY
                                       PIC 9(14).

      * one PAYMENT_FILE_ITEM row per detail record - the ledger
      * LGBXB01 reconciles the bank statement against
       01  WS-PAY-FILE-ITEM.
           05 WS-PI-SOURCE-SYSTEM      PIC X(03).
           05 WS-PI-REFERENCE-NUM      PIC 9(10).
           05 WS-PI-CUSTOMER-NUM       PIC 9(10).
           05 WS-PI-PAYMENT-AMOUNT     PIC 9(09)V9(02).
           05 WS-PI-PAYMENT-DATE       PIC X(10).

       01  WS-RPT-FILE-REGISTERED.
           05 FILLER                   PIC X(13)
                                        VALUE 'PAYMENT FILE '.
           05 RF-FILE-ID               PIC Z(09)9.
           05 FILLER                   PIC X(25)
                                   VALUE ' HELD FOR RELEASE - HASH='.
           05 RF-ACCOUNT-HASH          PIC 9(18).
           05 FILLER                   PIC X(14) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Approved fee invoices not yet paid, with the supplier's
      * paying account and the claim's owning customer.  'H' (held by
      * LGPRB01 after a bank rejection) and 'Y' are both excluded.
           EXEC SQL
               DECLARE FPCURSOR CURSOR FOR
                   SELECT F.CLAIMNUMBER, F.INVOICESEQ, F.SUPPLIERID,
                          S.SUPPLIERTYPE, F.INVOICENUMBER,
                          F.GROSSAMOUNT, P.CUSTOMERNUMBER,
                          S.SORTCODE, S.ACCOUNTNUMBER
                     FROM CLAIM_FEE_INVOICE F, CLAIM_SUPPLIER S,
                          CLAIM C, POLICY P
                    WHERE F.SUPPLIERID       = S.SUPPLIERID
                      AND F.CLAIMNUMBER      = C.CLAIMNUMBER
                      AND C.POLICYNUMBER     = P.POLICYNUMBER
                      AND F.FEESTATUS        = 'A'
                      AND F.PAYMENTEXTRACTED = 'N'
                    ORDER BY F.SUPPLIERID, F.CLAIMNUMBER, F.INVOICESEQ
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-INVOICESEQ            PIC 9(03).
           05 WC-SUPPLIERID            PIC 9(05).
           05 WC-SUPPLIERTYPE          PIC X(03).
           05 WC-INVOICENUMBER         PIC X(15).
           05 WC-GROSSAMOUNT           PIC 9(07)V9(02).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-SORTCODE              PIC X(06).
           05 WC-ACCOUNTNUMBER         PIC X(08).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ROWS THRU 2000-PROCESS-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PAY-FILE
           OPEN OUTPUT FPB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 8650-OPEN-FILE-REGISTRATION
               THRU 8650-OPEN-FILE-REGISTRATION-EXIT

           EXEC SQL
               OPEN FPCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN FPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one payment per approved invoice           *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH FPCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-INVOICESEQ,
                      :WC-SUPPLIERID,
                      :WC-SUPPLIERTYPE,
                      :WC-INVOICENUMBER,
                      :WC-GROSSAMOUNT,
                      :WC-CUSTOMERNUMBER,
                      :WC-SORTCODE,
                      :WC-ACCOUNTNUMBER
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON FPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 3000-WRITE-PAYMENT THRU 3000-WRITE-PAYMENT-EXIT.
           PERFORM 3500-MARK-INVOICE-EXTRACTED
               THRU 3500-MARK-INVOICE-EXTRACTED-EXIT.
           IF WS-ABORTED
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-FEE-COUNT
           ADD WC-GROSSAMOUNT TO WS-FEE-TOTAL

           MOVE WC-CLAIMNUMBER   TO RD-CLAIMNUM
           MOVE WC-INVOICESEQ    TO RD-INVOICESEQ
           MOVE WC-SUPPLIERID    TO RD-SUPPLIERID
           MOVE WC-SUPPLIERTYPE  TO RD-SUPPLIERTYPE
           MOVE WC-INVOICENUMBER TO RD-INVOICENUM
           MOVE WC-GROSSAMOUNT   TO RD-GROSS-AMOUNT
           IF WC-SORTCODE EQUAL SPACES
               OR WC-ACCOUNTNUMBER EQUAL SPACES
             ADD 1 TO WS-NO-ACCOUNT-COUNT
             MOVE 'NO A/C' TO RD-NOTE
           ELSE
             MOVE SPACES   TO RD-NOTE
           END-IF
           MOVE WS-RPT-DETAIL    TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-WRITE-PAYMENT - one LGBNKPAY record, payee the supplier   *
      ******************************************************************
       3000-WRITE-PAYMENT.
           MOVE SPACES            TO BP-PAYMENT-RECORD
           MOVE 'D'               TO BP-RECORD-TYPE
           MOVE 'FEE'             TO BP-SOURCE-SYSTEM
           MOVE WC-CUSTOMERNUMBER TO BP-CUSTOMER-NUM
           MOVE WC-CLAIMNUMBER    TO BP-REFERENCE-NUM
           MOVE WC-GROSSAMOUNT    TO BP-PAYMENT-AMOUNT
           MOVE WS-RUN-DATE       TO BP-PAYMENT-DATE
           MOVE WC-SORTCODE       TO BP-SORT-CODE
           MOVE WC-ACCOUNTNUMBER  TO BP-ACCOUNT-NUM
           MOVE 'S'               TO BP-PAYEE-TYPE
           MOVE WC-SUPPLIERID     TO BP-PAYEE-ID
           PERFORM 8600-ADD-TO-FILE-CONTROL
               THRU 8600-ADD-TO-FILE-CONTROL-EXIT
           WRITE BP-PAYMENT-RECORD.
       3000-WRITE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3500-MARK-INVOICE-EXTRACTED - the double-payment guard: once   *
      * extracted an invoice never satisfies FPCURSOR again.           *
      ******************************************************************
       3500-MARK-INVOICE-EXTRACTED.
           EXEC SQL
               UPDATE CLAIM_FEE_INVOICE
                  SET PAYMENTEXTRACTED = 'Y',
                      EXTRACTDATE      = :WS-RUN-DATE
                WHERE CLAIMNUMBER = :WC-CLAIMNUMBER
                  AND INVOICESEQ  = :WC-INVOICESEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'MARK-EXTRACTED UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       3500-MARK-INVOICE-EXTRACTED-EXIT.
           EXIT.

      ******************************************************************
      * 8600-ADD-TO-FILE-CONTROL - the file's own control figures,     *
      * taken off each detail record as it is written, and the         *
      * record itself on the PAYMENT_FILE_ITEM ledger under the file's *
      * id.  A blank or non-numeric account (manual handling at the    *
      * bank) adds nothing to the hash total.                          *
      ******************************************************************
       8600-ADD-TO-FILE-CONTROL.
           ADD 1                 TO WS-PF-RECORD-COUNT
           ADD BP-PAYMENT-AMOUNT TO WS-PF-AMOUNT-TOTAL
           MOVE BP-SORT-CODE     TO WS-PF-HASH-KEY(1:6)
           MOVE BP-ACCOUNT-NUM   TO WS-PF-HASH-KEY(7:8)
           IF WS-PF-HASH-KEY IS NUMERIC
             ADD WS-PF-HASH-NUM  TO WS-PF-ACCOUNT-HASH
           END-IF

           MOVE BP-SOURCE-SYSTEM  TO WS-PI-SOURCE-SYSTEM
           MOVE BP-REFERENCE-NUM  TO WS-PI-REFERENCE-NUM
           MOVE BP-CUSTOMER-NUM   TO WS-PI-CUSTOMER-NUM
           MOVE BP-PAYMENT-AMOUNT TO WS-PI-PAYMENT-AMOUNT
           MOVE BP-PAYMENT-DATE   TO WS-PI-PAYMENT-DATE
           EXEC SQL
               INSERT INTO PAYMENT_FILE_ITEM
                         ( FILEID,
                           ITEMSEQ,
                           SOURCESYSTEM,
                           REFERENCENUM,
                           CUSTOMERNUMBER,
                           PAYMENTAMOUNT,
                           PAYMENTDATE,
                           ITEMSTATUS )
                  VALUES ( :WS-PF-FILE-ID,
                           :WS-PF-RECORD-COUNT,
                           :WS-PI-SOURCE-SYSTEM,
                           :WS-PI-REFERENCE-NUM,
                           :WS-PI-CUSTOMER-NUM,
                           :WS-PI-PAYMENT-AMOUNT,
                           :WS-PI-PAYMENT-DATE,
                           'S' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       8600-ADD-TO-FILE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 8650-OPEN-FILE-REGISTRATION - the file's PAYMENT_FILE_CONTROL  *
      * row is opened at the start of the run ('W', being written) so  *
      * every ledger item can carry its id.  It is in the same unit of *
      * work as everything else, so nobody ever sees it at 'W': an     *
      * aborted run rolls it back with the extracted marks.  The id    *
      * goes on the trailer so LGPXB01 can find the row.               *
      ******************************************************************
       8650-OPEN-FILE-REGISTRATION.
           EXEC SQL
               INSERT INTO PAYMENT_FILE_CONTROL
                         ( FILEID,
                           SOURCESYSTEM,
                           CREATEDBY,
                           CREATEDDATE,
                           RECORDCOUNT,
                           TOTALAMOUNT,
                           ACCOUNTHASH,
                           FILESTATUS )
                  VALUES ( DEFAULT,
                           'FEE',
                           'LGFPB01',
                           :WS-RUN-DATE,
                           0,
                           0,
                           0,
                           'W' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT FILE REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 8650-OPEN-FILE-REGISTRATION-EXIT
           END-IF

           EXEC SQL
               SET :WS-PF-FILE-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.
       8650-OPEN-FILE-REGISTRATION-EXIT.
           EXIT.

      ******************************************************************
      * 8700-REGISTER-PAYMENT-FILE - the finished file's control       *
      * figures go on its row and it is held ('H'), committed with the *
      * extracted marks.  Nothing transmits it until two different     *
      * authorised staff have released it through LGPFR01 and LGPXB01  *
      * has recomputed the figures from the file itself.  A failure    *
      * aborts the run like any other SQL error.                       *
      ******************************************************************
       8700-REGISTER-PAYMENT-FILE.
           EXEC SQL
               UPDATE PAYMENT_FILE_CONTROL
                  SET RECORDCOUNT = :WS-PF-RECORD-COUNT,
                      TOTALAMOUNT = :WS-PF-AMOUNT-TOTAL,
                      ACCOUNTHASH = :WS-PF-ACCOUNT-HASH,
                      FILESTATUS  = 'H'
                WHERE FILEID = :WS-PF-FILE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT FILE REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 8700-REGISTER-PAYMENT-FILE-EXIT
           END-IF

           MOVE WS-PF-FILE-ID      TO RF-FILE-ID
           MOVE WS-PF-ACCOUNT-HASH TO RF-ACCOUNT-HASH
           MOVE WS-RPT-FILE-REGISTERED TO RPT-LINE
           WRITE RPT-LINE.
       8700-REGISTER-PAYMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - one unit of work, same reasoning as LGPYB01   *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             PERFORM 8700-REGISTER-PAYMENT-FILE
                 THRU 8700-REGISTER-PAYMENT-FILE-EXIT
           END-IF

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT RELEASE PAYMENT FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
           END-IF

           EXEC SQL
               CLOSE FPCURSOR
           END-EXEC

           MOVE SPACES            TO BP-PAYMENT-RECORD
           MOVE 'T'               TO BP-RECORD-TYPE
           MOVE WS-PF-FILE-ID     TO BP-FILE-ID
           MOVE 'FEE'             TO BP-SOURCE-SYSTEM
           MOVE WS-FEE-COUNT      TO BP-REFERENCE-NUM
           MOVE WS-FEE-TOTAL      TO BP-PAYMENT-AMOUNT
           MOVE WS-RUN-DATE       TO BP-PAYMENT-DATE
           WRITE BP-PAYMENT-RECORD

           MOVE WS-FEE-COUNT        TO RT-FEE-COUNT
           MOVE WS-FEE-TOTAL        TO RT-FEE-TOTAL
           MOVE WS-NO-ACCOUNT-COUNT TO RT-NO-ACCOUNT-COUNT
           MOVE WS-RPT-CONTROL-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE PAY-FILE
           CLOSE FPB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
