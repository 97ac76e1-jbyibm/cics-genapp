      *                    the hold window goes to PAYMENT_REVIEW      *
      *                    instead of the bank file - the classic      *
      *                    account-takeover pattern.                   *
      *    2026-10-15  DM  Pay periodic payment order instalments      *
      *                    LGPPB01 raises (PAYMENTTYPE 'P') to the     *
      *                    third-party claimant's own account under    *
      *                    source 'PPO', payee 'T'; skip stage rows    *
      *                    LGPRB01 has held.                           *
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
       PROGRAM-ID.     LGPYB01.
           05 RT-PAYMENT-TOTAL         PIC Z(10)9.99.
           05 FILLER                   PIC X(27) VALUE SPACES.

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

      * Every settled claim not yet extracted for payment, joined to
                   SELECT CP.CLAIMNUMBER,
                          CP.PAYMENTNUM,
                          CP.AMOUNT,
                          CP.PAYMENTTYPE,
                          COALESCE(CP.CLAIMANTNUM, 0),
                          C.REPAIRERID,
                          C.PORTALREF,
                          C.PAYMENTEXTRACTED,
                      AND C.POLICYNUMBER    = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER  = CU.CUSTOMERNUMBER
                      AND CP.PAYMENTEXTRACTED <> 'Y'
      * a periodic instalment the bank returned is held on its own
      * row until LGPPO01 records the claimant's corrected account
                      AND CP.PAYMENTEXTRACTED <> 'H'
      * a claim the returns process or the fraud screen has held
      * pays no stages either
                      AND C.PAYMENTEXTRACTED <> 'H'
           05 WI-CLAIMNUMBER           PIC 9(10).
           05 WI-PAYMENTNUM            PIC 9(05).
           05 WI-AMOUNT                PIC 9(07)V9(02).
      * 'I' an interim stage from LGCLA01, 'P' a periodic payment
      * order instalment from LGPPB01 naming the third-party claimant
           05 WI-PAYMENTTYPE           PIC X(01).
           05 WI-CLAIMANTNUM           PIC 9(03).
           05 WI-REPAIRERID            PIC 9(05).
           05 WI-PORTALREF             PIC X(12).
           05 WI-EXTRACTFLAG           PIC X(01).
           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           PERFORM 8650-OPEN-FILE-REGISTRATION
               THRU 8650-OPEN-FILE-REGISTRATION-EXIT

           EXEC SQL
               OPEN PYCURSOR
           END-EXEC
           MOVE WS-PAYEE-ID         TO BP-PAYEE-ID
           PERFORM 3080-NOTE-JOINT-PAYEE
               THRU 3080-NOTE-JOINT-PAYEE-EXIT
           PERFORM 8600-ADD-TO-FILE-CONTROL
               THRU 8600-ADD-TO-FILE-CONTROL-EXIT
           WRITE BP-PAYMENT-RECORD.
       3000-WRITE-PAYMENT-RECORD-EXIT.
           EXIT.
                 INTO :WI-CLAIMNUMBER,
                      :WI-PAYMENTNUM,
                      :WI-AMOUNT,
                      :WI-PAYMENTTYPE,
                      :WI-CLAIMANTNUM,
                      :WI-REPAIRERID,
                      :WI-PORTALREF,
                      :WI-EXTRACTFLAG,
           MOVE WI-CLAIMTYPE      TO WC-CLAIMTYPE
           MOVE WI-POLICYNUMBER   TO WC-POLICYNUMBER
           MOVE WI-AMOUNT         TO WS-NET-AMOUNT

      * an order instalment pays the third-party claimant, never our
      * customer's mandate, so the customer's mandate-age screen has
      * nothing to say about it
           IF WI-PAYMENTTYPE EQUAL 'P'
             PERFORM 4200-LOOKUP-THIRD-PARTY
                 THRU 4200-LOOKUP-THIRD-PARTY-EXIT
           ELSE
             PERFORM 3050-RESOLVE-PAYEE THRU 3050-RESOLVE-PAYEE-EXIT

      * the stage is screened exactly as a settlement is - a mandate
      * changed yesterday holds ANY payment, staged or final.  The
      * hold goes on the claim, so every unextracted stage waits with
      * it until LGBKM01's release.
             PERFORM 3090-SCREEN-MANDATE-AGE
                 THRU 3090-SCREEN-MANDATE-AGE-EXIT
             IF WS-PAYMENT-HELD
               GO TO 4000-PROCESS-INTERIMS-EXIT
             END-IF
           END-IF

           MOVE SPACES            TO BP-PAYMENT-RECORD
           MOVE 'D'               TO BP-RECORD-TYPE
           MOVE 'CLM'             TO BP-SOURCE-SYSTEM
           IF WI-PAYMENTTYPE EQUAL 'P'
             MOVE 'PPO'           TO BP-SOURCE-SYSTEM
           END-IF
           MOVE WI-CUSTOMERNUMBER TO BP-CUSTOMER-NUM
           MOVE WI-CLAIMNUMBER    TO BP-REFERENCE-NUM
           MOVE WI-AMOUNT         TO BP-PAYMENT-AMOUNT
           MOVE WS-MAND-ACCOUNT-NUM TO BP-ACCOUNT-NUM
           MOVE WS-PAYEE-TYPE       TO BP-PAYEE-TYPE
           MOVE WS-PAYEE-ID         TO BP-PAYEE-ID
           PERFORM 8600-ADD-TO-FILE-CONTROL
               THRU 8600-ADD-TO-FILE-CONTROL-EXIT
           WRITE BP-PAYMENT-RECORD

           PERFORM 4500-MARK-INTERIM-EXTRACTED
           ADD 1 TO WS-PAYMENT-COUNT
           ADD WI-AMOUNT TO WS-PAYMENT-TOTAL

      * the portal is our customer's - a third party's instalment
      * is no news to them
           IF WI-PAYMENTTYPE NOT EQUAL 'P'
             MOVE WI-PORTALREF   TO WC-PORTALREF
             MOVE WI-CLAIMNUMBER TO WC-CLAIMNUMBER
             MOVE WI-AMOUNT      TO WS-PS-AMOUNT
             PERFORM 3700-PUSH-PORTAL-STATUS
                 THRU 3700-PUSH-PORTAL-STATUS-EXIT
           END-IF

           MOVE WI-CLAIMNUMBER    TO RD-CLAIMNUMBER
           MOVE WI-CUSTOMERNUMBER TO RD-CUSTOMERNUM
       4000-PROCESS-INTERIMS-EXIT.
           EXIT.

      ******************************************************************
      * 4200-LOOKUP-THIRD-PARTY - the claimant's own account from      *
      * CLAIM_THIRD_PARTY, maintained through LGPPO01.  A claimant     *
      * not on file or since recorded deceased leaves the fields       *
      * blank - the bank side routes blanks to manual handling.        *
      ******************************************************************
       4200-LOOKUP-THIRD-PARTY.
           MOVE 'T'            TO WS-PAYEE-TYPE
           MOVE WI-CLAIMANTNUM TO WS-PAYEE-ID
           MOVE SPACES TO WS-MAND-SORT-CODE WS-MAND-ACCOUNT-NUM
           EXEC SQL
               SELECT SORTCODE, ACCOUNTNUMBER
                 INTO :WS-MAND-SORT-CODE, :WS-MAND-ACCOUNT-NUM
                 FROM CLAIM_THIRD_PARTY
                WHERE CLAIMNUMBER    = :WI-CLAIMNUMBER
                  AND CLAIMANTNUM    = :WI-CLAIMANTNUM
                  AND CLAIMANTSTATUS = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO WS-MAND-SORT-CODE WS-MAND-ACCOUNT-NUM
           END-IF.
       4200-LOOKUP-THIRD-PARTY-EXIT.
           EXIT.

      ******************************************************************
      * 4500-MARK-INTERIM-EXTRACTED - the stage's own double-payment   *
      * guard, mirroring 3500- for settlements                         *
       4500-MARK-INTERIM-EXTRACTED-EXIT.
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
             MOVE 'Y' TO WS-IP-EOJ-SW
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
                           'CLM',
                           'LGPYB01',
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
             MOVE 'Y' TO WS-IP-EOJ-SW
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
      * 9000-TERMINATE - trailer record on the payment file, control   *
      * totals on the report, close down.  The whole run is one unit   *
      * job ends RC 16 so the partial file is never sent to the bank.  *
      ******************************************************************
       9000-TERMINATE.
           IF NOT WS-ABORTED
             PERFORM 8700-REGISTER-PAYMENT-FILE
                 THRU 8700-REGISTER-PAYMENT-FILE-EXIT
           END-IF

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT RELEASE PAYMENT FILE'

           MOVE SPACES           TO BP-PAYMENT-RECORD
           MOVE 'T'              TO BP-RECORD-TYPE
           MOVE WS-PF-FILE-ID    TO BP-FILE-ID
           MOVE 'CLM'            TO BP-SOURCE-SYSTEM
           MOVE WS-PAYMENT-COUNT TO BP-REFERENCE-NUM
           MOVE WS-PAYMENT-TOTAL TO BP-PAYMENT-AMOUNT
