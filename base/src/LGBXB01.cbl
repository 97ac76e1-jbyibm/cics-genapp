       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBXB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Daily bank statement reconciliation.  LGPRB01 deals with     *
      *  the payments the bank rejects and LGDRB01 with the direct-    *
      *  debit results, but nothing checked the statement itself, so   *
      *  a payment that neither cleared nor bounced went unnoticed.    *
      *  Reads the bank's LGBNKSTM statement file.  Each debit is      *
      *  matched, by reference and amount, to the oldest item still    *
      *  at 'S' on the PAYMENT_FILE_ITEM ledger the disbursement runs  *
      *  write for every LGBNKPAY record, in a file LGPXB01 passed     *
      *  for transmission; each credit to the oldest raised LGDDCLM    *
      *  collection on PREMIUM_INSTALLMENT for that policy and gross   *
      *  amount not yet cleared.  A match is stamped cleared with the  *
      *  statement's posting date.  Treasury gets three lists: the     *
      *  statement entries nothing matched, and the sent payments and  *
      *  raised collections still uncleared after the set number of    *
      *  days (SYSTEM_PARAMETER 'BANKREC '/'AGEDAYS ', default 5),     *
      *  looking back no further than 'BANKREC '/'LOOKBACK' days       *
      *  (default 90).  One unit of work, registered on                *
      *  BATCH_RUN_CONTROL.                                            *
      *                                                                *
      *    Modification History                                        *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBXB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STM-FILE  ASSIGN TO BNKSTM
               ORGANIZATION IS SEQUENTIAL.

           SELECT BXB-RPT   ASSIGN TO BXBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STM-FILE
           RECORDING MODE IS F.
           COPY LGBNKSTM.

       FD  BXB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * An item is chased once it has been uncleared this many days,
      * and the lists look back no further than the lookback - both
      * overridden at entry from SYSTEM_PARAMETER ('BANKREC ', keys
      * 'AGEDAYS ' and 'LOOKBACK', maintained through LGPAR01); the
      * compiled figures stand only when the table cannot be read.
       77  WS-AGE-DAYS                 PIC S9(03) COMP VALUE 5.
       77  WS-LOOKBACK-DAYS            PIC S9(03) COMP VALUE 90.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
       01  WS-DATE-WORK.
           05 WS-TODAY-INT             PIC S9(09) COMP.
           05 WS-WORK-INT              PIC S9(09) COMP.
           05 WS-WORK-YYYYMMDD         PIC 9(08).
           05 WS-CUTOFF-DATE           PIC X(10).
           05 WS-LOOKBACK-DATE         PIC X(10).

       01  WS-SWITCHES.
           05 WS-EOF-SW                PIC X      VALUE 'N'.
               88 WS-EOF                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-AGED-EOJ-SW           PIC X      VALUE 'N'.
               88 WS-AGED-EOJ                VALUE 'Y'.
           05 WS-MATCHED-SW            PIC X      VALUE 'N'.
               88 WS-MATCHED                 VALUE 'Y'.

       77  WS-ENTRY-COUNT              PIC S9(7) COMP VALUE 0.
       77  WS-PAY-MATCH-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-COLL-MATCH-COUNT         PIC S9(7) COMP VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-AGED-PAY-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-AGED-COLL-COUNT          PIC S9(7) COMP VALUE 0.

      * the ledger item or installment a statement entry clears
       01  WS-MATCH-KEYS.
           05 WS-MK-FILE-ID            PIC S9(09) COMP.
           05 WS-MK-ITEM-SEQ           PIC S9(09) COMP.
           05 WS-MK-INSTALLMENT-NUM    PIC S9(04) COMP.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(40)
                      VALUE 'BANK STATEMENT RECONCILIATION -        '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-SECTION.
           05 RS-TITLE                 PIC X(32).
           05 RS-AGE-DAYS              PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' DAYS'.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-ENTRY-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RE-POSTING-DATE          PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RE-DEBIT-CREDIT          PIC X(01).
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RE-REFERENCE             PIC 9(10).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RE-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RE-BANK-REF              PIC X(16).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-PAYMENT-LINE.
           05 FILLER                   PIC X(06) VALUE ' FILE='.
           05 RP-FILE-ID               PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' SRC='.
           05 RP-SOURCE                PIC X(03).
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RP-REFERENCE             PIC 9(10).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RP-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' SENT='.
           05 RP-SENT-DATE             PIC X(10).
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  WS-RPT-COLLECTION-LINE.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RC-POLICY-NUM            PIC 9(10).
           05 FILLER                   PIC X(06) VALUE ' INST='.
           05 RC-INSTALLMENT-NUM       PIC 9(04).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RC-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(08) VALUE ' RAISED='.
           05 RC-RAISED-DATE           PIC X(10).
           05 FILLER                   PIC X(04) VALUE ' ST='.
           05 RC-STATUS                PIC X(01).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  WS-RPT-TOTALS-1.
           05 FILLER                   PIC X(08) VALUE 'ENTRIES='.
           05 RT-ENTRIES               PIC Z(06)9.
           05 FILLER                   PIC X(18)
                                        VALUE ' PAYMENTS CLEARED='.
           05 RT-PAY-MATCHED           PIC Z(06)9.
           05 FILLER                   PIC X(21)
                                        VALUE ' COLLECTIONS CLEARED='.
           05 RT-COLL-MATCHED          PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-RPT-TOTALS-2.
           05 FILLER                   PIC X(10) VALUE 'UNMATCHED='.
           05 RT-UNMATCHED             PIC Z(06)9.
           05 FILLER                   PIC X(20)
                                        VALUE ' UNCLEARED PAYMENTS='.
           05 RT-AGED-PAY              PIC Z(06)9.
           05 FILLER                   PIC X(23)
                                   VALUE ' UNCLEARED COLLECTIONS='.
           05 RT-AGED-COLL             PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Sent items still uncleared past the age limit - in a file
      * LGPXB01 passed for transmission on or before the cutoff, but
      * not before the lookback
           EXEC SQL
               DECLARE APCURSOR CURSOR FOR
                   SELECT I.FILEID, I.SOURCESYSTEM, I.REFERENCENUM,
                          I.PAYMENTAMOUNT, F.VERIFIEDDATE
                     FROM PAYMENT_FILE_ITEM I, PAYMENT_FILE_CONTROL F
                    WHERE I.FILEID       = F.FILEID
                      AND I.ITEMSTATUS   = 'S'
                      AND F.FILESTATUS   = 'T'
                      AND F.VERIFIEDDATE <= :WS-CUTOFF-DATE
                      AND F.VERIFIEDDATE >= :WS-LOOKBACK-DATE
                    ORDER BY I.FILEID, I.ITEMSEQ
           END-EXEC.

       01  WS-AGED-PAYMENT-ROW.
           05 WP-FILE-ID               PIC S9(09) COMP.
           05 WP-SOURCE-SYSTEM         PIC X(03).
           05 WP-REFERENCE-NUM         PIC 9(10).
           05 WP-AMOUNT                PIC 9(09)V9(02).
           05 WP-SENT-DATE             PIC X(10).

      * Collections raised to the originator (or reported paid by it)
      * that no statement credit has cleared, on the same window
           EXEC SQL
               DECLARE ACCURSOR CURSOR FOR
                   SELECT POLICYNUMBER, INSTALLMENTNUM,
                          AMOUNT + IPTAMOUNT, RAISEDDATE, STATUS
                     FROM PREMIUM_INSTALLMENT
                    WHERE STATUS     IN ('R', 'P')
                      AND CLEAREDDATE IS NULL
                      AND RAISEDDATE <= :WS-CUTOFF-DATE
                      AND RAISEDDATE >= :WS-LOOKBACK-DATE
                    ORDER BY POLICYNUMBER, INSTALLMENTNUM
           END-EXEC.

       01  WS-AGED-COLLECTION-ROW.
           05 WA-POLICY-NUM            PIC 9(10).
           05 WA-INSTALLMENT-NUM       PIC 9(04).
           05 WA-AMOUNT                PIC 9(09)V9(02).
           05 WA-RAISED-DATE           PIC X(10).
           05 WA-STATUS                PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
               UNTIL WS-EOF.
           IF NOT WS-ABORTED
             PERFORM 3000-LIST-AGED-PAYMENTS
                 THRU 3000-LIST-AGED-PAYMENTS-EXIT
           END-IF.
           IF NOT WS-ABORTED
             PERFORM 4000-LIST-AGED-COLLECTIONS
                 THRU 4000-LIST-AGED-COLLECTIONS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, run date and the age and         *
      * lookback dates, register the run                               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  STM-FILE
           OPEN OUTPUT BXB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-AGE-DAYS
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-YYYYMMDD(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE '-'                   TO WS-CUTOFF-DATE(5:1)
           MOVE WS-WORK-YYYYMMDD(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE '-'                   TO WS-CUTOFF-DATE(8:1)
           MOVE WS-WORK-YYYYMMDD(7:2) TO WS-CUTOFF-DATE(9:2)

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-YYYYMMDD(1:4) TO WS-LOOKBACK-DATE(1:4)
           MOVE '-'                   TO WS-LOOKBACK-DATE(5:1)
           MOVE WS-WORK-YYYYMMDD(5:2) TO WS-LOOKBACK-DATE(6:2)
           MOVE '-'                   TO WS-LOOKBACK-DATE(8:1)
           MOVE WS-WORK-YYYYMMDD(7:2) TO WS-LOOKBACK-DATE(9:2)

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGBXB01 '        TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD TO RC-RUN-PERIOD
           MOVE SPACES            TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           MOVE 'STATEMENT ENTRIES NOT MATCHED' TO RPT-LINE
           WRITE RPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - see the note at WS-AGE-DAYS           *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'BANKREC '
                  AND PARAMKEY   = 'AGEDAYS '
           END-EXEC
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
               MOVE WS-PRM-NUM TO WS-AGE-DAYS
             END-IF
           END-IF

           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'BANKREC '
                  AND PARAMKEY   = 'LOOKBACK'
           END-EXEC
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
               MOVE WS-PRM-NUM TO WS-LOOKBACK-DAYS
             END-IF
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ENTRY - one statement record.  Only entries are   *
      * matched; the header and trailer frame the day.                 *
      ******************************************************************
       2000-PROCESS-ENTRY.
           READ STM-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO 2000-PROCESS-ENTRY-EXIT
           END-READ

           IF NOT BS-ENTRY-RECORD
             GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-MATCHED-SW
           IF BS-REFERENCE-NUM GREATER THAN ZERO
             EVALUATE TRUE
               WHEN BS-DEBIT
                 PERFORM 2100-MATCH-PAYMENT
                     THRU 2100-MATCH-PAYMENT-EXIT
               WHEN BS-CREDIT
                 PERFORM 2200-MATCH-COLLECTION
                     THRU 2200-MATCH-COLLECTION-EXIT
             END-EVALUATE
           END-IF
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOF-SW
             GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF

           IF NOT WS-MATCHED
             ADD 1 TO WS-UNMATCHED-COUNT
             MOVE BS-POSTING-DATE  TO RE-POSTING-DATE
             MOVE BS-DEBIT-CREDIT  TO RE-DEBIT-CREDIT
             MOVE BS-REFERENCE-NUM TO RE-REFERENCE
             MOVE BS-AMOUNT        TO RE-AMOUNT
             MOVE BS-BANK-REF      TO RE-BANK-REF
             MOVE WS-RPT-ENTRY-LINE TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       2000-PROCESS-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MATCH-PAYMENT - a debit clears the oldest sent ledger     *
      * item with the same reference and amount, in a file that went   *
      * to the bank.  The item goes to 'C' with the posting date.      *
      ******************************************************************
       2100-MATCH-PAYMENT.
           EXEC SQL
               SELECT I.FILEID, I.ITEMSEQ
                 INTO :WS-MK-FILE-ID, :WS-MK-ITEM-SEQ
                 FROM PAYMENT_FILE_ITEM I, PAYMENT_FILE_CONTROL F
                WHERE I.REFERENCENUM  = :BS-REFERENCE-NUM
                  AND I.PAYMENTAMOUNT = :BS-AMOUNT
                  AND I.ITEMSTATUS    = 'S'
                  AND F.FILEID        = I.FILEID
                  AND F.FILESTATUS    = 'T'
                ORDER BY I.FILEID, I.ITEMSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO 2100-MATCH-PAYMENT-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM READ FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-MATCH-PAYMENT-EXIT
           END-IF

           EXEC SQL
               UPDATE PAYMENT_FILE_ITEM
                  SET ITEMSTATUS  = 'C',
                      CLEAREDDATE = :BS-POSTING-DATE
                WHERE FILEID  = :WS-MK-FILE-ID
                  AND ITEMSEQ = :WS-MK-ITEM-SEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PAYMENT_FILE_ITEM UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2100-MATCH-PAYMENT-EXIT
           END-IF
           MOVE 'Y' TO WS-MATCHED-SW
           ADD 1 TO WS-PAY-MATCH-COUNT.
       2100-MATCH-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-MATCH-COLLECTION - a credit clears the oldest raised      *
      * installment on the policy for the same gross amount (premium   *
      * plus IPT, as LGDDB01 collects it) not yet cleared.  Its        *
      * CLEAREDDATE takes the posting date; the status is LGDRB01's.   *
      ******************************************************************
       2200-MATCH-COLLECTION.
           EXEC SQL
               SELECT INSTALLMENTNUM
                 INTO :WS-MK-INSTALLMENT-NUM
                 FROM PREMIUM_INSTALLMENT
                WHERE POLICYNUMBER       = :BS-REFERENCE-NUM
                  AND AMOUNT + IPTAMOUNT = :BS-AMOUNT
                  AND STATUS             IN ('R', 'P')
                  AND CLEAREDDATE        IS NULL
                ORDER BY INSTALLMENTNUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO 2200-MATCH-COLLECTION-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'PREMIUM_INSTALLMENT READ FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2200-MATCH-COLLECTION-EXIT
           END-IF

           EXEC SQL
               UPDATE PREMIUM_INSTALLMENT
                  SET CLEAREDDATE = :BS-POSTING-DATE
                WHERE POLICYNUMBER   = :BS-REFERENCE-NUM
                  AND INSTALLMENTNUM = :WS-MK-INSTALLMENT-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PREMIUM_INSTALLMENT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2200-MATCH-COLLECTION-EXIT
           END-IF
           MOVE 'Y' TO WS-MATCHED-SW
           ADD 1 TO WS-COLL-MATCH-COUNT.
       2200-MATCH-COLLECTION-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LIST-AGED-PAYMENTS - sent, never cleared and never        *
      * bounced (LGPRB01 marks a rejection 'B'), after today's         *
      * statement has been applied                                     *
      ******************************************************************
       3000-LIST-AGED-PAYMENTS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SENT PAYMENTS NOT CLEARED AFTER' TO RS-TITLE
           MOVE WS-AGE-DAYS TO RS-AGE-DAYS
           MOVE WS-RPT-SECTION TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN APCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN APCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-LIST-AGED-PAYMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-AGED-EOJ-SW
           PERFORM 3100-FETCH-AGED-PAYMENT
               THRU 3100-FETCH-AGED-PAYMENT-EXIT
               UNTIL WS-AGED-EOJ

           EXEC SQL
               CLOSE APCURSOR
           END-EXEC.
       3000-LIST-AGED-PAYMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FETCH-AGED-PAYMENT - one uncleared item to the list       *
      ******************************************************************
       3100-FETCH-AGED-PAYMENT.
           EXEC SQL
               FETCH APCURSOR
                 INTO :WP-FILE-ID,
                      :WP-SOURCE-SYSTEM,
                      :WP-REFERENCE-NUM,
                      :WP-AMOUNT,
                      :WP-SENT-DATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-AGED-EOJ-SW
             GO TO 3100-FETCH-AGED-PAYMENT-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON APCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AGED-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-FETCH-AGED-PAYMENT-EXIT
           END-IF

           ADD 1 TO WS-AGED-PAY-COUNT
           MOVE WP-FILE-ID       TO RP-FILE-ID
           MOVE WP-SOURCE-SYSTEM TO RP-SOURCE
           MOVE WP-REFERENCE-NUM TO RP-REFERENCE
           MOVE WP-AMOUNT        TO RP-AMOUNT
           MOVE WP-SENT-DATE     TO RP-SENT-DATE
           MOVE WS-RPT-PAYMENT-LINE TO RPT-LINE
           WRITE RPT-LINE.
       3100-FETCH-AGED-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LIST-AGED-COLLECTIONS - raised (or reported paid by the   *
      * originator) and still not seen on the statement                *
      ******************************************************************
       4000-LIST-AGED-COLLECTIONS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COLLECTIONS NOT CLEARED AFTER' TO RS-TITLE
           MOVE WS-AGE-DAYS TO RS-AGE-DAYS
           MOVE WS-RPT-SECTION TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN ACCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ACCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4000-LIST-AGED-COLLECTIONS-EXIT
           END-IF

           MOVE 'N' TO WS-AGED-EOJ-SW
           PERFORM 4100-FETCH-AGED-COLLECTION
               THRU 4100-FETCH-AGED-COLLECTION-EXIT
               UNTIL WS-AGED-EOJ

           EXEC SQL
               CLOSE ACCURSOR
           END-EXEC.
       4000-LIST-AGED-COLLECTIONS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FETCH-AGED-COLLECTION - one uncleared collection to the   *
      * list                                                           *
      ******************************************************************
       4100-FETCH-AGED-COLLECTION.
           EXEC SQL
               FETCH ACCURSOR
                 INTO :WA-POLICY-NUM,
                      :WA-INSTALLMENT-NUM,
                      :WA-AMOUNT,
                      :WA-RAISED-DATE,
                      :WA-STATUS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-AGED-EOJ-SW
             GO TO 4100-FETCH-AGED-COLLECTION-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON ACCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AGED-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 4100-FETCH-AGED-COLLECTION-EXIT
           END-IF

           ADD 1 TO WS-AGED-COLL-COUNT
           MOVE WA-POLICY-NUM      TO RC-POLICY-NUM
           MOVE WA-INSTALLMENT-NUM TO RC-INSTALLMENT-NUM
           MOVE WA-AMOUNT          TO RC-AMOUNT
           MOVE WA-RAISED-DATE     TO RC-RAISED-DATE
           MOVE WA-STATUS          TO RC-STATUS
           MOVE WS-RPT-COLLECTION-LINE TO RPT-LINE
           WRITE RPT-LINE.
       4100-FETCH-AGED-COLLECTION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, run-control completion, close down.   *
      * An aborted run clears nothing and leaves its BATCH_RUN_CONTROL *
      * row at 'R'; rerun it against the same statement file.          *
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ENTRY-COUNT      TO RT-ENTRIES
           MOVE WS-PAY-MATCH-COUNT  TO RT-PAY-MATCHED
           MOVE WS-COLL-MATCH-COUNT TO RT-COLL-MATCHED
           MOVE WS-RPT-TOTALS-1     TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNMATCHED-COUNT  TO RT-UNMATCHED
           MOVE WS-AGED-PAY-COUNT   TO RT-AGED-PAY
           MOVE WS-AGED-COLL-COUNT  TO RT-AGED-COLL
           MOVE WS-RPT-TOTALS-2     TO RPT-LINE
           WRITE RPT-LINE

           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - NOTHING CLEARED, RERUN THE STATEMENT'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-ENTRY-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE STM-FILE
           CLOSE BXB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run                                                        *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0 )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8800-REGISTER-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * record count                                                   *
      ******************************************************************
       8900-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
                  SET RUNSTATUS   = 'C',
                      RUNEND      = CURRENT TIMESTAMP,
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
