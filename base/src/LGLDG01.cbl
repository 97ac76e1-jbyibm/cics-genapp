      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Policy Premium Account Inquiry                      *
      *                                                                *
      *   Shows a policy's premium account - every installment due,    *
      *  collection, unpaid return, manual payment, mid-term           *
      *  adjustment and refund posted to POLICY_LEDGER, with the       *
      *  running balance - newest first, one page at a time with a     *
      *  resume key.  The same transaction queues a printed statement  *
      *  of account onto DOCUMENT_QUEUE for the nightly LGDPB01 print  *
      *  feed, honouring the customer's postal consent the way         *
      *  LGODS01 does, and records the contact.  Either way the view   *
      *  goes on CUSTOMER_ACCESS_LOG.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGLDG01.
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
                                        VALUE 'LGLDG01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGLDG01 '.
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

      *----------------------------------------------------------------*
      * Administration-fee LINK area (LGFEECA layout under local      *
      * names) for the LGFEE01 service                                *
      *----------------------------------------------------------------*
       77 LGFEE01                      PIC X(8)  VALUE 'LGFEE01'.
       01  WS-FEE-RESP                 PIC S9(8) COMP VALUE +0.
       01  FE-COMMAREA.
           05 FE-RETURN-CODE           PIC X(02).
           05 FE-REQUEST-TYPE          PIC X(01).
           05 FE-COMMAREA-VERSN        PIC X(02).
           05 FE-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 FE-POLICY-NUM            PIC 9(10).
           05 FE-CUSTOMER-NUM          PIC 9(10).
           05 FE-FEE-EVENT             PIC X(04).
           05 FE-FEE-BILLING           PIC X(01).
           05 FE-NET-LIMIT             PIC 9(07)V9(02).
           05 FE-WAIVE-REASON          PIC X(04).
           05 FE-SOURCE-PGM            PIC X(08).
           05 FE-SCHEDULE-FEE          PIC 9(05)V9(02).
           05 FE-FEE-CHARGED           PIC 9(05)V9(02).
           05 FE-FEE-WAIVED            PIC X(01).
           05 FE-INSTALLMENT-NUM       PIC 9(04).
           05 FILLER                   PIC X(10).

      *----------------------------------------------------------------*
      * Read-access log - one CUSTOMER_ACCESS_LOG row for each         *
      * customer record this inquiry shows; LGRAI01 browses them and   *
      * LGRAB01 reports the unusual ones each week                     *
      *----------------------------------------------------------------*
       01  WS-ACCESS-LOG-FIELDS.
           05 WS-AL-CUSTOMER-NUM       PIC 9(10) VALUE 0.
           05 WS-AL-STAFF-ID           PIC X(05) VALUE SPACES.
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'V'.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-LEDGER-LEN         PIC S9(4) COMP VALUE +620.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

       01  WS-SWITCHES.
           05 WS-PAGE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-PAGE-EOJ                 VALUE 'Y'.

       77  WS-PAGE-SIZE                 PIC S9(4) COMP VALUE +10.
       77  WS-FETCHED-COUNT             PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the cursor below only needs
      * WORKING-STORAGE host variables, the same way LGRAI01 does
       01  WS-POLICY-NUM                PIC 9(10).
      * browsing runs newest-first, so the resume key is the lowest
      * ENTRYSEQ already returned; zero from the caller means "from
      * the top" and is mapped to the field maximum here
       01  WS-RESUME-ENTRY-SEQ          PIC S9(9) COMP.

       01  WS-CUSTOMER-NUM              PIC 9(10) VALUE 0.
       01  WS-CURRENT-BALANCE           PIC S9(09)V9(02) VALUE 0.
      * Postal consent (LGPRF01's consent centre) - no row, or a
      * lookup error, allows the statement as LGODS01 does
       01  WS-ALLOW-POST                PIC X(01) VALUE 'Y'.

       01  WS-LEDGER-ROW.
           05 WS-LR-ENTRYSEQ            PIC S9(9) COMP.
           05 WS-LR-ENTRYDATE           PIC X(10).
           05 WS-LR-ENTRYTYPE           PIC X(04).
           05 WS-LR-DEBITCREDIT         PIC X(01).
           05 WS-LR-AMOUNT              PIC S9(07)V9(02).
           05 WS-LR-BALANCE             PIC S9(09)V9(02).
           05 WS-LR-INSTALLMENTNUM      PIC 9(04).
           05 WS-LR-SOURCEPGM           PIC X(08).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE LDCURSOR CURSOR FOR
                   SELECT ENTRYSEQ, ENTRYDATE, ENTRYTYPE, DEBITCREDIT,
                          AMOUNT, BALANCE, INSTALLMENTNUM, SOURCEPGM
                     FROM POLICY_LEDGER
                    WHERE POLICYNUMBER = :WS-POLICY-NUM
                      AND ENTRYSEQ < :WS-RESUME-ENTRY-SEQ
                    ORDER BY ENTRYSEQ DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGLDGQCA
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
                                       + WS-CA-LEDGER-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-BROWSE-LEDGER
              AND NOT CA-REQ-STATEMENT
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-POLICY-NUM IS NOT NUMERIC
               OR CA-POLICY-NUM EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-POLICY-NUM TO EM-POLNUM WS-POLICY-NUM.

      * no update while the overnight batch window is open
           IF CA-REQ-STATEMENT
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

           PERFORM READ-CURRENT-BALANCE.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-CUSTOMER-NUM    TO CA-CUSTOMER-NUM.
           MOVE WS-CURRENT-BALANCE TO CA-CURRENT-BALANCE.
           MOVE 'N'  TO CA-MORE-ENTRIES.
           MOVE ZERO TO CA-ENTRY-COUNT.
           MOVE ZERO TO WS-FETCHED-COUNT.

           IF CA-REQ-BROWSE-LEDGER
             IF CA-RESUME-ENTRY-SEQ IS NUMERIC
                 AND CA-RESUME-ENTRY-SEQ IS GREATER THAN ZERO
               MOVE CA-RESUME-ENTRY-SEQ TO WS-RESUME-ENTRY-SEQ
             ELSE
               MOVE 999999999 TO WS-RESUME-ENTRY-SEQ
             END-IF
             PERFORM BROWSE-LEDGER THRU BROWSE-LEDGER-EXIT
           ELSE
             PERFORM QUEUE-STATEMENT-DOCUMENT
             IF CA-RETURN-CODE EQUAL '00'
               PERFORM RECORD-CONTACT
               PERFORM CHARGE-DOCUMENT-FEE
             END-IF
           END-IF.

           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-CUSTOMER-NUM TO WS-AL-CUSTOMER-NUM
             PERFORM WRITE-ACCESS-LOG
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
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2).
      *================================================================*
       READ-POLICY-ROW.
      *================================================================*
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :WS-CUSTOMER-NUM
               FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICY-NUM
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
       READ-CURRENT-BALANCE.
      *================================================================*
      * The balance after the latest entry is where the account       *
      * stands; a policy with nothing posted yet stands at zero.       *
      *================================================================*
           MOVE ZERO TO WS-CURRENT-BALANCE
           MOVE ' SELECT BALANCE' TO EM-SQLREQ
           EXEC SQL
             SELECT BALANCE
               INTO :WS-CURRENT-BALANCE
               FROM POLICY_LEDGER
              WHERE POLICYNUMBER = :WS-POLICY-NUM
              ORDER BY ENTRYSEQ DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ZERO TO WS-CURRENT-BALANCE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       BROWSE-LEDGER.
      *================================================================*
           MOVE ' OPEN LDCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN LDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BROWSE-LEDGER-EXIT
           END-IF

           PERFORM FETCH-LEDGER-ROW THRU FETCH-LEDGER-ROW-EXIT
               UNTIL WS-PAGE-EOJ

           EXEC SQL
               CLOSE LDCURSOR
           END-EXEC.
       BROWSE-LEDGER-EXIT.
           EXIT.
      *================================================================*
       FETCH-LEDGER-ROW.
      *================================================================*
           EXEC SQL
               FETCH LDCURSOR
                 INTO :WS-LR-ENTRYSEQ,
                      :WS-LR-ENTRYDATE,
                      :WS-LR-ENTRYTYPE,
                      :WS-LR-DEBITCREDIT,
                      :WS-LR-AMOUNT,
                      :WS-LR-BALANCE,
                      :WS-LR-INSTALLMENTNUM,
                      :WS-LR-SOURCEPGM
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-LEDGER-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH LDCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-LEDGER-ROW-EXIT
           END-IF

           PERFORM STORE-LEDGER-ROW THRU STORE-LEDGER-ROW-EXIT.
       FETCH-LEDGER-ROW-EXIT.
           EXIT.
      *================================================================*
       STORE-LEDGER-ROW.
      *================================================================*
      * One row past a full page only tells the caller there is more.  *
      *================================================================*
           IF WS-FETCHED-COUNT NOT LESS THAN WS-PAGE-SIZE
             MOVE 'Y' TO CA-MORE-ENTRIES
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO STORE-LEDGER-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-EL-IDX TO WS-FETCHED-COUNT
           MOVE WS-LR-ENTRYSEQ       TO EL-ENTRY-SEQ(CA-EL-IDX)
                                        CA-RESUME-ENTRY-SEQ
           MOVE WS-LR-ENTRYDATE      TO EL-ENTRY-DATE(CA-EL-IDX)
           MOVE WS-LR-ENTRYTYPE      TO EL-ENTRY-TYPE(CA-EL-IDX)
           MOVE WS-LR-DEBITCREDIT    TO EL-DEBIT-CREDIT(CA-EL-IDX)
           MOVE WS-LR-AMOUNT         TO EL-AMOUNT(CA-EL-IDX)
           MOVE WS-LR-BALANCE        TO EL-BALANCE(CA-EL-IDX)
           MOVE WS-LR-INSTALLMENTNUM TO EL-INSTALLMENT-NUM(CA-EL-IDX)
           MOVE WS-LR-SOURCEPGM      TO EL-SOURCE-PGM(CA-EL-IDX)
           MOVE WS-FETCHED-COUNT     TO CA-ENTRY-COUNT.
       STORE-LEDGER-ROW-EXIT.
           EXIT.
      *================================================================*
       QUEUE-STATEMENT-DOCUMENT.
      *================================================================*
      * One 'ACCT' DOCUMENT_QUEUE request for the policy - the nightly *
      * print feed builds the statement of account from the ledger     *
      * when it drains the request.  A postal opt-out refuses it with  *
      * '92', exactly as LGODS01 refuses an on-demand statement.       *
      *================================================================*
           MOVE 'Y' TO WS-ALLOW-POST
           MOVE ' SELECT CONTPREF' TO EM-SQLREQ
           EXEC SQL
             SELECT ALLOWPOST
               INTO :WS-ALLOW-POST
               FROM CONTACT_PREFERENCE
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-ALLOW-POST
           END-IF
           IF WS-ALLOW-POST EQUAL 'N'
             MOVE '92' TO CA-RETURN-CODE
             MOVE ' POSTAL OPT-OUT - STATEMENT NOT QUEUED'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE ' INSERT DOCQUEUE' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO DOCUMENT_QUEUE
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           DOCTYPE,
                           REQUESTDATE,
                           STATUS )
                  VALUES ( :WS-CUSTOMER-NUM,
                           :WS-POLICY-NUM,
                           'ACCT',
                           :WS-TODAY-DATE,
                           'P' )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       CHARGE-DOCUMENT-FEE.
      *================================================================*
      * LGFEE01 prices the 'DOCS' fee, bills it to the next unraised   *
      * installment and records it (or the waiver).  A failure is      *
      * logged but never unwinds the queued document.                  *
      *================================================================*
           MOVE ZERO TO CA-DOCUMENT-FEE
           INITIALIZE FE-COMMAREA
           MOVE '00'                TO FE-RETURN-CODE
           MOVE '2'                 TO FE-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO FE-STAFF-ID
           MOVE CA-POLICY-NUM       TO FE-POLICY-NUM
           MOVE WS-CUSTOMER-NUM     TO FE-CUSTOMER-NUM
           MOVE 'DOCS'              TO FE-FEE-EVENT
           MOVE 'I'                 TO FE-FEE-BILLING
           MOVE CA-FEE-WAIVE-REASON TO FE-WAIVE-REASON
           MOVE 'LGLDG01 '          TO FE-SOURCE-PGM
           EXEC CICS LINK Program(LGFEE01)
                Commarea(FE-COMMAREA)
                LENGTH(LENGTH OF FE-COMMAREA)
                RESP(WS-FEE-RESP)
           END-EXEC
           IF WS-FEE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR FE-RETURN-CODE NOT EQUAL '00'
             MOVE ' DOCUMENT FEE CHARGE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE FE-FEE-CHARGED TO CA-DOCUMENT-FEE
           END-IF.
      *================================================================*
       RECORD-CONTACT.
      *================================================================*
           MOVE ' INSERT CONTACT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CONTACT_HISTORY
                       ( CUSTOMERNUMBER,
                         POLICYNUMBER,
                         CHANNEL,
                         NOTICETYPE,
                         CONTACTDATE,
                         CONTACTTIME )
                VALUES ( :WS-CUSTOMER-NUM,
                         :WS-POLICY-NUM,
                         'PRT',
                         'ACCTSTMT',
                         :WS-TODAY-DATE,
                         '000000' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       WRITE-ACCESS-LOG.
      *================================================================*
      * One CUSTOMER_ACCESS_LOG row for the account shown - who        *
      * looked, through which transaction and program, and when.  The  *
      * staff id falls back to the signed-on operator when the front   *
      * end supplies none.  A failure is logged but never fails the    *
      * inquiry.                                                       *
      *================================================================*
           MOVE ' INSERT ACCESSLG' TO EM-SQLREQ
           IF CA-STAFF-ID EQUAL SPACES
             MOVE EIBOPID TO WS-AL-STAFF-ID
           ELSE
             MOVE CA-STAFF-ID TO WS-AL-STAFF-ID
           END-IF
           EXEC SQL
             INSERT INTO CUSTOMER_ACCESS_LOG
                       ( CUSTOMERNUMBER,
                         STAFFID,
                         TRANSID,
                         TERMID,
                         PROGRAMID,
                         ACCESSTYPE,
                         ACCESSDATE,
                         ACCESSTIME )
                VALUES ( :WS-AL-CUSTOMER-NUM,
                         :WS-AL-STAFF-ID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         'LGLDG01',
                         :WS-AL-ACCESS-TYPE,
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
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
