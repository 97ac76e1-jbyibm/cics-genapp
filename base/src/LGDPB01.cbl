      *    2026-02-16  DM  Skip customers LGRMB01 has flagged          *
      *                    gone-away - nothing prints to a dead        *
      *                    address until tracing finds the new one.    *
      *    2026-10-15  DM  Travel (TRV) policies from LGTPB01 get      *
      *                    their pack and statement lines too.         *
      *    2026-10-15  DM  Rebuild-cost merge fields on the print      *
      *                    record zeroed - only LGRWB01's UNDERINS     *
      *                    page fills them.                            *
      *    2026-10-15  DM  A copy of every pack and statement page,    *
      *                    bar the motor certificate, to each active   *
      *                    representative whose authority calls for    *
      *                    it (LGREP01); copies counted on the total   *
      *                    line and recorded on CONTACT_HISTORY.       *
      *    2026-10-15  DM  Drains the statement-of-account requests    *
      *                    LGLDG01 queues (DOCTYPE 'ACCT'): a brought- *
      *                    forward page and one ACCTLINE page per      *
      *                    POLICY_LEDGER entry over the last twelve    *
      *                    months, with representative copies; counted *
      *                    on the total line.                          *
      *    2026-10-15  DM  Affinity brands - every pack, statement and *
      *                    account page carries the letterhead of the  *
      *                    policy's brand off the BRAND master         *
      *                    (3700-LOAD-BRAND); blank for our own.       *
      *    2026-10-15  DM  Letter wording from the LETTER_TEMPLATE     *
      *                    library - the POLDOCS, STMT and ACCT        *
      *                    versions in force on the run date, merged   *
      *                    per document onto every page; the version   *
      *                    recorded on CONTACT_HISTORY.                *
      *    2026-10-15  DM  Paperless customers - the customer's own    *
      *                    pack, statement and account pages stored in *
      *                    the portal mailbox (PORTAL_DOCUMENT, see    *
      *                    LGEDOCWS) with an EDOCWAIT email instead of *
      *                    the print file; the pack recorded under     *
      *                    channel 'PTL'.  LGEFB01 prints any that are *
      *                    bounced or left unread.                     *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGDPB01.
               88 WS-DQ-EOJ                  VALUE 'Y'.
           05 WS-ST-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-ST-EOJ                  VALUE 'Y'.
           05 WS-AQ-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-AQ-EOJ                  VALUE 'Y'.
           05 WS-LG-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-LG-EOJ                  VALUE 'Y'.
       77  WS-PACK-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-STMT-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-REP-COPY-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-ACCT-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-EDOC-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-EDOC-PAGE-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-CH-CHANNEL               PIC X(03) VALUE SPACES.
      * a statement of account covers the twelve months to the run
      * date; the balance before the first of them is brought forward
       77  WS-LEDGER-FROM-YYYYMMDD     PIC 9(08) VALUE 0.
       77  WS-LEDGER-FROM-DATE         PIC X(10) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(25)
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(12)
                      VALUE 'PACKS SENT= '.
           05 RT-PACK-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(13)
                      VALUE ' STATEMENTS ='.
           05 RT-STMT-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(12)
                      VALUE ' ACCT STMTS='.
           05 RT-ACCT-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(12)
                      VALUE ' REP COPIES='.
           05 RT-REP-COPY-COUNT        PIC Z(06)9.
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-RPT-TOTAL-2.
           05 FILLER                   PIC X(20)
                      VALUE 'TO PORTAL MAILBOX = '.
           05 RT-EDOC-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(19)
                      VALUE ' PAGES NOT PRINTED='.
           05 RT-EDOC-PAGE-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(27) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, H.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C, HOUSE H
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = H.POLICYNUMBER
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, M.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C, MOTOR M
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = M.POLICYNUMBER
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, E.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C, ENDOWMENT E
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = E.POLICYNUMBER
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, CM.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C, COMMERCIAL CM
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = CM.POLICYNUMBER
                      AND P.POLICYSTATUS NOT IN ('P', 'D')
                      AND C.GONEAWAY      <> 'Y'
                      AND C.CUSTOMERSTATUS <> 'X'
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, T.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER C, TRAVEL T
                    WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND P.POLICYNUMBER   = T.POLICYNUMBER
                      AND P.DOCPACKSENT   <> 'Y'
                      AND P.POLICYSTATUS NOT IN ('P', 'D')
                      AND C.GONEAWAY      <> 'Y'
                      AND C.CUSTOMERSTATUS <> 'X'
                    ORDER BY 1
           END-EXEC.

           EXEC SQL
               DECLARE STCURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER, P.POLICYTYPE,
                          P.ISSUEDATE, P.EXPIRYDATE, H.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, HOUSE H
                    WHERE P.POLICYNUMBER   = H.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WQ-CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.POLICYTYPE,
                          P.ISSUEDATE, P.EXPIRYDATE, M.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, MOTOR M
                    WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WQ-CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.POLICYTYPE,
                          P.ISSUEDATE, P.EXPIRYDATE, E.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, ENDOWMENT E
                    WHERE P.POLICYNUMBER   = E.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WQ-CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.POLICYTYPE,
                          P.ISSUEDATE, P.EXPIRYDATE, CM.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, COMMERCIAL CM
                    WHERE P.POLICYNUMBER   = CM.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WQ-CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                   UNION ALL
                   SELECT P.POLICYNUMBER, P.POLICYTYPE,
                          P.ISSUEDATE, P.EXPIRYDATE, T.PREMIUM,
                          P.BRANDCODE
                     FROM POLICY P, TRAVEL T
                    WHERE P.POLICYNUMBER   = T.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WQ-CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
                    ORDER BY 1
           END-EXEC.

           05 WT-ISSUEDATE             PIC X(10).
           05 WT-EXPIRYDATE            PIC X(10).
           05 WT-PREMIUM               PIC 9(07)V9(02).
           05 WT-BRANDCODE             PIC X(04).

      * Statement-of-account requests (LGLDG01) awaiting print - one
      * per policy, the same address rules as the statements above
           EXEC SQL
               DECLARE AQCURSOR CURSOR FOR
                   SELECT DISTINCT D.POLICYNUMBER, D.CUSTOMERNUMBER,
                          P.POLICYTYPE, P.ISSUEDATE, P.EXPIRYDATE,
                          C.FIRSTNAME, C.LASTNAME, C.HOUSENAME,
                          C.HOUSENUMBER, C.POSTCODE, P.BRANDCODE
                     FROM DOCUMENT_QUEUE D, POLICY P, CUSTOMER C
                    WHERE D.POLICYNUMBER   = P.POLICYNUMBER
                      AND D.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND D.DOCTYPE = 'ACCT'
                      AND D.STATUS  = 'P'
                      AND C.GONEAWAY <> 'Y'
                      AND C.CUSTOMERSTATUS <> 'X'
                    ORDER BY D.POLICYNUMBER
           END-EXEC.

       01  WS-AQ-ROW.
           05 WA-POLICYNUMBER          PIC 9(10).
           05 WA-CUSTOMERNUMBER        PIC 9(10).
           05 WA-POLICYTYPE            PIC X(03).
           05 WA-ISSUEDATE             PIC X(10).
           05 WA-EXPIRYDATE            PIC X(10).
           05 WA-FIRSTNAME             PIC X(10).
           05 WA-LASTNAME              PIC X(20).
           05 WA-HOUSENAME             PIC X(20).
           05 WA-HOUSENUMBER           PIC X(04).
           05 WA-POSTCODE              PIC X(08).
           05 WA-BRANDCODE             PIC X(04).

      * The policy's POLICY_LEDGER entries over the statement period,
      * in posting order
           EXEC SQL
               DECLARE LGCURSOR CURSOR FOR
                   SELECT ENTRYDATE, ENTRYTYPE, DEBITCREDIT,
                          AMOUNT, BALANCE
                     FROM POLICY_LEDGER
                    WHERE POLICYNUMBER = :WA-POLICYNUMBER
                      AND ENTRYDATE   >= :WS-LEDGER-FROM-DATE
                    ORDER BY ENTRYSEQ
           END-EXEC.

      * the ledger line being printed - a fetched entry, or the
      * brought-forward balance staged by 6600-
       01  WS-LG-ROW.
           05 WL-ENTRYDATE             PIC X(10).
           05 WL-ENTRYTYPE             PIC X(04).
           05 WL-DEBITCREDIT           PIC X(01).
           05 WL-AMOUNT                PIC S9(07)V9(02).
           05 WL-BALANCE               PIC S9(09)V9(02).
       01  WS-LG-DOC-TYPE              PIC X(08) VALUE SPACES.

      * Named-driver pages for a motor pack
           EXEC SQL
       01  WS-IPC-EOJ-SW               PIC X VALUE 'N'.
           88 WS-IPC-EOJ                     VALUE 'Y'.

      * Representatives who get a copy of the customer's documents -
      * active, holding a power of attorney or a deputyship (COPYDOCS
      * set by LGREP01) and inside their dates on the run date
           EXEC SQL
               DECLARE RPCURSOR CURSOR FOR
                   SELECT REPNAME, REPHOUSENAME, REPHOUSENUM,
                          REPPOSTCODE
                     FROM CUSTOMER_REPRESENTATIVE
                    WHERE CUSTOMERNUMBER = :WS-REP-CUSTOMERNUM
                      AND REPSTATUS      = 'A'
                      AND COPYDOCS       = 'Y'
                      AND STARTDATE     <= :WS-RUN-DATE
                      AND EXPIRYDATE    >= :WS-RUN-DATE
                    ORDER BY REPNUMBER
           END-EXEC.

       01  WS-RP-ROW.
           05 WR-REPNAME               PIC X(30).
           05 WR-REPHOUSENAME          PIC X(20).
           05 WR-REPHOUSENUM           PIC X(04).
           05 WR-REPPOSTCODE           PIC X(08).
       01  WS-RP-EOJ-SW                PIC X VALUE 'N'.
           88 WS-RP-EOJ                      VALUE 'Y'.
       01  WS-REP-CUSTOMERNUM          PIC 9(10) VALUE 0.
      * the current customer's copy representatives, loaded by 3600-
      * for each pack and each statement
       01  WS-REP-TABLE.
           05 WS-REP-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-REP-ENTRY OCCURS 5 TIMES
                           INDEXED BY WS-REP-IDX.
              10 WS-REP-NAME           PIC X(30).
              10 WS-REP-HOUSENAME      PIC X(20).
              10 WS-REP-HOUSENUM       PIC X(04).
              10 WS-REP-POSTCODE       PIC X(08).
       01  WS-DOC-TYPE                 PIC X(08) VALUE SPACES.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-HOUSENUMBER           PIC X(04).
           05 WC-POSTCODE              PIC X(08).
           05 WC-PREMIUM               PIC 9(07)V9(02).
           05 WC-BRANDCODE             PIC X(04).

      * Letterhead of the brand the page is printed under, off the
      * BRAND master for WS-BL-LOOKUP-CODE - kept from one page to
      * the next while the brand does not change; all spaces is our
      * own letterhead
       01  WS-BL-LOOKUP-CODE           PIC X(04) VALUE SPACES.
       01  WS-BL-LOADED-CODE           PIC X(04) VALUE LOW-VALUES.
       01  WS-BRAND-LETTERHEAD.
           05 WS-BL-BRAND-CODE         PIC X(04) VALUE SPACES.
           05 WS-BL-BRAND-NAME         PIC X(30) VALUE SPACES.
           05 WS-BL-LETTERHEAD-1       PIC X(60) VALUE SPACES.
           05 WS-BL-LETTERHEAD-2       PIC X(60) VALUE SPACES.
           05 WS-BL-PHONE              PIC X(20) VALUE SPACES.
           05 WS-BL-EMAIL              PIC X(40) VALUE SPACES.

      * The LETTER_TEMPLATE versions in force on the run date, one per
      * document this run prints - resolved once at start-up, then
      * each moved back into LT-TEMPLATE-ROW to merge a document
           COPY LGLTRTPL.
       01  WS-TPL-POLDOCS              PIC X(380) VALUE SPACES.
       01  WS-TPL-STMT                 PIC X(380) VALUE SPACES.
       01  WS-TPL-ACCT                 PIC X(380) VALUE SPACES.

      * Paperless delivery - the customer's own pages of a document
      * go to the portal mailbox rather than DOC-FILE
           COPY LGEDOCWS.

       01  WS-RPT-TEMPLATE.
           05 FILLER                   PIC X(10) VALUE 'TEMPLATE  '.
           05 RTP-DOCTYPE              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' VERSION='.
           05 RTP-VERSION              PIC Z(03)9.
           05 FILLER                   PIC X(06) VALUE ' FROM='.
           05 RTP-EFFECTIVE-DATE       PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 6100-PROCESS-DOC-REQUEST
               THRU 6100-PROCESS-DOC-REQUEST-EXIT
               UNTIL WS-DQ-EOJ.
           PERFORM 6500-OPEN-ACCT-REQUESTS
               THRU 6500-OPEN-ACCT-REQUESTS-EXIT.
           PERFORM 6600-PROCESS-ACCT-REQUEST
               THRU 6600-PROCESS-ACCT-REQUEST-EXIT
               UNTIL WS-AQ-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * the statement-of-account period starts a year before the run
      * date - 28 February standing in for a 29th
           COMPUTE WS-LEDGER-FROM-YYYYMMDD = WS-TODAY-YYYYMMDD - 10000
           IF WS-LEDGER-FROM-YYYYMMDD(5:4) EQUAL '0229'
             MOVE '28' TO WS-LEDGER-FROM-YYYYMMDD(7:2)
           END-IF
           MOVE WS-LEDGER-FROM-YYYYMMDD(1:4)
                                       TO WS-LEDGER-FROM-DATE(1:4)
           MOVE '-'                    TO WS-LEDGER-FROM-DATE(5:1)
           MOVE WS-LEDGER-FROM-YYYYMMDD(5:2)
                                       TO WS-LEDGER-FROM-DATE(6:2)
           MOVE '-'                    TO WS-LEDGER-FROM-DATE(8:1)
           MOVE WS-LEDGER-FROM-YYYYMMDD(7:2)
                                       TO WS-LEDGER-FROM-DATE(9:2)

      * the document-waiting notices carry the run date the way the
      * online programs stamp EMAIL_QUEUE
           MOVE WS-TODAY-YYYYMMDD(5:2) TO ED-NOTIFY-DATE(1:2)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO ED-NOTIFY-DATE(3:2)
           MOVE WS-TODAY-YYYYMMDD(1:4) TO ED-NOTIFY-DATE(5:4)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'POLDOCS'       TO LT-DOCTYPE
           PERFORM 3900-RESOLVE-TEMPLATE
               THRU 3900-RESOLVE-TEMPLATE-EXIT
           MOVE LT-TEMPLATE-ROW TO WS-TPL-POLDOCS
           MOVE 'STMT'          TO LT-DOCTYPE
           PERFORM 3900-RESOLVE-TEMPLATE
               THRU 3900-RESOLVE-TEMPLATE-EXIT
           MOVE LT-TEMPLATE-ROW TO WS-TPL-STMT
           MOVE 'ACCT'          TO LT-DOCTYPE
           PERFORM 3900-RESOLVE-TEMPLATE
               THRU 3900-RESOLVE-TEMPLATE-EXIT
           MOVE LT-TEMPLATE-ROW TO WS-TPL-ACCT
           IF WS-ABORTED
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               OPEN DPCURSOR
           END-EXEC
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE,
                      :WC-PREMIUM,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           MOVE WC-CUSTOMERNUMBER TO WS-REP-CUSTOMERNUM
           PERFORM 3600-LOAD-REPRESENTATIVES
               THRU 3600-LOAD-REPRESENTATIVES-EXIT
           MOVE WC-BRANDCODE TO WS-BL-LOOKUP-CODE
           PERFORM 3700-LOAD-BRAND THRU 3700-LOAD-BRAND-EXIT

           MOVE WS-TPL-POLDOCS  TO LT-TEMPLATE-ROW
           MOVE SPACES          TO LT-MRG-NAME
           STRING WC-FIRSTNAME  DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  WC-LASTNAME   DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE WC-POLICYNUMBER TO LT-MRG-POLICY
           MOVE WC-PREMIUM      TO LT-MRG-AMOUNT
           MOVE WC-ISSUEDATE    TO LT-MRG-DATE
           PERFORM 3950-MERGE-TEMPLATE THRU 3950-MERGE-TEMPLATE-EXIT

           MOVE WC-CUSTOMERNUMBER TO ED-CUSTOMERNUMBER
           MOVE WC-POLICYNUMBER   TO ED-POLICYNUMBER
           MOVE 'POLDOCS'         TO ED-DOCTYPE
           PERFORM 3100-OPEN-DELIVERY THRU 3100-OPEN-DELIVERY-EXIT

           MOVE 'SCHEDULE' TO DOC-DOCUMENT-TYPE
           PERFORM 3000-WRITE-DOCUMENT THRU 3000-WRITE-DOCUMENT-EXIT
           MOVE 'COVERSUM' TO DOC-DOCUMENT-TYPE
                 THRU 3450-WRITE-PARTY-PAGES-EXIT
           END-IF

           PERFORM 3180-CLOSE-DELIVERY THRU 3180-CLOSE-DELIVERY-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 3500-MARK-PACK-SENT THRU 3500-MARK-PACK-SENT-EXIT.
           IF WS-ABORTED
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF ED-PAPERLESS
             MOVE 'PTL' TO WS-CH-CHANNEL
           ELSE
             MOVE 'PRT' TO WS-CH-CHANNEL
           END-IF
           PERFORM 3800-RECORD-CONTACT THRU 3800-RECORD-CONTACT-EXIT.

           ADD 1 TO WS-PACK-COUNT

      ******************************************************************
      * 3000-WRITE-DOCUMENT - one merge record; DOC-DOCUMENT-TYPE is   *
      * set by the caller.  The page is repeated for each copy         *
      * representative, except the certificate - a serial-controlled   *
      * document that goes to the policyholder alone.                  *
      ******************************************************************
       3000-WRITE-DOCUMENT.
           MOVE DOC-DOCUMENT-TYPE TO WS-DOC-TYPE
           PERFORM 3050-BUILD-DOCUMENT THRU 3050-BUILD-DOCUMENT-EXIT
           PERFORM 3150-DELIVER-PAGE THRU 3150-DELIVER-PAGE-EXIT

           IF WS-DOC-TYPE NOT EQUAL 'MOTORCER'
             PERFORM 3070-WRITE-REP-COPY
                 THRU 3070-WRITE-REP-COPY-EXIT
                 VARYING WS-REP-IDX FROM 1 BY 1
                 UNTIL WS-REP-IDX GREATER THAN WS-REP-COUNT
           END-IF.
       3000-WRITE-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3050-BUILD-DOCUMENT - the customer's own merge record          *
      ******************************************************************
       3050-BUILD-DOCUMENT.
           MOVE WS-DOC-TYPE       TO DOC-DOCUMENT-TYPE
           MOVE WC-POLICYNUMBER   TO DOC-POLICY-NUM
           MOVE WC-CUSTOMERNUMBER TO DOC-CUSTOMER-NUM
           MOVE WC-POLICYTYPE     TO DOC-POLICY-TYPE
           MOVE WS-DOC-DRIVER-NAME TO DOC-DRIVER-NAME
           MOVE WS-DOC-CERT-NUMBER TO DOC-CERT-NUMBER
           MOVE WS-DOC-PARTY-NAME  TO DOC-PARTY-NAME
           MOVE ZERO               TO DOC-REBUILD-COST
           MOVE ZERO               TO DOC-DECLARED-VALUE
           MOVE ZERO               TO DOC-LEDGER-AMOUNT
           MOVE ZERO               TO DOC-LEDGER-BALANCE
           MOVE SPACES             TO DOC-LEDGER-DATE
           MOVE SPACES             TO DOC-LEDGER-TYPE
           MOVE SPACES             TO DOC-LEDGER-DRCR
           MOVE 'N'                TO DOC-REP-COPY
           MOVE SPACES             TO DOC-REP-NAME
           PERFORM 3750-MOVE-LETTERHEAD THRU 3750-MOVE-LETTERHEAD-EXIT
           PERFORM 3760-MOVE-TEMPLATE-TEXT
               THRU 3760-MOVE-TEMPLATE-TEXT-EXIT.
       3050-BUILD-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3070-WRITE-REP-COPY - the same page addressed to the           *
      * representative at WS-REP-IDX                                   *
      ******************************************************************
       3070-WRITE-REP-COPY.
           PERFORM 3050-BUILD-DOCUMENT THRU 3050-BUILD-DOCUMENT-EXIT
           MOVE 'Y'                          TO DOC-REP-COPY
           MOVE WS-REP-NAME(WS-REP-IDX)      TO DOC-REP-NAME
           MOVE WS-REP-HOUSENAME(WS-REP-IDX) TO DOC-HOUSE-NAME
           MOVE WS-REP-HOUSENUM(WS-REP-IDX)  TO DOC-HOUSE-NUM
           MOVE WS-REP-POSTCODE(WS-REP-IDX)  TO DOC-POSTCODE
           WRITE DOC-PRINT-RECORD
           ADD 1 TO WS-REP-COPY-COUNT.
       3070-WRITE-REP-COPY-EXIT.
           EXIT.

      ******************************************************************
      * 3100-OPEN-DELIVERY - decide how the document keyed in          *
      * ED-DOCUMENT-KEY goes to the customer.  A paperless customer    *
      * (see LGEDOCWS) gets a waiting PORTAL_DOCUMENT row for its      *
      * pages; anyone else, or a row that cannot be opened, gets the   *
      * print file as before.                                          *
      ******************************************************************
       3100-OPEN-DELIVERY.
           MOVE 'N'         TO ED-PAPERLESS-SW
           MOVE WS-RUN-DATE TO ED-CREATEDDATE
           MOVE ZERO        TO ED-PAGE-SEQ
           MOVE LT-VERSION  TO ED-TEMPLATE-VERSION

           MOVE 'N' TO ED-PAPERLESS-PREF
           MOVE 'Y' TO ED-ALLOW-EMAIL
           EXEC SQL
               SELECT PAPERLESS, ALLOWEMAIL
                 INTO :ED-PAPERLESS-PREF, :ED-ALLOW-EMAIL
                 FROM CONTACT_PREFERENCE
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR ED-PAPERLESS-PREF NOT EQUAL 'Y'
               OR ED-ALLOW-EMAIL EQUAL 'N'
             GO TO 3100-OPEN-DELIVERY-EXIT
           END-IF

      * no address to tell them at, or one the gateway has written
      * off, and the document is printed after all
           EXEC SQL
               SELECT EMAILADDRESS, EMAILINVALID
                 INTO :ED-EMAILADDRESS, :ED-EMAILINVALID
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR ED-EMAILADDRESS EQUAL SPACES
               OR ED-EMAILINVALID EQUAL 'Y'
             GO TO 3100-OPEN-DELIVERY-EXIT
           END-IF

           ADD 1 TO ED-NOTIFY-SEQ
           MOVE ED-NOTIFY-SEQ TO ED-NOTIFY-TIME
           EXEC SQL
               INSERT INTO PORTAL_DOCUMENT
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           DOCTYPE,
                           CREATEDDATE,
                           PAGECOUNT,
                           TEMPLATEVERSION,
                           DOCSTATUS,
                           NOTIFYDATE,
                           NOTIFYTIME,
                           OPENEDDATE,
                           FALLBACKDATE,
                           FALLBACKREASON )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-DOCTYPE,
                           :ED-CREATEDDATE,
                           0,
                           :ED-TEMPLATE-VERSION,
                           'W',
                           :ED-NOTIFY-DATE,
                           :ED-NOTIFY-TIME,
                           ' ',
                           ' ',
                           ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT INSERT FAILED - PRINTED INSTEAD'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3100-OPEN-DELIVERY-EXIT
           END-IF

           MOVE 'Y' TO ED-PAPERLESS-SW.
       3100-OPEN-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * 3150-DELIVER-PAGE - the customer's own page just built: onto   *
      * the print file, or for a paperless document the next page in   *
      * its portal mailbox.  A page that cannot be stored aborts the   *
      * run - a document half in the mailbox is neither sent nor       *
      * printed.                                                       *
      ******************************************************************
       3150-DELIVER-PAGE.
           IF NOT ED-PAPERLESS
             WRITE DOC-PRINT-RECORD
             GO TO 3150-DELIVER-PAGE-EXIT
           END-IF

           ADD 1 TO ED-PAGE-SEQ
           EXEC SQL
               INSERT INTO PORTAL_DOCUMENT_PAGE
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           DOCTYPE,
                           CREATEDDATE,
                           PAGESEQ,
                           PAGEIMAGE )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-DOCTYPE,
                           :ED-CREATEDDATE,
                           :ED-PAGE-SEQ,
                           :DOC-PRINT-RECORD )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT_PAGE INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3150-DELIVER-PAGE-EXIT
           END-IF
           ADD 1 TO WS-EDOC-PAGE-COUNT.
       3150-DELIVER-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 3180-CLOSE-DELIVERY - a paperless document complete: its page  *
      * count on the PORTAL_DOCUMENT row and the EDOCWAIT email that   *
      * it is waiting.  A notice that cannot be queued is reported     *
      * only - LGEFB01 prints the document when it goes unread.        *
      ******************************************************************
       3180-CLOSE-DELIVERY.
           IF NOT ED-PAPERLESS
             GO TO 3180-CLOSE-DELIVERY-EXIT
           END-IF
           IF WS-ABORTED
             GO TO 3180-CLOSE-DELIVERY-EXIT
           END-IF

           EXEC SQL
               UPDATE PORTAL_DOCUMENT
                  SET PAGECOUNT = :ED-PAGE-SEQ
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
                  AND POLICYNUMBER   = :ED-POLICYNUMBER
                  AND DOCTYPE        = :ED-DOCTYPE
                  AND CREATEDDATE    = :ED-CREATEDDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3180-CLOSE-DELIVERY-EXIT
           END-IF

           EXEC SQL
               INSERT INTO EMAIL_QUEUE
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           EMAILADDRESS,
                           NOTICETYPE,
                           QUEUEDDATE,
                           QUEUEDTIME,
                           STATUS,
                           MESSAGETEXT )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           :ED-EMAILADDRESS,
                           'EDOCWAIT',
                           :ED-NOTIFY-DATE,
                           :ED-NOTIFY-TIME,
                           'PENDING',
                           ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'EMAIL_QUEUE INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-EDOC-COUNT.
       3180-CLOSE-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
       3500-MARK-PACK-SENT-EXIT.
           EXIT.

      ******************************************************************
      * 3600-LOAD-REPRESENTATIVES - the copy representatives for       *
      * WS-REP-CUSTOMERNUM.  A cursor failure is reported and the      *
      * customer's own documents still go; no more than five are       *
      * held, which no customer on file approaches.                    *
      ******************************************************************
       3600-LOAD-REPRESENTATIVES.
           MOVE 0 TO WS-REP-COUNT
           EXEC SQL
               OPEN RPCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3600-LOAD-REPRESENTATIVES-EXIT
           END-IF

           MOVE 'N' TO WS-RP-EOJ-SW
           PERFORM 3650-LOAD-ONE-REP
               THRU 3650-LOAD-ONE-REP-EXIT
               UNTIL WS-RP-EOJ

           EXEC SQL
               CLOSE RPCURSOR
           END-EXEC.
       3600-LOAD-REPRESENTATIVES-EXIT.
           EXIT.

      ******************************************************************
      * 3650-LOAD-ONE-REP                                              *
      ******************************************************************
       3650-LOAD-ONE-REP.
           EXEC SQL
               FETCH RPCURSOR
                 INTO :WR-REPNAME,
                      :WR-REPHOUSENAME,
                      :WR-REPHOUSENUM,
                      :WR-REPPOSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO 3650-LOAD-ONE-REP-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON RPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO 3650-LOAD-ONE-REP-EXIT
           END-IF

           IF WS-REP-COUNT NOT LESS THAN 5
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO 3650-LOAD-ONE-REP-EXIT
           END-IF

           ADD 1 TO WS-REP-COUNT
           SET WS-REP-IDX TO WS-REP-COUNT
           MOVE WR-REPNAME      TO WS-REP-NAME(WS-REP-IDX)
           MOVE WR-REPHOUSENAME TO WS-REP-HOUSENAME(WS-REP-IDX)
           MOVE WR-REPHOUSENUM  TO WS-REP-HOUSENUM(WS-REP-IDX)
           MOVE WR-REPPOSTCODE  TO WS-REP-POSTCODE(WS-REP-IDX).
       3650-LOAD-ONE-REP-EXIT.
           EXIT.

      ******************************************************************
      * 3700-LOAD-BRAND - the BRAND master letterhead for              *
      * WS-BL-LOOKUP-CODE, whatever the brand's status - a retired     *
      * brand's policies still print under it.  A lookup failure is    *
      * reported and the page goes under our own letterhead, as a      *
      * representative lookup failure still sends the customer's own.  *
      ******************************************************************
       3700-LOAD-BRAND.
           IF WS-BL-LOOKUP-CODE EQUAL WS-BL-LOADED-CODE
             GO TO 3700-LOAD-BRAND-EXIT
           END-IF

           MOVE SPACES            TO WS-BRAND-LETTERHEAD
           MOVE WS-BL-LOOKUP-CODE TO WS-BL-LOADED-CODE
           IF WS-BL-LOOKUP-CODE EQUAL SPACES
             GO TO 3700-LOAD-BRAND-EXIT
           END-IF

           EXEC SQL
             SELECT BRANDNAME, LETTERHEAD1, LETTERHEAD2,
                    CONTACTPHONE, CONTACTEMAIL
               INTO :WS-BL-BRAND-NAME,
                    :WS-BL-LETTERHEAD-1,
                    :WS-BL-LETTERHEAD-2,
                    :WS-BL-PHONE,
                    :WS-BL-EMAIL
               FROM BRAND
              WHERE BRANDCODE = :WS-BL-LOOKUP-CODE
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-BL-LOOKUP-CODE TO WS-BL-BRAND-CODE
           ELSE
             MOVE 'BRAND NOT ON MASTER - OWN LETTERHEAD USED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE SPACES TO WS-BRAND-LETTERHEAD
           END-IF.
       3700-LOAD-BRAND-EXIT.
           EXIT.

      ******************************************************************
      * 3750-MOVE-LETTERHEAD - the brand fields on every page; all     *
      * blank for our own brand                                        *
      ******************************************************************
       3750-MOVE-LETTERHEAD.
           MOVE WS-BL-BRAND-CODE   TO DOC-BRAND-CODE
           MOVE WS-BL-BRAND-NAME   TO DOC-BRAND-NAME
           MOVE WS-BL-LETTERHEAD-1 TO DOC-LETTERHEAD-1
           MOVE WS-BL-LETTERHEAD-2 TO DOC-LETTERHEAD-2
           MOVE WS-BL-PHONE        TO DOC-BRAND-PHONE
           MOVE WS-BL-EMAIL        TO DOC-BRAND-EMAIL.
       3750-MOVE-LETTERHEAD-EXIT.
           EXIT.

      ******************************************************************
      * 3760-MOVE-TEMPLATE-TEXT - the document's merged template       *
      * wording on every page; version zero and blank lines when no    *
      * template was in force                                          *
      ******************************************************************
       3760-MOVE-TEMPLATE-TEXT.
           MOVE LT-VERSION     TO DOC-TEMPLATE-VERSION
           MOVE LT-MERGED-TEXT TO DOC-TEXT-LINES.
       3760-MOVE-TEMPLATE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * 3800-RECORD-CONTACT - the pack on the customer's contact trail *
      ******************************************************************
                           CHANNEL,
                           NOTICETYPE,
                           CONTACTDATE,
                           CONTACTTIME,
                           TEMPLATEVERSION )
                  VALUES ( :WC-CUSTOMERNUMBER,
                           :WC-POLICYNUMBER,
                           :WS-CH-CHANNEL,
                           'POLDOCS',
                           :WS-RUN-DATE,
                           '000000',
                           :LT-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF

      * and the copy to the representative(s) alongside it
           IF WS-REP-COUNT GREATER THAN 0
             EXEC SQL
                 INSERT INTO CONTACT_HISTORY
                           ( CUSTOMERNUMBER,
                             POLICYNUMBER,
                             CHANNEL,
                             NOTICETYPE,
                             CONTACTDATE,
                             CONTACTTIME,
                             TEMPLATEVERSION )
                    VALUES ( :WC-CUSTOMERNUMBER,
                             :WC-POLICYNUMBER,
                             'PRT',
                             'REPCOPY',
                             :WS-RUN-DATE,
                             '000000',
                             :LT-VERSION )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
               WRITE RPT-LINE
             END-IF
           END-IF.
       3800-RECORD-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      * 3900-RESOLVE-TEMPLATE - the approved LETTER_TEMPLATE version   *
      * for LT-DOCTYPE in force on the run date: the latest effective  *
      * date not after it, the highest version on that date.  None in  *
      * force is reported and the document goes out on the bureau's    *
      * standing wording; an SQL error aborts the run.                 *
      ******************************************************************
       3900-RESOLVE-TEMPLATE.
           MOVE ZERO   TO LT-VERSION
           MOVE SPACES TO LT-EFFECTIVE-DATE
           MOVE SPACES TO LT-TEXT-BLOCKS
           EXEC SQL
               SELECT VERSIONNUM, EFFECTIVEDATE,
                      TEXTBLOCK1, TEXTBLOCK2, TEXTBLOCK3,
                      TEXTBLOCK4, TEXTBLOCK5, TEXTBLOCK6
                 INTO :LT-VERSION, :LT-EFFECTIVE-DATE,
                      :LT-TEXT-BLOCK-1, :LT-TEXT-BLOCK-2,
                      :LT-TEXT-BLOCK-3, :LT-TEXT-BLOCK-4,
                      :LT-TEXT-BLOCK-5, :LT-TEXT-BLOCK-6
                 FROM LETTER_TEMPLATE
                WHERE DOCTYPE        = :LT-DOCTYPE
                  AND TEMPLATESTATUS = 'A'
                  AND EFFECTIVEDATE <= :WS-RUN-DATE
                ORDER BY EFFECTIVEDATE DESC, VERSIONNUM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE ZERO   TO LT-VERSION
               MOVE SPACES TO LT-EFFECTIVE-DATE
               MOVE SPACES TO LT-TEXT-BLOCKS
               MOVE 'NO TEMPLATE IN FORCE - STANDING WORDING USED'
                 TO RPT-LINE
               WRITE RPT-LINE
             WHEN OTHER
               MOVE 'LETTER_TEMPLATE SELECT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE

           MOVE LT-DOCTYPE        TO RTP-DOCTYPE
           MOVE LT-VERSION        TO RTP-VERSION
           MOVE LT-EFFECTIVE-DATE TO RTP-EFFECTIVE-DATE
           MOVE WS-RPT-TEMPLATE   TO RPT-LINE
           WRITE RPT-LINE.
       3900-RESOLVE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 3950-MERGE-TEMPLATE - the text blocks of LT-TEMPLATE-ROW into  *
      * LT-MERGED-LINE with the LT-MRG- values in place of the %NAME%, *
      * %POLICY%, %AMOUNT% and %DATE% tokens                           *
      ******************************************************************
       3950-MERGE-TEMPLATE.
           MOVE SPACES TO LT-MERGED-TEXT
           IF LT-VERSION EQUAL ZERO
             GO TO 3950-MERGE-TEMPLATE-EXIT
           END-IF

           PERFORM 3960-MERGE-BLOCK THRU 3960-MERGE-BLOCK-EXIT
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
       3950-MERGE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 3960-MERGE-BLOCK - one text block, character by character; a   *
      * merged line that outgrows its 80 bytes is cut off there        *
      ******************************************************************
       3960-MERGE-BLOCK.
           MOVE 1 TO LT-IN-POS
           MOVE 1 TO LT-OUT-POS
           PERFORM 3970-MERGE-CHAR THRU 3970-MERGE-CHAR-EXIT
               UNTIL LT-IN-POS GREATER THAN 60
                  OR LT-OUT-POS GREATER THAN 80.
       3960-MERGE-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 3970-MERGE-CHAR - copy the character at LT-IN-POS, or the      *
      * value for the token starting there.  A '%' that starts no      *
      * token is copied as it stands.                                  *
      ******************************************************************
       3970-MERGE-CHAR.
           IF LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1) NOT EQUAL '%'
             MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1)
               TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
             ADD 1 TO LT-IN-POS
             ADD 1 TO LT-OUT-POS
             GO TO 3970-MERGE-CHAR-EXIT
           END-IF

           MOVE SPACES TO LT-TOKEN
           COMPUTE LT-LEAD = 61 - LT-IN-POS
           IF LT-LEAD GREATER THAN 8
             MOVE 8 TO LT-LEAD
           END-IF
           MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:LT-LEAD)
             TO LT-TOKEN

           EVALUATE TRUE
             WHEN LT-TOKEN(1:6) EQUAL '%NAME%'
               STRING LT-MRG-NAME DELIMITED BY '  '
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%POLICY%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-POLICY
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-POLICY(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%AMOUNT%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-AMOUNT
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-AMOUNT(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN(1:6) EQUAL '%DATE%'
               STRING LT-MRG-DATE DELIMITED BY SPACE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN OTHER
               MOVE '%' TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
               ADD 1 TO LT-IN-POS
               ADD 1 TO LT-OUT-POS
           END-EVALUATE.
       3970-MERGE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * 6000-OPEN-DOC-REQUESTS - the on-demand statement queue         *
      ******************************************************************
             GO TO 6100-PROCESS-DOC-REQUEST-EXIT
           END-IF

           MOVE WQ-CUSTOMERNUMBER TO WS-REP-CUSTOMERNUM
           PERFORM 3600-LOAD-REPRESENTATIVES
               THRU 3600-LOAD-REPRESENTATIVES-EXIT

      * the statement covers every policy, so the wording names none -
      * its date is the run date
           MOVE WS-TPL-STMT     TO LT-TEMPLATE-ROW
           MOVE SPACES          TO LT-MRG-NAME
           STRING WQ-FIRSTNAME  DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  WQ-LASTNAME   DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE ZERO            TO LT-MRG-POLICY
           MOVE ZERO            TO LT-MRG-AMOUNT
           MOVE WS-RUN-DATE     TO LT-MRG-DATE
           PERFORM 3950-MERGE-TEMPLATE THRU 3950-MERGE-TEMPLATE-EXIT

           MOVE WQ-CUSTOMERNUMBER TO ED-CUSTOMERNUMBER
           MOVE ZERO              TO ED-POLICYNUMBER
           MOVE 'STMT'            TO ED-DOCTYPE
           PERFORM 3100-OPEN-DELIVERY THRU 3100-OPEN-DELIVERY-EXIT

           MOVE 'N' TO WS-ST-EOJ-SW
           EXEC SQL
               OPEN STCURSOR
             END-EXEC
           END-IF

           PERFORM 3180-CLOSE-DELIVERY THRU 3180-CLOSE-DELIVERY-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-DQ-EOJ-SW
             GO TO 6100-PROCESS-DOC-REQUEST-EXIT
           END-IF

           PERFORM 6300-MARK-REQUEST-SENT
               THRU 6300-MARK-REQUEST-SENT-EXIT
           IF WS-ABORTED
                      :WT-POLICYTYPE,
                      :WT-ISSUEDATE,
                      :WT-EXPIRYDATE,
                      :WT-PREMIUM,
                      :WT-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             GO TO 6200-WRITE-STATEMENT-LINE-EXIT
           END-IF

           MOVE WT-BRANDCODE TO WS-BL-LOOKUP-CODE
           PERFORM 3700-LOAD-BRAND THRU 3700-LOAD-BRAND-EXIT

           PERFORM 6250-BUILD-STATEMENT-LINE
               THRU 6250-BUILD-STATEMENT-LINE-EXIT
           PERFORM 3150-DELIVER-PAGE THRU 3150-DELIVER-PAGE-EXIT

           PERFORM 6270-WRITE-REP-COPY
               THRU 6270-WRITE-REP-COPY-EXIT
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX GREATER THAN WS-REP-COUNT.
       6200-WRITE-STATEMENT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6250-BUILD-STATEMENT-LINE - the customer's own STMTLINE page   *
      ******************************************************************
       6250-BUILD-STATEMENT-LINE.
           MOVE SPACES            TO DOC-PRINT-RECORD
           MOVE 'STMTLINE'        TO DOC-DOCUMENT-TYPE
           MOVE WT-POLICYNUMBER   TO DOC-POLICY-NUM
           MOVE WT-ISSUEDATE      TO DOC-ISSUE-DATE
           MOVE WT-EXPIRYDATE     TO DOC-EXPIRY-DATE
           MOVE WT-PREMIUM        TO DOC-PREMIUM
           MOVE ZERO              TO DOC-CERT-NUMBER
           MOVE ZERO              TO DOC-REBUILD-COST
           MOVE ZERO              TO DOC-DECLARED-VALUE
           MOVE ZERO              TO DOC-LEDGER-AMOUNT
           MOVE ZERO              TO DOC-LEDGER-BALANCE
           MOVE 'N'               TO DOC-REP-COPY
           PERFORM 3750-MOVE-LETTERHEAD THRU 3750-MOVE-LETTERHEAD-EXIT
           PERFORM 3760-MOVE-TEMPLATE-TEXT
               THRU 3760-MOVE-TEMPLATE-TEXT-EXIT.
       6250-BUILD-STATEMENT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6270-WRITE-REP-COPY - the statement line addressed to the      *
      * representative at WS-REP-IDX                                   *
      ******************************************************************
       6270-WRITE-REP-COPY.
           PERFORM 6250-BUILD-STATEMENT-LINE
               THRU 6250-BUILD-STATEMENT-LINE-EXIT
           MOVE 'Y'                          TO DOC-REP-COPY
           MOVE WS-REP-NAME(WS-REP-IDX)      TO DOC-REP-NAME
           MOVE WS-REP-HOUSENAME(WS-REP-IDX) TO DOC-HOUSE-NAME
           MOVE WS-REP-HOUSENUM(WS-REP-IDX)  TO DOC-HOUSE-NUM
           MOVE WS-REP-POSTCODE(WS-REP-IDX)  TO DOC-POSTCODE
           WRITE DOC-PRINT-RECORD
           ADD 1 TO WS-REP-COPY-COUNT.
       6270-WRITE-REP-COPY-EXIT.
           EXIT.

      ******************************************************************
       6300-MARK-REQUEST-SENT-EXIT.
           EXIT.

      ******************************************************************
      * 6500-OPEN-ACCT-REQUESTS - the statement-of-account queue       *
      ******************************************************************
       6500-OPEN-ACCT-REQUESTS.
           IF WS-ABORTED
             MOVE 'Y' TO WS-AQ-EOJ-SW
             GO TO 6500-OPEN-ACCT-REQUESTS-EXIT
           END-IF
           EXEC SQL
               OPEN AQCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN AQCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AQ-EOJ-SW
           END-IF.
       6500-OPEN-ACCT-REQUESTS-EXIT.
           EXIT.

      ******************************************************************
      * 6600-PROCESS-ACCT-REQUEST - one queued statement of account:   *
      * an ACCTBFWD page with the balance brought forward from before  *
      * the period, an ACCTLINE page per ledger entry in it, and the   *
      * request marked sent                                            *
      ******************************************************************
       6600-PROCESS-ACCT-REQUEST.
           EXEC SQL
               FETCH AQCURSOR
                 INTO :WA-POLICYNUMBER,
                      :WA-CUSTOMERNUMBER,
                      :WA-POLICYTYPE,
                      :WA-ISSUEDATE,
                      :WA-EXPIRYDATE,
                      :WA-FIRSTNAME,
                      :WA-LASTNAME,
                      :WA-HOUSENAME,
                      :WA-HOUSENUMBER,
                      :WA-POSTCODE,
                      :WA-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-AQ-EOJ-SW
             EXEC SQL
                 CLOSE AQCURSOR
             END-EXEC
             GO TO 6600-PROCESS-ACCT-REQUEST-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON AQCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AQ-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 6600-PROCESS-ACCT-REQUEST-EXIT
           END-IF

           MOVE WA-CUSTOMERNUMBER TO WS-REP-CUSTOMERNUM
           PERFORM 3600-LOAD-REPRESENTATIVES
               THRU 3600-LOAD-REPRESENTATIVES-EXIT
           MOVE WA-BRANDCODE TO WS-BL-LOOKUP-CODE
           PERFORM 3700-LOAD-BRAND THRU 3700-LOAD-BRAND-EXIT

      * the running balance on the last entry before the period - none
      * means the account opened inside it
           MOVE ZERO TO WL-BALANCE
           EXEC SQL
               SELECT BALANCE
                 INTO :WL-BALANCE
                 FROM POLICY_LEDGER
                WHERE POLICYNUMBER = :WA-POLICYNUMBER
                  AND ENTRYDATE    < :WS-LEDGER-FROM-DATE
                ORDER BY ENTRYSEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'POLICY_LEDGER SELECT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AQ-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 6600-PROCESS-ACCT-REQUEST-EXIT
           END-IF

      * the account wording quotes the balance brought forward and the
      * date the period opens
           MOVE WS-TPL-ACCT     TO LT-TEMPLATE-ROW
           MOVE SPACES          TO LT-MRG-NAME
           STRING WA-FIRSTNAME  DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  WA-LASTNAME   DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE WA-POLICYNUMBER     TO LT-MRG-POLICY
           MOVE WL-BALANCE          TO LT-MRG-AMOUNT
           MOVE WS-LEDGER-FROM-DATE TO LT-MRG-DATE
           PERFORM 3950-MERGE-TEMPLATE THRU 3950-MERGE-TEMPLATE-EXIT

           MOVE WA-CUSTOMERNUMBER TO ED-CUSTOMERNUMBER
           MOVE WA-POLICYNUMBER   TO ED-POLICYNUMBER
           MOVE 'ACCT'            TO ED-DOCTYPE
           PERFORM 3100-OPEN-DELIVERY THRU 3100-OPEN-DELIVERY-EXIT

           MOVE WS-LEDGER-FROM-DATE TO WL-ENTRYDATE
           MOVE 'BFWD'              TO WL-ENTRYTYPE
           MOVE SPACES              TO WL-DEBITCREDIT
           MOVE ZERO                TO WL-AMOUNT
           MOVE 'ACCTBFWD'          TO WS-LG-DOC-TYPE
           PERFORM 6700-WRITE-ACCOUNT-PAGE
               THRU 6700-WRITE-ACCOUNT-PAGE-EXIT

           MOVE 'N' TO WS-LG-EOJ-SW
           EXEC SQL
               OPEN LGCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN LGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-LG-EOJ-SW
           ELSE
             PERFORM 6650-WRITE-LEDGER-LINE
                 THRU 6650-WRITE-LEDGER-LINE-EXIT
                 UNTIL WS-LG-EOJ
             EXEC SQL
                 CLOSE LGCURSOR
             END-EXEC
           END-IF

           PERFORM 3180-CLOSE-DELIVERY THRU 3180-CLOSE-DELIVERY-EXIT
           IF WS-ABORTED
             MOVE 'Y' TO WS-AQ-EOJ-SW
             GO TO 6600-PROCESS-ACCT-REQUEST-EXIT
           END-IF

           PERFORM 6800-MARK-ACCT-SENT
               THRU 6800-MARK-ACCT-SENT-EXIT
           IF WS-ABORTED
             GO TO 6600-PROCESS-ACCT-REQUEST-EXIT
           END-IF

           ADD 1 TO WS-ACCT-COUNT.
       6600-PROCESS-ACCT-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * 6650-WRITE-LEDGER-LINE                                         *
      ******************************************************************
       6650-WRITE-LEDGER-LINE.
           EXEC SQL
               FETCH LGCURSOR
                 INTO :WL-ENTRYDATE,
                      :WL-ENTRYTYPE,
                      :WL-DEBITCREDIT,
                      :WL-AMOUNT,
                      :WL-BALANCE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-LG-EOJ-SW
             GO TO 6650-WRITE-LEDGER-LINE-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON LGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-LG-EOJ-SW
             GO TO 6650-WRITE-LEDGER-LINE-EXIT
           END-IF

           MOVE 'ACCTLINE' TO WS-LG-DOC-TYPE
           PERFORM 6700-WRITE-ACCOUNT-PAGE
               THRU 6700-WRITE-ACCOUNT-PAGE-EXIT.
       6650-WRITE-LEDGER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6700-WRITE-ACCOUNT-PAGE - the ledger line in WS-LG-ROW to the  *
      * customer and to each copy representative                       *
      ******************************************************************
       6700-WRITE-ACCOUNT-PAGE.
           PERFORM 6750-BUILD-ACCOUNT-PAGE
               THRU 6750-BUILD-ACCOUNT-PAGE-EXIT
           PERFORM 3150-DELIVER-PAGE THRU 3150-DELIVER-PAGE-EXIT

           PERFORM 6770-WRITE-ACCOUNT-REP-COPY
               THRU 6770-WRITE-ACCOUNT-REP-COPY-EXIT
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX GREATER THAN WS-REP-COUNT.
       6700-WRITE-ACCOUNT-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 6750-BUILD-ACCOUNT-PAGE - the customer's own ACCTBFWD or       *
      * ACCTLINE page                                                  *
      ******************************************************************
       6750-BUILD-ACCOUNT-PAGE.
           MOVE SPACES            TO DOC-PRINT-RECORD
           MOVE WS-LG-DOC-TYPE    TO DOC-DOCUMENT-TYPE
           MOVE WA-POLICYNUMBER   TO DOC-POLICY-NUM
           MOVE WA-CUSTOMERNUMBER TO DOC-CUSTOMER-NUM
           MOVE WA-POLICYTYPE     TO DOC-POLICY-TYPE
           MOVE WA-FIRSTNAME      TO DOC-FIRST-NAME
           MOVE WA-LASTNAME       TO DOC-LAST-NAME
           MOVE WA-HOUSENAME      TO DOC-HOUSE-NAME
           MOVE WA-HOUSENUMBER    TO DOC-HOUSE-NUM
           MOVE WA-POSTCODE       TO DOC-POSTCODE
           MOVE WA-ISSUEDATE      TO DOC-ISSUE-DATE
           MOVE WA-EXPIRYDATE     TO DOC-EXPIRY-DATE
           MOVE ZERO              TO DOC-PREMIUM
           MOVE ZERO              TO DOC-CERT-NUMBER
           MOVE ZERO              TO DOC-REBUILD-COST
           MOVE ZERO              TO DOC-DECLARED-VALUE
           MOVE WL-ENTRYDATE      TO DOC-LEDGER-DATE
           MOVE WL-ENTRYTYPE      TO DOC-LEDGER-TYPE
           MOVE WL-DEBITCREDIT    TO DOC-LEDGER-DRCR
           MOVE WL-AMOUNT         TO DOC-LEDGER-AMOUNT
           MOVE WL-BALANCE        TO DOC-LEDGER-BALANCE
           MOVE 'N'               TO DOC-REP-COPY
           PERFORM 3750-MOVE-LETTERHEAD THRU 3750-MOVE-LETTERHEAD-EXIT
           PERFORM 3760-MOVE-TEMPLATE-TEXT
               THRU 3760-MOVE-TEMPLATE-TEXT-EXIT.
       6750-BUILD-ACCOUNT-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 6770-WRITE-ACCOUNT-REP-COPY - the ledger line addressed to the *
      * representative at WS-REP-IDX                                   *
      ******************************************************************
       6770-WRITE-ACCOUNT-REP-COPY.
           PERFORM 6750-BUILD-ACCOUNT-PAGE
               THRU 6750-BUILD-ACCOUNT-PAGE-EXIT
           MOVE 'Y'                          TO DOC-REP-COPY
           MOVE WS-REP-NAME(WS-REP-IDX)      TO DOC-REP-NAME
           MOVE WS-REP-HOUSENAME(WS-REP-IDX) TO DOC-HOUSE-NAME
           MOVE WS-REP-HOUSENUM(WS-REP-IDX)  TO DOC-HOUSE-NUM
           MOVE WS-REP-POSTCODE(WS-REP-IDX)  TO DOC-POSTCODE
           WRITE DOC-PRINT-RECORD
           ADD 1 TO WS-REP-COPY-COUNT.
       6770-WRITE-ACCOUNT-REP-COPY-EXIT.
           EXIT.

      ******************************************************************
      * 6800-MARK-ACCT-SENT                                            *
      ******************************************************************
       6800-MARK-ACCT-SENT.
      * repeat requests for the one policy are all answered by the one
      * statement, as in 6300-
           EXEC SQL
               UPDATE DOCUMENT_QUEUE
                  SET STATUS = 'S'
                WHERE POLICYNUMBER = :WA-POLICYNUMBER
                  AND DOCTYPE = 'ACCT'
                  AND STATUS  = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'MARK-ACCT-SENT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-AQ-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       6800-MARK-ACCT-SENT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the whole run is one unit of work, same       *
      * reasoning as LGPYB01: the sent marks only COMMIT when the      *

           MOVE WS-PACK-COUNT TO RT-PACK-COUNT
           MOVE WS-STMT-COUNT TO RT-STMT-COUNT
           MOVE WS-ACCT-COUNT TO RT-ACCT-COUNT
           MOVE WS-REP-COPY-COUNT TO RT-REP-COPY-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EDOC-COUNT      TO RT-EDOC-COUNT
           MOVE WS-EDOC-PAGE-COUNT TO RT-EDOC-PAGE-COUNT
           MOVE WS-RPT-TOTAL-2     TO RPT-LINE
           WRITE RPT-LINE

           CLOSE DOC-FILE
           CLOSE DPB-RPT.
