      *  year - ISSUEDATE on or before, EXPIRYDATE on or after - it    *
      *  prints one detail line per policy (type, premium, cover       *
      *  level, renewal date) taken from whichever of HOUSE/MOTOR/     *
      *  ENDOWMENT/COMMERCIAL/TRAVEL the policy belongs to, followed   *
      *  by a per-customer total line.  Run once a year, after the     *
      *  online year-end close.                                        *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *                    at 'R', so the year-end rerun picks the     *
      *                    failed region up instead of skipping it as  *
      *                    complete.                                   *
      *    2026-10-15  DM  Travel (TRV) policies from LGTPB01 are      *
      *                    listed, cover level being the trip cost.    *
      *    2026-10-15  DM  A COPY TO REP line under the customer       *
      *                    heading for each active representative      *
      *                    whose authority calls for a copy (LGREP01), *
      *                    recorded on CONTACT_HISTORY; copies on the  *
      *                    grand total line.                           *
      *    2026-10-15  DM  Affinity brands - a customer's policies are *
      *                    grouped by brand, each brand's statement    *
      *                    headed by its letterhead off the BRAND      *
      *                    master (3050-PRINT-LETTERHEAD); our own     *
      *                    brand prints as before.                     *
      *    2026-10-15  DM  Statement wording from the LETTER_TEMPLATE  *
      *                    library - the ANNSTMT version in force on   *
      *                    the run date, merged with the customer's    *
      *                    name and total premium under each total     *
      *                    line; the version recorded on               *
      *                    CONTACT_HISTORY.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGYSB01.
           05 WS-FIRST-ROW-SW          PIC X      VALUE 'Y'.
               88 WS-FIRST-ROW               VALUE 'Y'.
       77  WS-PREV-CUSTOMERNUMBER      PIC 9(10) VALUE 0.
       77  WS-PREV-BRANDCODE           PIC X(04) VALUE SPACES.
       77  WS-CUSTOMER-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-GRAND-POLICY-COUNT       PIC S9(7) COMP VALUE 0.
       77  WS-GRAND-PREMIUM-TOTAL      PIC 9(09)V9(02) VALUE 0.
       77  WS-STMT-POLICY-COUNT        PIC S9(5) COMP VALUE 0.
       77  WS-STMT-PREMIUM-TOTAL       PIC 9(07)V9(02) VALUE 0.
       77  WS-REP-COPY-COUNT           PIC S9(5) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(26) VALUE
           05 RCH-CUSTOMERNUMBER       PIC Z(09)9.
           05 FILLER                   PIC X(60) VALUE SPACES.

      * Letterhead lines heading a statement sold under an affinity
      * brand, off the BRAND master
       01  WS-RPT-BRAND-NAME.
           05 FILLER                   PIC X(07) VALUE ' BRAND='.
           05 RBN-BRANDCODE            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RBN-BRANDNAME            PIC X(30).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-LETTERHEAD.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RLH-LETTERHEAD           PIC X(60).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-BRAND-CONTACT.
           05 FILLER                   PIC X(06) VALUE '  TEL='.
           05 RBC-PHONE                PIC X(20).
           05 FILLER                   PIC X(07) VALUE ' EMAIL='.
           05 RBC-EMAIL                PIC X(40).
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-BRAND-ROW.
           05 WB-BRANDNAME             PIC X(30).
           05 WB-LETTERHEAD1           PIC X(60).
           05 WB-LETTERHEAD2           PIC X(60).
           05 WB-CONTACTPHONE          PIC X(20).
           05 WB-CONTACTEMAIL          PIC X(40).

       01  WS-RPT-REP-COPY.
           05 FILLER                   PIC X(14) VALUE
                                        '  COPY TO REP='.
           05 RRC-REPNUMBER            PIC Z(02)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RRC-REPNAME              PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RRC-REPHOUSENUM          PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RRC-REPPOSTCODE          PIC X(08).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE '  POL='.
           05 RD-POLICYNUMBER          PIC Z(09)9.
           05 RGT-POLICY-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE ' GRAND PREM='.
           05 RGT-PREMIUM              PIC Z(08)9.99.
           05 FILLER                   PIC X(12) VALUE ' REP COPIES='.
           05 RGT-REP-COPY-COUNT       PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                 *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

      *----------------------------------------------------------------*
      * The ANNSTMT LETTER_TEMPLATE version in force on the run date,  *
      * resolved once at start-up and merged per statement             *
      *----------------------------------------------------------------*
           COPY LGLTRTPL.

       01  WS-RPT-TEMPLATE.
           05 FILLER                   PIC X(10) VALUE 'TEMPLATE  '.
           05 RTP-DOCTYPE              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' VERSION='.
           05 RTP-VERSION              PIC Z(03)9.
           05 FILLER                   PIC X(06) VALUE ' FROM='.
           05 RTP-EFFECTIVE-DATE       PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  WS-TPL-CUSTOMER-NAME.
           05 WN-FIRSTNAME             PIC X(10).
           05 WN-LASTNAME              PIC X(20).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * ISSUEDATE/EXPIRYDATE are stored YYYY-MM-DD, which - like
               DECLARE YSCURSOR CURSOR FOR
                   SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                          P.POLICYTYPE, P.EXPIRYDATE,
                          H.PREMIUM, H.HOUSEVALUE,
                          P.BRANDCODE
                     FROM POLICY P, HOUSE H, CUSTOMER CU
                    WHERE P.POLICYNUMBER = H.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   UNION ALL
                   SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                          P.POLICYTYPE, P.EXPIRYDATE,
                          M.PREMIUM, M.VEHICLEVALUE,
                          P.BRANDCODE
                     FROM POLICY P, MOTOR M, CUSTOMER CU
                    WHERE P.POLICYNUMBER = M.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                          P.POLICYTYPE, P.EXPIRYDATE,
                          E.PREMIUM,
                          E.SUMASSURED + COALESCE(E.ACCRUEDBONUS, 0),
                          P.BRANDCODE
                     FROM POLICY P, ENDOWMENT E, CUSTOMER CU
                    WHERE P.POLICYNUMBER = E.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                   UNION ALL
                   SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                          P.POLICYTYPE, P.EXPIRYDATE,
                          C.PREMIUM, C.TURNOVER,
                          P.BRANDCODE
                     FROM POLICY P, COMMERCIAL C, CUSTOMER CU
                    WHERE P.POLICYNUMBER = C.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS = 'A'
                      AND ( CU.REGIONCODE = :WS-REGION-FILTER
                            OR :WS-REGION-FILTER = '    ' )
                   UNION ALL
                   SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                          P.POLICYTYPE, P.EXPIRYDATE,
                          T.PREMIUM, T.TRIPCOST,
                          P.BRANDCODE
                     FROM POLICY P, TRAVEL T, CUSTOMER CU
                    WHERE P.POLICYNUMBER = T.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.ISSUEDATE  <= :WS-YEAREND-DATE
                      AND P.EXPIRYDATE >= :WS-YEAREND-DATE
                      AND P.POLICYSTATUS = 'A'
                      AND ( CU.REGIONCODE = :WS-REGION-FILTER
                            OR :WS-REGION-FILTER = '    ' )
                   ORDER BY 1, 7, 2
           END-EXEC.

      * Representatives sent a copy of the statement - active,
      * holding a power of attorney or a deputyship (COPYDOCS set by
      * LGREP01) and inside their dates on the day the statement runs
           EXEC SQL
               DECLARE RPCURSOR CURSOR FOR
                   SELECT REPNUMBER, REPNAME, REPHOUSENUM,
                          REPPOSTCODE
                     FROM CUSTOMER_REPRESENTATIVE
                    WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                      AND REPSTATUS      = 'A'
                      AND COPYDOCS       = 'Y'
                      AND STARTDATE     <= :WS-STMT-CONTACT-DATE
                      AND EXPIRYDATE    >= :WS-STMT-CONTACT-DATE
                    ORDER BY REPNUMBER
           END-EXEC.

       01  WS-RP-ROW.
           05 WR-REPNUMBER             PIC 9(03).
           05 WR-REPNAME               PIC X(30).
           05 WR-REPHOUSENUM           PIC X(04).
           05 WR-REPPOSTCODE           PIC X(08).
       01  WS-RP-EOJ-SW                PIC X VALUE 'N'.
           88 WS-RP-EOJ                      VALUE 'Y'.

       01  WS-CURSOR-ROW.
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-EXPIRYDATE            PIC X(10).
           05 WC-PREMIUM               PIC 9(07)V9(02).
           05 WC-COVERLEVEL            PIC 9(09)V9(02).
           05 WC-BRANDCODE             PIC X(04).

       PROCEDURE DIVISION.

             PERFORM 8800-REGISTER-RUN-START
                 THRU 8800-REGISTER-RUN-START-EXIT

             MOVE 'ANNSTMT' TO LT-DOCTYPE
             PERFORM 1100-RESOLVE-TEMPLATE
                 THRU 1100-RESOLVE-TEMPLATE-EXIT
             IF WS-ABORTED
               GO TO 1000-INITIALIZE-EXIT
             END-IF

             EXEC SQL
                 OPEN YSCURSOR
             END-EXEC
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-RESOLVE-TEMPLATE - the approved LETTER_TEMPLATE version   *
      * for LT-DOCTYPE in force on the run date: the latest effective  *
      * date not after it, the highest version on that date.  None in  *
      * force is reported and the statements print without template    *
      * wording; an SQL error aborts the region like a cursor failure. *
      ******************************************************************
       1100-RESOLVE-TEMPLATE.
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
                  AND EFFECTIVEDATE <= :WS-STMT-CONTACT-DATE
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
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE

           MOVE LT-DOCTYPE        TO RTP-DOCTYPE
           MOVE LT-VERSION        TO RTP-VERSION
           MOVE LT-EFFECTIVE-DATE TO RTP-EFFECTIVE-DATE
           MOVE WS-RPT-TEMPLATE   TO RPT-LINE
           WRITE RPT-LINE.
       1100-RESOLVE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one policy per cursor row, in customer-    *
      * number then brand order; a change of customer number or brand  *
      * closes off the previous statement before this row's own        *
      * heading (if new) and detail line are printed.                  *
      ******************************************************************
       2000-PROCESS-ROWS.
                      :WC-POLICYTYPE,
                      :WC-EXPIRYDATE,
                      :WC-PREMIUM,
                      :WC-COVERLEVEL,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
           END-IF

           IF NOT WS-FIRST-ROW
               AND (WC-CUSTOMERNUMBER NOT EQUAL WS-PREV-CUSTOMERNUMBER
                    OR WC-BRANDCODE NOT EQUAL WS-PREV-BRANDCODE)
             PERFORM 4000-PRINT-CUSTOMER-TOTAL
                 THRU 4000-PRINT-CUSTOMER-TOTAL-EXIT
           END-IF

           IF WS-FIRST-ROW
               OR WC-CUSTOMERNUMBER NOT EQUAL WS-PREV-CUSTOMERNUMBER
               OR WC-BRANDCODE NOT EQUAL WS-PREV-BRANDCODE
             PERFORM 3000-START-CUSTOMER THRU 3000-START-CUSTOMER-EXIT
           END-IF

           IF WS-ABORTED
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 3500-PRINT-POLICY-DETAIL
               THRU 3500-PRINT-POLICY-DETAIL-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-START-CUSTOMER - new customer, or the customer's next     *
      * brand, breaking in off the cursor - print the letterhead and   *
      * customer heading and reset the per-statement totals.           *
      ******************************************************************
       3000-START-CUSTOMER.
           IF WS-FIRST-ROW
               OR WC-CUSTOMERNUMBER NOT EQUAL WS-PREV-CUSTOMERNUMBER
             ADD 1 TO WS-CUSTOMER-COUNT
           END-IF
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE WC-CUSTOMERNUMBER TO WS-PREV-CUSTOMERNUMBER
           MOVE WC-BRANDCODE      TO WS-PREV-BRANDCODE
           MOVE 0 TO WS-STMT-POLICY-COUNT
           MOVE 0 TO WS-STMT-PREMIUM-TOTAL

           IF WC-BRANDCODE NOT EQUAL SPACES
             PERFORM 3050-PRINT-LETTERHEAD
                 THRU 3050-PRINT-LETTERHEAD-EXIT
             IF WS-ABORTED
               GO TO 3000-START-CUSTOMER-EXIT
             END-IF
           END-IF

           MOVE WC-CUSTOMERNUMBER TO RCH-CUSTOMERNUMBER
           MOVE WS-RPT-CUST-HEADING TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 3100-RECORD-CONTACT THRU 3100-RECORD-CONTACT-EXIT.
           PERFORM 3200-PRINT-REP-COPIES
               THRU 3200-PRINT-REP-COPIES-EXIT.
       3000-START-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3050-PRINT-LETTERHEAD - the brand's name, letterhead and       *
      * contacts off the BRAND master, whatever the brand's status -   *
      * a retired brand's policies still print under it.  A code not   *
      * on the master is reported and the statement goes under our     *
      * own letterhead; any other failure aborts the region like a     *
      * cursor failure.                                                *
      ******************************************************************
       3050-PRINT-LETTERHEAD.
           EXEC SQL
               SELECT BRANDNAME, LETTERHEAD1, LETTERHEAD2,
                      CONTACTPHONE, CONTACTEMAIL
                 INTO :WB-BRANDNAME,
                      :WB-LETTERHEAD1,
                      :WB-LETTERHEAD2,
                      :WB-CONTACTPHONE,
                      :WB-CONTACTEMAIL
                 FROM BRAND
                WHERE BRANDCODE = :WC-BRANDCODE
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'BRAND NOT ON MASTER - OWN LETTERHEAD USED'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 3050-PRINT-LETTERHEAD-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'SELECT BRAND FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3050-PRINT-LETTERHEAD-EXIT
           END-IF

           MOVE WC-BRANDCODE    TO RBN-BRANDCODE
           MOVE WB-BRANDNAME    TO RBN-BRANDNAME
           MOVE WS-RPT-BRAND-NAME TO RPT-LINE
           WRITE RPT-LINE
           MOVE WB-LETTERHEAD1  TO RLH-LETTERHEAD
           MOVE WS-RPT-LETTERHEAD TO RPT-LINE
           WRITE RPT-LINE
           IF WB-LETTERHEAD2 NOT EQUAL SPACES
             MOVE WB-LETTERHEAD2  TO RLH-LETTERHEAD
             MOVE WS-RPT-LETTERHEAD TO RPT-LINE
             WRITE RPT-LINE
           END-IF
           MOVE WB-CONTACTPHONE TO RBC-PHONE
           MOVE WB-CONTACTEMAIL TO RBC-EMAIL
           MOVE WS-RPT-BRAND-CONTACT TO RPT-LINE
           WRITE RPT-LINE.
       3050-PRINT-LETTERHEAD-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RECORD-CONTACT - the printed statement is a customer      *
      * contact like any queued notice, and belongs on the same trail  *
                           CHANNEL,
                           NOTICETYPE,
                           CONTACTDATE,
                           CONTACTTIME,
                           TEMPLATEVERSION )
                  VALUES ( :WC-CUSTOMERNUMBER,
                           0,
                           'PRT',
                           'ANNSTMT',
                           :WS-STMT-CONTACT-DATE,
                           '000000',
                           :LT-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
       3100-RECORD-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PRINT-REP-COPIES - one COPY TO REP line per               *
      * representative the statement is copied to.  A cursor failure   *
      * aborts the region like any other, so the rerun cannot leave a  *
      * representative uncopied.                                       *
      ******************************************************************
       3200-PRINT-REP-COPIES.
           EXEC SQL
               OPEN RPCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN RPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3200-PRINT-REP-COPIES-EXIT
           END-IF

           MOVE 'N' TO WS-RP-EOJ-SW
           PERFORM 3250-PRINT-ONE-REP-COPY
               THRU 3250-PRINT-ONE-REP-COPY-EXIT
               UNTIL WS-RP-EOJ

           EXEC SQL
               CLOSE RPCURSOR
           END-EXEC.
       3200-PRINT-REP-COPIES-EXIT.
           EXIT.

      ******************************************************************
      * 3250-PRINT-ONE-REP-COPY                                        *
      ******************************************************************
       3250-PRINT-ONE-REP-COPY.
           EXEC SQL
               FETCH RPCURSOR
                 INTO :WR-REPNUMBER,
                      :WR-REPNAME,
                      :WR-REPHOUSENUM,
                      :WR-REPPOSTCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO 3250-PRINT-ONE-REP-COPY-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON RPCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-RP-EOJ-SW
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3250-PRINT-ONE-REP-COPY-EXIT
           END-IF

           ADD 1 TO WS-REP-COPY-COUNT
           MOVE WR-REPNUMBER    TO RRC-REPNUMBER
           MOVE WR-REPNAME      TO RRC-REPNAME
           MOVE WR-REPHOUSENUM  TO RRC-REPHOUSENUM
           MOVE WR-REPPOSTCODE  TO RRC-REPPOSTCODE
           MOVE WS-RPT-REP-COPY TO RPT-LINE
           WRITE RPT-LINE

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
                           0,
                           'PRT',
                           'REPCOPY',
                           :WS-STMT-CONTACT-DATE,
                           '000000',
                           :LT-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       3250-PRINT-ONE-REP-COPY-EXIT.
           EXIT.

      ******************************************************************
      * 3500-PRINT-POLICY-DETAIL - one line per policy, accumulating   *
      * the per-customer and grand totals as it goes.                  *
           MOVE WS-STMT-POLICY-COUNT  TO RCT-POLICY-COUNT
           MOVE WS-STMT-PREMIUM-TOTAL TO RCT-PREMIUM
           MOVE WS-RPT-CUST-TOTAL     TO RPT-LINE
           WRITE RPT-LINE

           IF LT-VERSION GREATER THAN ZERO
             PERFORM 4100-PRINT-TEMPLATE-TEXT
                 THRU 4100-PRINT-TEMPLATE-TEXT-EXIT
           END-IF.
       4000-PRINT-CUSTOMER-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-TEMPLATE-TEXT - the ANNSTMT wording under the       *
      * statement total, merged with the customer's name, the total    *
      * premium and the statement's year-end date.  The cursor has     *
      * already moved on, so the customer is WS-PREV-CUSTOMERNUMBER;   *
      * a name lookup failure leaves the name out rather than the      *
      * wording.                                                       *
      ******************************************************************
       4100-PRINT-TEMPLATE-TEXT.
           MOVE SPACES TO WS-TPL-CUSTOMER-NAME
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :WN-FIRSTNAME, :WN-LASTNAME
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-PREV-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO WS-TPL-CUSTOMER-NAME
           END-IF

           MOVE SPACES                TO LT-MRG-NAME
           STRING WN-FIRSTNAME        DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WN-LASTNAME         DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE ZERO                  TO LT-MRG-POLICY
           MOVE WS-STMT-PREMIUM-TOTAL TO LT-MRG-AMOUNT
           MOVE WS-YEAREND-DATE       TO LT-MRG-DATE
           PERFORM 4200-MERGE-TEMPLATE THRU 4200-MERGE-TEMPLATE-EXIT

           PERFORM 4150-PRINT-TEMPLATE-LINE
               THRU 4150-PRINT-TEMPLATE-LINE-EXIT
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
       4100-PRINT-TEMPLATE-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * 4150-PRINT-TEMPLATE-LINE - one merged line; blank blocks are   *
      * not printed                                                    *
      ******************************************************************
       4150-PRINT-TEMPLATE-LINE.
           IF LT-MERGED-LINE(LT-BLK-IDX) EQUAL SPACES
             GO TO 4150-PRINT-TEMPLATE-LINE-EXIT
           END-IF
           MOVE LT-MERGED-LINE(LT-BLK-IDX) TO RPT-LINE
           WRITE RPT-LINE.
       4150-PRINT-TEMPLATE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-MERGE-TEMPLATE - the text blocks of LT-TEMPLATE-ROW into  *
      * LT-MERGED-LINE with the LT-MRG- values in place of the %NAME%, *
      * %POLICY%, %AMOUNT% and %DATE% tokens                           *
      ******************************************************************
       4200-MERGE-TEMPLATE.
           MOVE SPACES TO LT-MERGED-TEXT
           IF LT-VERSION EQUAL ZERO
             GO TO 4200-MERGE-TEMPLATE-EXIT
           END-IF

           PERFORM 4210-MERGE-BLOCK THRU 4210-MERGE-BLOCK-EXIT
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
       4200-MERGE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 4210-MERGE-BLOCK - one text block, character by character; a   *
      * merged line that outgrows its 80 bytes is cut off there        *
      ******************************************************************
       4210-MERGE-BLOCK.
           MOVE 1 TO LT-IN-POS
           MOVE 1 TO LT-OUT-POS
           PERFORM 4220-MERGE-CHAR THRU 4220-MERGE-CHAR-EXIT
               UNTIL LT-IN-POS GREATER THAN 60
                  OR LT-OUT-POS GREATER THAN 80.
       4210-MERGE-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 4220-MERGE-CHAR - copy the character at LT-IN-POS, or the      *
      * value for the token starting there.  A '%' that starts no      *
      * token is copied as it stands.                                  *
      ******************************************************************
       4220-MERGE-CHAR.
           IF LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1) NOT EQUAL '%'
             MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1)
               TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
             ADD 1 TO LT-IN-POS
             ADD 1 TO LT-OUT-POS
             GO TO 4220-MERGE-CHAR-EXIT
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
       4220-MERGE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the cursor, print the grand totals      *
      ******************************************************************
           MOVE WS-CUSTOMER-COUNT      TO RGT-CUSTOMER-COUNT
           MOVE WS-GRAND-POLICY-COUNT  TO RGT-POLICY-COUNT
           MOVE WS-GRAND-PREMIUM-TOTAL TO RGT-PREMIUM
           MOVE WS-REP-COPY-COUNT      TO RGT-REP-COPY-COUNT
           MOVE WS-RPT-GRAND-TOTAL     TO RPT-LINE
           WRITE RPT-LINE

