      *  LGDDB01's collections through the POLICYSTATUS filters those  *
      *  programs already carry.                                       *
      *                                                                *
      *   SYSIN: SIMULATE anywhere on the card makes the same          *
      *  selection and the same report, and writes nothing to the      *
      *  policy, the installments, the worklists or the queues.        *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2024-09-09  DM  Initial version.                            *
      *    2026-10-15  DM  Installments in an agreed payment holiday   *
      *                    (PAYMENT_HOLIDAY, LGPHM01) are ignored - no *
      *                    dunning and no lapse while it runs.         *
      *    2026-10-15  DM  Customers with an active flag on the        *
      *                    VULNERABLE_CUSTOMER register (LGVUL01) are  *
      *                    neither dunned nor lapsed - the arrears     *
      *                    goes to the VULNERABLE_REVIEW worklist for  *
      *                    a handler instead.                          *
      *    2026-10-15  DM  Dunning wording from the LETTER_TEMPLATE    *
      *                    library - the ARREARS version in force on   *
      *                    the run date, merged with the customer's    *
      *                    name, the installment's gross amount and    *
      *                    due date into MESSAGETEXT on the queue row; *
      *                    the version recorded on CONTACT_HISTORY.    *
      *    2026-10-15  DM  The grace period counts working days -      *
      *                    weekends and bank holidays (LGBUSDAY) do    *
      *                    not run it down - unless 'CALENDAR'/'GRACE' *
      *                    is set to 0.  The lapse deadline stays in   *
      *                    calendar days.                              *
      *    2026-10-15  DM  SIMULATE on the SYSIN card reports every    *
      *                    notice, review case and lapse a live run    *
      *                    would make and makes none of them;          *
      *                    registered on the BATCH_RUN_CONTROL ledger, *
      *                    a simulation as run type 'S'.               *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGARB01.
      * before the policy lapses - overridden at entry from
      * SYSTEM_PARAMETER ('COLLECT '/'GRACEDAY' and 'LAPSEDAY',
      * maintained through LGPAR01); the compiled figures stand only
      * when the table cannot be read.  Grace is in working days
      * (two calendar weeks) unless the 'CALENDAR'/'GRACE' basis is
      * set to 0; lapse is always calendar days.
       77  WS-GRACE-DAYS               PIC S9(03) COMP VALUE 10.
       77  WS-LAPSE-DAYS               PIC S9(03) COMP VALUE 30.
       77  WS-GRACE-BASIS              PIC X(01) VALUE 'W'.
           88 WS-GRACE-WORKING-DAYS          VALUE 'W'.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
      * Run card, read off SYSIN - SIMULATE anywhere on it
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
      * A simulation writes nothing, so the live run's own guards -
      * the lapse update finding the policy already lapsed, the
      * open review case already there - are mirrored on the last
      * policy it lapsed or reviewed (the cursor is in policy order)
       77  WS-SIM-LAPSED-POLICY        PIC 9(10) VALUE 0.
       77  WS-SIM-REVIEW-POLICY        PIC 9(10) VALUE 0.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-UNPAID-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-DUNNED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-LAPSED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-REVIEW-COUNT             PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.
           05 WS-DUE-NUMERIC           PIC 9(08).
           05 WS-DUE-INT               PIC S9(09) COMP.
           05 WS-DAYS-OVERDUE          PIC S9(09) COMP.
      * the days overdue on the grace period's own basis
           05 WS-GRACE-ELAPSED         PIC S9(09) COMP.

       77  WS-RNQ-DATE                 PIC X(08) VALUE SPACES.
       77  WS-RNQ-TIME                 PIC X(06) VALUE SPACES.
      * when cover dies, through the print feed
       77  WS-PARTY-COUNT              PIC S9(05) COMP VALUE 0.

      * Vulnerable-customer register (LGVUL01) - an active flag takes
      * the customer out of the automatic dunning and lapse path
       77  WS-VULN-COUNT               PIC S9(05) COMP VALUE 0.
       77  WS-OPEN-REVIEW-COUNT        PIC S9(05) COMP VALUE 0.

      * The ARREARS LETTER_TEMPLATE version in force on the run date,
      * resolved once at start-up and merged per notice into the
      * MESSAGETEXT the SMS and email gateways send; blank text means
      * the gateway's standing wording
           COPY LGLTRTPL.

       01  WS-RPT-TEMPLATE.
           05 FILLER                   PIC X(10) VALUE 'TEMPLATE  '.
           05 RTP-DOCTYPE              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' VERSION='.
           05 RTP-VERSION              PIC Z(03)9.
           05 FILLER                   PIC X(06) VALUE ' FROM='.
           05 RTP-EFFECTIVE-DATE       PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(25)
                      VALUE 'ARREARS / LAPSE SWEEP -  '.
           05 RD-DAYS-OVERDUE          PIC Z(04)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ACTION                PIC X(20).
           05 FILLER                   PIC X(04) VALUE ' WD='.
           05 RD-GRACE-ELAPSED         PIC Z(04)9.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(08) VALUE 'UNPAID ='.
           05 RT-DUNNED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' LAPSED ='.
           05 RT-LAPSED-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' REVIEW ='.
           05 RT-REVIEW-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------*
      * Business-day calendar - see LGBUSDAY                           *
      *----------------------------------------------------------------*
           COPY LGBUSDAY.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

                          I.DUNNEDDATE,
                          P.CUSTOMERNUMBER,
                          C.PHONEMOBILE,
                          C.EMAILADDRESS,
                          I.AMOUNT,
                          I.IPTAMOUNT,
                          C.FIRSTNAME,
                          C.LASTNAME
                     FROM PREMIUM_INSTALLMENT I, POLICY P, CUSTOMER C
                    WHERE I.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
      * a deceased customer ('X', LGDEC01) draws no notices - the
      * executor is the contact now
                      AND C.CUSTOMERSTATUS <> 'X'
      * nothing inside an agreed payment holiday (LGPHM01) - the
      * window covers anything raised into it after the grant too
                      AND NOT EXISTS
                          (SELECT 1
                             FROM PAYMENT_HOLIDAY H
                            WHERE H.POLICYNUMBER  = I.POLICYNUMBER
                              AND H.HOLIDAYSTATUS = 'A'
                              AND SUBSTR(I.DUEDATE, 1, 4) ||
                                  SUBSTR(I.DUEDATE, 6, 2)
                                  BETWEEN H.STARTMONTH AND H.ENDMONTH)
                    ORDER BY I.POLICYNUMBER, I.INSTALLMENTNUM
           END-EXEC.

      * Business calendar - the years loaded and their bank holidays
      * inside the run's window (see LGBUSDAY)
           EXEC SQL
               DECLARE BYCURSOR CURSOR FOR
                   SELECT CALYEAR
                     FROM BUSINESS_CALENDAR
                    WHERE CALYEAR
                          BETWEEN SUBSTR(:BD-LOAD-FROM-DATE, 1, 4)
                              AND SUBSTR(:BD-LOAD-TO-DATE, 1, 4)
                    ORDER BY CALYEAR
           END-EXEC.

           EXEC SQL
               DECLARE BHCURSOR CURSOR FOR
                   SELECT HOLIDAYDATE
                     FROM BANK_HOLIDAY
                    WHERE HOLIDAYDATE BETWEEN :BD-LOAD-FROM-DATE
                                          AND :BD-LOAD-TO-DATE
                    ORDER BY HOLIDAYDATE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-INSTALLMENTNUM        PIC 9(04).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-PHONEMOBILE           PIC X(20).
           05 WC-EMAILADDRESS          PIC X(40).
           05 WC-AMOUNT                PIC 9(07)V9(02).
           05 WC-IPTAMOUNT             PIC 9(07)V9(02).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           OPEN OUTPUT ARB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           INSPECT WS-PARM-CARD TALLYING RC-SIMULATE-COUNT
               FOR ALL 'SIMULATE'
           IF RC-SIMULATE-COUNT GREATER THAN ZERO
             MOVE 'S' TO RC-RUN-TYPE
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE 'LGARB01 '         TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

      * last year's holidays too - an installment can sit unpaid
      * across the year end
           MOVE WS-TODAY-YYYYMMDD(1:4) TO BD-LOAD-TO-YEAR
           COMPUTE BD-LOAD-FROM-YEAR = BD-LOAD-TO-YEAR - 1
           PERFORM 7500-LOAD-CALENDAR THRU 7500-LOAD-CALENDAR-EXIT

           MOVE 'ARREARS' TO LT-DOCTYPE
           PERFORM 1200-RESOLVE-TEMPLATE
               THRU 1200-RESOLVE-TEMPLATE-EXIT
           IF WS-EOJ
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           EXEC SQL
               OPEN ARCURSOR
           END-EXEC
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-LAPSE-DAYS
           END-IF

           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'CALENDAR'
                  AND PARAMKEY   = 'GRACE   '
           END-EXEC
           IF SQLCODE EQUAL 0 AND WS-PRM-NUM EQUAL ZERO
             MOVE 'C' TO WS-GRACE-BASIS
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 1200-RESOLVE-TEMPLATE - the approved LETTER_TEMPLATE version   *
      * for LT-DOCTYPE in force on the run date: the latest effective  *
      * date not after it, the highest version on that date.  None in  *
      * force is reported and the notices go out on the gateways'      *
      * standing wording; an SQL error ends the sweep before any row.  *
      ******************************************************************
       1200-RESOLVE-TEMPLATE.
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
               MOVE 'Y' TO WS-EOJ-SW
           END-EVALUATE

           MOVE LT-DOCTYPE        TO RTP-DOCTYPE
           MOVE LT-VERSION        TO RTP-VERSION
           MOVE LT-EFFECTIVE-DATE TO RTP-EFFECTIVE-DATE
           MOVE WS-RPT-TEMPLATE   TO RPT-LINE
           WRITE RPT-LINE.
       1200-RESOLVE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one unpaid installment per cursor row      *
      ******************************************************************
                      :WC-DUNNEDDATE,
                      :WC-CUSTOMERNUMBER,
                      :WC-PHONEMOBILE,
                      :WC-EMAILADDRESS,
                      :WC-AMOUNT,
                      :WC-IPTAMOUNT,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME
           END-EXEC

           IF SQLCODE EQUAL 100
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUMERIC)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT

           IF WS-GRACE-WORKING-DAYS
             MOVE WS-DUE-INT   TO BD-DATE-INT
             MOVE WS-TODAY-INT TO BD-END-INT
             PERFORM 7800-COUNT-WORKING-DAYS
                 THRU 7800-COUNT-WORKING-DAYS-EXIT
             MOVE BD-DAYS TO WS-GRACE-ELAPSED
           ELSE
             MOVE WS-DAYS-OVERDUE TO WS-GRACE-ELAPSED
           END-IF

           IF WS-GRACE-ELAPSED GREATER THAN WS-GRACE-DAYS
             PERFORM 2700-CHECK-VULNERABLE
                 THRU 2700-CHECK-VULNERABLE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-GRACE-ELAPSED NOT GREATER THAN WS-GRACE-DAYS
               CONTINUE
             WHEN WS-VULN-COUNT GREATER THAN ZERO
               PERFORM 2750-ROUTE-TO-REVIEW
                   THRU 2750-ROUTE-TO-REVIEW-EXIT
             WHEN WS-DAYS-OVERDUE GREATER THAN WS-LAPSE-DAYS
               PERFORM 4000-LAPSE-POLICY THRU 4000-LAPSE-POLICY-EXIT
             WHEN WS-GRACE-ELAPSED GREATER THAN WS-GRACE-DAYS
                 AND WC-DUNNEDDATE EQUAL SPACES
               PERFORM 3000-QUEUE-DUNNING-NOTICE
                   THRU 3000-QUEUE-DUNNING-NOTICE-EXIT
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CHECK-VULNERABLE - an active VULNERABLE_CUSTOMER flag     *
      * for the policyholder.  A lookup failure counts as not flagged  *
      * - it is reported, and the sweep carries on as it always did    *
      ******************************************************************
       2700-CHECK-VULNERABLE.
           MOVE 0 TO WS-VULN-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-VULN-COUNT
                 FROM VULNERABLE_CUSTOMER
                WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                  AND FLAGSTATUS     = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'VULNERABILITY LOOKUP FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 0 TO WS-VULN-COUNT
           END-IF.
       2700-CHECK-VULNERABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2750-ROUTE-TO-REVIEW - a vulnerable customer in arrears is a   *
      * conversation, not a letter: one VULNERABLE_REVIEW case per     *
      * policy for a handler, never a second while one is still open,  *
      * and no dunning notice and no lapse whatever the days overdue.  *
      * A simulation lists the case and opens none.                    *
      ******************************************************************
       2750-ROUTE-TO-REVIEW.
           MOVE 0 TO WS-OPEN-REVIEW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-OPEN-REVIEW-COUNT
                 FROM VULNERABLE_REVIEW
                WHERE POLICYNUMBER = :WC-POLICYNUMBER
                  AND CASESTATUS   = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'VULNERABLE_REVIEW COUNT FAILED' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2750-ROUTE-TO-REVIEW-EXIT
           END-IF
           IF WS-OPEN-REVIEW-COUNT GREATER THAN ZERO
             GO TO 2750-ROUTE-TO-REVIEW-EXIT
           END-IF

           IF RC-SIMULATION-RUN
             IF WC-POLICYNUMBER EQUAL WS-SIM-REVIEW-POLICY
               GO TO 2750-ROUTE-TO-REVIEW-EXIT
             END-IF
             MOVE WC-POLICYNUMBER TO WS-SIM-REVIEW-POLICY
             ADD 1 TO WS-REVIEW-COUNT
             MOVE 'VULNERABLE - REVIEW' TO RD-ACTION
             PERFORM 5000-PRINT-DETAIL THRU 5000-PRINT-DETAIL-EXIT
             GO TO 2750-ROUTE-TO-REVIEW-EXIT
           END-IF

           EXEC SQL
               INSERT INTO VULNERABLE_REVIEW
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           INSTALLMENTNUM,
                           QUEUEDDATE,
                           CASESTATUS )
                  VALUES ( :WC-CUSTOMERNUMBER,
                           :WC-POLICYNUMBER,
                           :WC-INSTALLMENTNUM,
                           :WS-RUN-DATE,
                           'P' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'VULNERABLE_REVIEW INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           ELSE
             ADD 1 TO WS-REVIEW-COUNT
             MOVE 'VULNERABLE - REVIEW' TO RD-ACTION
             PERFORM 5000-PRINT-DETAIL THRU 5000-PRINT-DETAIL-EXIT
           END-IF.
       2750-ROUTE-TO-REVIEW-EXIT.
           EXIT.

      ******************************************************************
      * 3000-QUEUE-DUNNING-NOTICE - one SMS and/or email for whichever *
      * contact details are on file, then DUNNEDDATE stamped so the    *
      * installment is not dunned again tomorrow night.  A simulation  *
      * lists the notice and queues and stamps nothing.                *
      ******************************************************************
       3000-QUEUE-DUNNING-NOTICE.
           IF RC-SIMULATION-RUN
             ADD 1 TO WS-DUNNED-COUNT
             MOVE 'DUNNING NOTICE QUEUED' TO RD-ACTION
             PERFORM 5000-PRINT-DETAIL THRU 5000-PRINT-DETAIL-EXIT
             GO TO 3000-QUEUE-DUNNING-NOTICE-EXIT
           END-IF

           PERFORM 2800-LOOKUP-PREFERENCES
               THRU 2800-LOOKUP-PREFERENCES-EXIT

           MOVE SPACES            TO LT-MRG-NAME
           STRING WC-FIRSTNAME    DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  WC-LASTNAME     DELIMITED BY '  '
             INTO LT-MRG-NAME
           END-STRING
           MOVE WC-POLICYNUMBER   TO LT-MRG-POLICY
           COMPUTE LT-MRG-AMOUNT = WC-AMOUNT + WC-IPTAMOUNT
           MOVE WC-DUEDATE        TO LT-MRG-DATE
           PERFORM 3100-MERGE-TEMPLATE THRU 3100-MERGE-TEMPLATE-EXIT

           IF WC-PHONEMOBILE NOT EQUAL SPACES
               AND WS-ALLOW-SMS NOT EQUAL 'N'
             EXEC SQL
                             NOTICETYPE,
                             QUEUEDDATE,
                             QUEUEDTIME,
                             STATUS,
                             MESSAGETEXT )
                    VALUES ( :WC-CUSTOMERNUMBER,
                             :WC-POLICYNUMBER,
                             :WC-PHONEMOBILE,
                             'ARREARS',
                             :WS-RNQ-DATE,
                             :WS-RNQ-TIME,
                             'PENDING',
                             :LT-MERGED-MESSAGE )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE 'SMS_QUEUE INSERT FAILED' TO RPT-LINE
                             NOTICETYPE,
                             QUEUEDDATE,
                             QUEUEDTIME,
                             STATUS,
                             MESSAGETEXT )
                    VALUES ( :WC-CUSTOMERNUMBER,
                             :WC-POLICYNUMBER,
                             :WC-EMAILADDRESS,
                             'ARREARS',
                             :WS-RNQ-DATE,
                             :WS-RNQ-TIME,
                             'PENDING',
                             :LT-MERGED-MESSAGE )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE 'EMAIL_QUEUE INSERT FAILED' TO RPT-LINE
       3000-QUEUE-DUNNING-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MERGE-TEMPLATE - the text blocks of LT-TEMPLATE-ROW into  *
      * LT-MERGED-LINE with the LT-MRG- values in place of the %NAME%, *
      * %POLICY%, %AMOUNT% and %DATE% tokens                           *
      ******************************************************************
       3100-MERGE-TEMPLATE.
           MOVE SPACES TO LT-MERGED-TEXT
           IF LT-VERSION EQUAL ZERO
             GO TO 3100-MERGE-TEMPLATE-EXIT
           END-IF

           PERFORM 3110-MERGE-BLOCK THRU 3110-MERGE-BLOCK-EXIT
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
       3100-MERGE-TEMPLATE-EXIT.
           EXIT.

      ******************************************************************
      * 3110-MERGE-BLOCK - one text block, character by character; a   *
      * merged line that outgrows its 80 bytes is cut off there        *
      ******************************************************************
       3110-MERGE-BLOCK.
           MOVE 1 TO LT-IN-POS
           MOVE 1 TO LT-OUT-POS
           PERFORM 3120-MERGE-CHAR THRU 3120-MERGE-CHAR-EXIT
               UNTIL LT-IN-POS GREATER THAN 60
                  OR LT-OUT-POS GREATER THAN 80.
       3110-MERGE-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * 3120-MERGE-CHAR - copy the character at LT-IN-POS, or the      *
      * value for the token starting there.  A '%' that starts no      *
      * token is copied as it stands.                                  *
      ******************************************************************
       3120-MERGE-CHAR.
           IF LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1) NOT EQUAL '%'
             MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1)
               TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
             ADD 1 TO LT-IN-POS
             ADD 1 TO LT-OUT-POS
             GO TO 3120-MERGE-CHAR-EXIT
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
       3120-MERGE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * 2800-LOOKUP-PREFERENCES - the customer's channel consents; no    *
      * row (or a lookup error) allows everything, which is exactly    *
                           CHANNEL,
                           NOTICETYPE,
                           CONTACTDATE,
                           CONTACTTIME,
                           TEMPLATEVERSION )
                  VALUES ( :WC-CUSTOMERNUMBER,
                           :WC-POLICYNUMBER,
                           :WS-CH-CHANNEL,
                           'ARREARS',
                           :WS-RUN-DATE,
                           :WS-RNQ-TIME,
                           :LT-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
      ******************************************************************
      * 4000-LAPSE-POLICY - off risk, no refund.  CANCELDATE carries   *
      * the off-risk date so LGCMB01's clawback pass picks the lapse   *
      * up exactly as it picks up a cancellation.  A simulation lists  *
      * the lapse once per policy and changes nothing.                 *
      ******************************************************************
       4000-LAPSE-POLICY.
           IF RC-SIMULATION-RUN
             IF WC-POLICYNUMBER EQUAL WS-SIM-LAPSED-POLICY
               GO TO 4000-LAPSE-POLICY-EXIT
             END-IF
             MOVE WC-POLICYNUMBER TO WS-SIM-LAPSED-POLICY
             ADD 1 TO WS-LAPSED-COUNT
             MOVE 'POLICY LAPSED - NPAY' TO RD-ACTION
             PERFORM 5000-PRINT-DETAIL THRU 5000-PRINT-DETAIL-EXIT
             GO TO 4000-LAPSE-POLICY-EXIT
           END-IF

           EXEC SQL
               UPDATE POLICY
                  SET POLICYSTATUS = 'L',
           MOVE WC-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WC-INSTALLMENTNUM TO RD-INSTALLMENTNUM
           MOVE WS-DAYS-OVERDUE   TO RD-DAYS-OVERDUE
           MOVE WS-GRACE-ELAPSED  TO RD-GRACE-ELAPSED
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       5000-PRINT-DETAIL-EXIT.
           MOVE WS-UNPAID-COUNT TO RT-UNPAID-COUNT
           MOVE WS-DUNNED-COUNT TO RT-DUNNED-COUNT
           MOVE WS-LAPSED-COUNT TO RT-LAPSED-COUNT
           MOVE WS-REVIEW-COUNT TO RT-REVIEW-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE
           IF RC-SIMULATION-RUN
             MOVE RC-RPT-SIMULATION TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           COMPUTE RC-RECORD-COUNT = WS-DUNNED-COUNT
               + WS-LAPSED-COUNT + WS-REVIEW-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT
           EXEC SQL COMMIT END-EXEC

           CLOSE ARB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 7500-LOAD-CALENDAR - the loaded years and their bank holidays  *
      * for BD-LOAD-FROM-YEAR to BD-LOAD-TO-YEAR, held as day numbers  *
      * for the run.  A failed load leaves weekends alone counted,     *
      * and the report says so.                                        *
      ******************************************************************
       7500-LOAD-CALENDAR.
           MOVE 0 TO BD-YEAR-COUNT
           MOVE 0 TO BD-HOLIDAY-COUNT
           MOVE BD-LOAD-FROM-YEAR TO BD-LOAD-FROM-DATE(1:4)
           MOVE '-01-01'          TO BD-LOAD-FROM-DATE(5:6)
           MOVE BD-LOAD-TO-YEAR   TO BD-LOAD-TO-DATE(1:4)
           MOVE '-12-31'          TO BD-LOAD-TO-DATE(5:6)

           EXEC SQL
               OPEN BYCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BUSINESS CALENDAR LOAD FAILED - WEEKENDS ONLY'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 7500-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO BD-LOAD-DONE-SW
           PERFORM 7510-FETCH-YEAR THRU 7510-FETCH-YEAR-EXIT
               UNTIL BD-LOAD-DONE
           EXEC SQL
               CLOSE BYCURSOR
           END-EXEC

           EXEC SQL
               OPEN BHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BANK HOLIDAY LOAD FAILED - WEEKENDS ONLY'
               TO RPT-LINE
             WRITE RPT-LINE
             GO TO 7500-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO BD-LOAD-DONE-SW
           PERFORM 7520-FETCH-HOLIDAY THRU 7520-FETCH-HOLIDAY-EXIT
               UNTIL BD-LOAD-DONE
           EXEC SQL
               CLOSE BHCURSOR
           END-EXEC.
       7500-LOAD-CALENDAR-EXIT.
           EXIT.

      ******************************************************************
      * 7510-FETCH-YEAR - one loaded year into the year table          *
      ******************************************************************
       7510-FETCH-YEAR.
           EXEC SQL
               FETCH BYCURSOR
                 INTO :BD-FETCH-YEAR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO BD-LOAD-DONE-SW
             GO TO 7510-FETCH-YEAR-EXIT
           END-IF
           IF BD-FETCH-YEAR IS NUMERIC
               AND BD-YEAR-COUNT LESS THAN 10
             ADD 1 TO BD-YEAR-COUNT
             SET BD-YEAR-IDX TO BD-YEAR-COUNT
             MOVE BD-FETCH-YEAR TO BD-YEAR(BD-YEAR-IDX)
           END-IF.
       7510-FETCH-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 7520-FETCH-HOLIDAY - one bank holiday into the holiday table   *
      ******************************************************************
       7520-FETCH-HOLIDAY.
           EXEC SQL
               FETCH BHCURSOR
                 INTO :BD-FETCH-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO BD-LOAD-DONE-SW
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           IF BD-HOLIDAY-COUNT NOT LESS THAN 200
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           MOVE BD-FETCH-DATE(1:4) TO BD-DATE-NUMERIC(1:4)
           MOVE BD-FETCH-DATE(6:2) TO BD-DATE-NUMERIC(5:2)
           MOVE BD-FETCH-DATE(9:2) TO BD-DATE-NUMERIC(7:2)
           IF BD-DATE-NUMERIC IS NOT NUMERIC
             GO TO 7520-FETCH-HOLIDAY-EXIT
           END-IF
           ADD 1 TO BD-HOLIDAY-COUNT
           SET BD-HOL-IDX TO BD-HOLIDAY-COUNT
           COMPUTE BD-HOLIDAY-INT(BD-HOL-IDX) =
               FUNCTION INTEGER-OF-DATE(BD-DATE-NUMERIC).
       7520-FETCH-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 7540-DAY-OF-WEEK - BD-DOW for day number BD-DOW-INT, 0 Monday  *
      * to 6 Sunday (day 1, 1601-01-01, was a Monday)                  *
      ******************************************************************
       7540-DAY-OF-WEEK.
           SUBTRACT 1 FROM BD-DOW-INT
           DIVIDE BD-DOW-INT BY 7 GIVING BD-DOW-QUOT
               REMAINDER BD-DOW.
       7540-DAY-OF-WEEK-EXIT.
           EXIT.

      ******************************************************************
      * 7560-CHECK-YEAR-LOADED - the year of day number BD-YEAR-INT,   *
      * if inside the run's window, should have its calendar on file;  *
      * the first date met in a missing year is reported               *
      ******************************************************************
       7560-CHECK-YEAR-LOADED.
           COMPUTE BD-YEAR-NUMERIC =
               FUNCTION DATE-OF-INTEGER(BD-YEAR-INT)
           MOVE BD-YEAR-NUMERIC(1:4) TO BD-WORK-YEAR
           IF BD-WORK-YEAR LESS THAN BD-LOAD-FROM-YEAR
               OR BD-WORK-YEAR GREATER THAN BD-LOAD-TO-YEAR
               OR BD-WORK-YEAR EQUAL BD-WARNED-YEAR
             GO TO 7560-CHECK-YEAR-LOADED-EXIT
           END-IF

           MOVE 'N' TO BD-YEAR-SW
           PERFORM 7565-MATCH-YEAR THRU 7565-MATCH-YEAR-EXIT
               VARYING BD-YEAR-IDX FROM 1 BY 1
               UNTIL BD-YEAR-IDX GREATER THAN BD-YEAR-COUNT
                  OR BD-YEAR-LOADED
           IF NOT BD-YEAR-LOADED
             MOVE BD-WORK-YEAR TO BD-WARNED-YEAR
             MOVE BD-WORK-YEAR TO BD-RW-YEAR
             MOVE BD-RPT-WARNING TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       7560-CHECK-YEAR-LOADED-EXIT.
           EXIT.

      ******************************************************************
      * 7565-MATCH-YEAR - is the year in this slot BD-WORK-YEAR?       *
      ******************************************************************
       7565-MATCH-YEAR.
           IF BD-YEAR(BD-YEAR-IDX) EQUAL BD-WORK-YEAR
             MOVE 'Y' TO BD-YEAR-SW
           END-IF.
       7565-MATCH-YEAR-EXIT.
           EXIT.

      ******************************************************************
      * 7800-COUNT-WORKING-DAYS - BD-DAYS is the working days after    *
      * day number BD-DATE-INT up to and including BD-END-INT, zero    *
      * when the end is not after the start.  Whole weeks count five   *
      * each, the odd days are tested, then the holidays in the range  *
      * come off.                                                      *
      ******************************************************************
       7800-COUNT-WORKING-DAYS.
           MOVE 0 TO BD-DAYS
           IF BD-END-INT NOT GREATER THAN BD-DATE-INT
             GO TO 7800-COUNT-WORKING-DAYS-EXIT
           END-IF

           COMPUTE BD-SPAN = BD-END-INT - BD-DATE-INT
           DIVIDE BD-SPAN BY 7 GIVING BD-WEEKS
           COMPUTE BD-DAYS = BD-WEEKS * 5
           COMPUTE BD-STEP-INT = BD-DATE-INT + (BD-WEEKS * 7) + 1
           PERFORM 7810-COUNT-ODD-DAY THRU 7810-COUNT-ODD-DAY-EXIT
               UNTIL BD-STEP-INT GREATER THAN BD-END-INT

           PERFORM 7820-DROP-HOLIDAY THRU 7820-DROP-HOLIDAY-EXIT
               VARYING BD-HOL-IDX FROM 1 BY 1
               UNTIL BD-HOL-IDX GREATER THAN BD-HOLIDAY-COUNT

           MOVE BD-END-INT TO BD-YEAR-INT
           PERFORM 7560-CHECK-YEAR-LOADED
               THRU 7560-CHECK-YEAR-LOADED-EXIT.
       7800-COUNT-WORKING-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * 7810-COUNT-ODD-DAY - one day past the whole weeks, counted if  *
      * a weekday                                                      *
      ******************************************************************
       7810-COUNT-ODD-DAY.
           MOVE BD-STEP-INT TO BD-DOW-INT
           PERFORM 7540-DAY-OF-WEEK THRU 7540-DAY-OF-WEEK-EXIT
           IF BD-DOW LESS THAN 5
             ADD 1 TO BD-DAYS
           END-IF
           ADD 1 TO BD-STEP-INT.
       7810-COUNT-ODD-DAY-EXIT.
           EXIT.

      ******************************************************************
      * 7820-DROP-HOLIDAY - a weekday holiday inside the range is not  *
      * a working day                                                  *
      ******************************************************************
       7820-DROP-HOLIDAY.
           IF BD-HOLIDAY-INT(BD-HOL-IDX) GREATER THAN BD-DATE-INT
               AND BD-HOLIDAY-INT(BD-HOL-IDX) NOT GREATER THAN
                   BD-END-INT
             MOVE BD-HOLIDAY-INT(BD-HOL-IDX) TO BD-DOW-INT
             PERFORM 7540-DAY-OF-WEEK THRU 7540-DAY-OF-WEEK-EXIT
             IF BD-DOW LESS THAN 5
               SUBTRACT 1 FROM BD-DAYS
             END-IF
           END-IF.
       7820-DROP-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row under its run type; a registration failure is reported     *
      * but does not stop the run                                      *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT,
                           RUNTYPE )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0,
                           :RC-RUN-TYPE )
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
                  AND RUNTYPE   = :RC-RUN-TYPE
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
