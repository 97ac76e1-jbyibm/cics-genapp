       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGMKB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Marketing campaign selection.  Picks the customers for one   *
      *  CAMPAIGN (set up through LGMKM01) by the rules held on it -   *
      *  the product they must hold and the one offered, which they    *
      *  must not, the most product types held, region, tenure since   *
      *  their first policy, one per household - and writes them to    *
      *  the campaign file (LGMKSEL records) for the mailing house.    *
      *  Each customer selected is recorded on CAMPAIGN_SELECTION,     *
      *  which stops a re-run selecting them twice and is what         *
      *  LGMRB01 measures the responses against.                       *
      *                                                                *
      *   Only active customers are considered - never an inactive or  *
      *  deceased one, nor anyone on the vulnerable customer register, *
      *  nor anyone who has refused marketing on CONTACT_PREFERENCE.   *
      *  Product holdings are counted the way LGCSU01 counts them: in- *
      *  force policies not yet expired, by POLICYTYPE.                *
      *                                                                *
      *   SYSIN card 1-8 is the CAMPAIGNCODE.  A code not on CAMPAIGN, *
      *  or one closed or outside its start and end dates, refuses     *
      *  the run with RC 12 and nothing selected.                      *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGMKB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MKS-FILE  ASSIGN TO MKSELECT
               ORGANIZATION IS SEQUENTIAL.

           SELECT MKB-RPT   ASSIGN TO MKBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MKS-FILE
           RECORDING MODE IS F.
           COPY LGMKSEL.

       FD  MKB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Campaign card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-CAMPAIGN         PIC X(08).
           05 FILLER                   PIC X(72).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-REFUSED-SW            PIC X      VALUE 'N'.
               88 WS-REFUSED                 VALUE 'Y'.
           05 WS-PS-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-PS-EOJ                  VALUE 'Y'.
      * Periodic COMMIT, same idiom as LGRNB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

      * The campaign's rules, off the CAMPAIGN row
       01  WS-CAMPAIGN.
           05 WS-CMP-CODE              PIC X(08).
           05 WS-CMP-NAME              PIC X(30).
           05 WS-CMP-OFFER             PIC X(03).
           05 WS-CMP-HOLD              PIC X(03).
           05 WS-CMP-MAX-PRODUCTS      PIC 9(01).
           05 WS-CMP-EXCLUDE-PRIOR     PIC X(01).
               88 WS-CMP-EXCLUDE-PRIOR-YES   VALUE 'Y'.
           05 WS-CMP-REGION            PIC X(04).
           05 WS-CMP-MIN-TENURE        PIC 9(03).
           05 WS-CMP-HOUSEHOLD-RULE    PIC X(01).
               88 WS-CMP-HOUSEHOLD-RULE-YES  VALUE 'Y'.
           05 WS-CMP-START             PIC X(10).
           05 WS-CMP-END               PIC X(10).
           05 WS-CMP-STATUS            PIC X(01).

      * Tenure cut-off - a first policy issued on or before this date
      * has been held for WS-CMP-MIN-TENURE months or more
       01  WS-TODAY-PARTS.
           05 WS-TODAY-YYYY            PIC 9(04).
           05 WS-TODAY-MM              PIC 9(02).
           05 WS-TODAY-DD              PIC 9(02).
       77  WS-TENURE-MONTHS-INT        PIC S9(07) COMP VALUE 0.
       77  WS-TENURE-YYYY              PIC 9(04) VALUE 0.
       77  WS-TENURE-MM                PIC 9(02) VALUE 0.
       77  WS-TENURE-DD                PIC 9(02) VALUE 0.
       77  WS-TENURE-DATE              PIC X(10) VALUE SPACES.
       77  WS-FIRST-ISSUE-DATE         PIC X(10) VALUE SPACES.

      * Product holdings, counted as LGCSU01 counts them
       01  WS-PS-ROW.
           05 WS-PS-POLICYTYPE         PIC X(03).
           05 WS-PS-TYPE-COUNT         PIC S9(9) COMP.
       01  WS-HOLDINGS.
           05 WS-HOLD-TYPES            PIC S9(4) COMP.
           05 WS-HOLD-OFFER-COUNT      PIC S9(9) COMP.
           05 WS-HOLD-REQUIRED-COUNT   PIC S9(9) COMP.

       77  WS-VULN-COUNT               PIC S9(05) COMP VALUE 0.
       77  WS-HOUSEHOLD-COUNT          PIC S9(05) COMP VALUE 0.
       77  WS-PRIOR-COUNT              PIC S9(05) COMP VALUE 0.
       77  WS-ALLOW-MARKETING          PIC X(01) VALUE 'Y'.

      * Contact preferences (LGPRF01's consent centre) - a customer
      * with no CONTACT_PREFERENCE row keeps the all-allowed default
       01  WS-PREF-FIELDS.
           05 WS-ALLOW-SMS             PIC X(01) VALUE 'Y'.
           05 WS-ALLOW-EMAIL           PIC X(01) VALUE 'Y'.
           05 WS-ALLOW-POST            PIC X(01) VALUE 'Y'.

       01  WS-COUNTS.
           05 WS-READ-COUNT            PIC S9(7) COMP VALUE 0.
           05 WS-SELECTED-COUNT        PIC S9(7) COMP VALUE 0.
           05 WS-VULNERABLE-COUNT      PIC S9(7) COMP VALUE 0.
           05 WS-NO-CONSENT-COUNT      PIC S9(7) COMP VALUE 0.
           05 WS-HOLDING-COUNT         PIC S9(7) COMP VALUE 0.
           05 WS-TENURE-COUNT          PIC S9(7) COMP VALUE 0.
           05 WS-HOUSEHOLD-SKIP-COUNT  PIC S9(7) COMP VALUE 0.
           05 WS-PRIOR-SKIP-COUNT      PIC S9(7) COMP VALUE 0.
           05 WS-ALREADY-COUNT         PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(21)
                      VALUE 'CAMPAIGN SELECTION - '.
           05 RH-CAMPAIGN              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-CAMPAIGN-NAME         PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 RT-LABEL                 PIC X(40).
           05 RT-COUNT                 PIC Z(06)9.
           05 FILLER                   PIC X(33) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Active customers only - CUSTOMERSTATUS 'I' (inactive) and 'X'
      * (deceased, LGDEC01) never reach a campaign - in the
      * campaign's region when it names one.  Household order keeps a
      * household's members together for the one-per-household rule.
           EXEC SQL
               DECLARE MKCURSOR CURSOR WITH HOLD FOR
                   SELECT C.CUSTOMERNUMBER,
                          C.FIRSTNAME,
                          C.LASTNAME,
                          C.HOUSENAME,
                          C.HOUSENUMBER,
                          C.POSTCODE,
                          C.PHONEMOBILE,
                          C.EMAILADDRESS,
                          C.MOBILEINVALID,
                          C.EMAILINVALID,
                          COALESCE(C.HOUSEHOLDID, 0)
                     FROM CUSTOMER C
                    WHERE C.CUSTOMERSTATUS = 'A'
                      AND ( :WS-CMP-REGION = ' '
                       OR   C.REGIONCODE = :WS-CMP-REGION )
                    ORDER BY 11, C.CUSTOMERNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE PSCURSOR CURSOR FOR
                   SELECT POLICYTYPE, COUNT(*)
                     FROM POLICY
                    WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                      AND EXPIRYDATE >= :WS-RUN-DATE
                      AND POLICYSTATUS = 'A'
                    GROUP BY POLICYTYPE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-FIRSTNAME             PIC X(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-HOUSENAME             PIC X(20).
           05 WC-HOUSENUMBER           PIC X(04).
           05 WC-POSTCODE              PIC X(08).
           05 WC-PHONEMOBILE           PIC X(20).
           05 WC-EMAILADDRESS          PIC X(40).
           05 WC-MOBILEINVALID         PIC X(01).
           05 WC-EMAILINVALID          PIC X(01).
           05 WC-HOUSEHOLDID           PIC 9(10).

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
      * 1000-INITIALIZE - read the campaign card and the campaign,     *
      * work out the tenure cut-off, open the file and the cursor      *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT MKB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-PARM-CAMPAIGN TO RH-CAMPAIGN
           MOVE WS-RUN-DATE      TO RH-RUN-DATE

           PERFORM 1100-READ-CAMPAIGN THRU 1100-READ-CAMPAIGN-EXIT
           IF WS-REFUSED
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 12 TO RETURN-CODE
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-TENURE-CUTOFF THRU 1200-TENURE-CUTOFF-EXIT

           MOVE 'LGMKB01 ' TO RC-JOBNAME
           MOVE WS-RUN-DATE(1:8) TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT

           OPEN OUTPUT MKS-FILE

           EXEC SQL
               OPEN MKCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN MKCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CAMPAIGN - the campaign must be on file, active and  *
      * running today; anything else refuses the run                   *
      ******************************************************************
       1100-READ-CAMPAIGN.
           MOVE WS-PARM-CAMPAIGN TO WS-CMP-CODE
           EXEC SQL
               SELECT CAMPAIGNNAME, OFFERPRODUCT, HOLDPRODUCT,
                      MAXPRODUCTS, EXCLUDEPRIOR, REGIONCODE,
                      MINTENUREMONTHS, HOUSEHOLDRULE,
                      STARTDATE, ENDDATE, CAMPAIGNSTATUS
                 INTO :WS-CMP-NAME, :WS-CMP-OFFER, :WS-CMP-HOLD,
                      :WS-CMP-MAX-PRODUCTS, :WS-CMP-EXCLUDE-PRIOR,
                      :WS-CMP-REGION, :WS-CMP-MIN-TENURE,
                      :WS-CMP-HOUSEHOLD-RULE,
                      :WS-CMP-START, :WS-CMP-END, :WS-CMP-STATUS
                 FROM CAMPAIGN
                WHERE CAMPAIGNCODE = :WS-CMP-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE WS-RPT-HEADING TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'CAMPAIGN NOT ON FILE - RUN REFUSED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-REFUSED-SW
             GO TO 1100-READ-CAMPAIGN-EXIT
           END-IF

           MOVE WS-CMP-NAME TO RH-CAMPAIGN-NAME
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           IF WS-CMP-STATUS NOT EQUAL 'A'
               OR WS-CMP-START GREATER THAN WS-RUN-DATE
               OR WS-CMP-END LESS THAN WS-RUN-DATE
             MOVE 'CAMPAIGN CLOSED OR NOT RUNNING TODAY - RUN REFUSED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-REFUSED-SW
           END-IF.
       1100-READ-CAMPAIGN-EXIT.
           EXIT.

      ******************************************************************
      * 1200-TENURE-CUTOFF - today less the campaign's minimum tenure  *
      * in months, as a YYYY-MM-DD date.  A day past the end of the    *
      * target month falls back to the 28th, which errs on the side    *
      * of the customer having served the full tenure.                 *
      ******************************************************************
       1200-TENURE-CUTOFF.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-PARTS
           COMPUTE WS-TENURE-MONTHS-INT =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
             - WS-CMP-MIN-TENURE
           DIVIDE WS-TENURE-MONTHS-INT BY 12
               GIVING WS-TENURE-YYYY REMAINDER WS-TENURE-MM
           ADD 1 TO WS-TENURE-MM
           MOVE WS-TODAY-DD TO WS-TENURE-DD
           IF WS-TENURE-DD GREATER THAN 28
             MOVE 28 TO WS-TENURE-DD
           END-IF

           MOVE WS-TENURE-YYYY TO WS-TENURE-DATE(1:4)
           MOVE '-'            TO WS-TENURE-DATE(5:1)
           MOVE WS-TENURE-MM   TO WS-TENURE-DATE(6:2)
           MOVE '-'            TO WS-TENURE-DATE(8:1)
           MOVE WS-TENURE-DD   TO WS-TENURE-DATE(9:2).
       1200-TENURE-CUTOFF-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one customer per cursor row, put through   *
      * each exclusion in turn; a survivor is selected                 *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH MKCURSOR
                 INTO :WC-CUSTOMERNUMBER,
                      :WC-FIRSTNAME,
                      :WC-LASTNAME,
                      :WC-HOUSENAME,
                      :WC-HOUSENUMBER,
                      :WC-POSTCODE,
                      :WC-PHONEMOBILE,
                      :WC-EMAILADDRESS,
                      :WC-MOBILEINVALID,
                      :WC-EMAILINVALID,
                      :WC-HOUSEHOLDID
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON MKCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-READ-COUNT

           PERFORM 2100-CHECK-VULNERABLE THRU 2100-CHECK-VULNERABLE-EXIT
           IF WS-VULN-COUNT GREATER THAN ZERO
             ADD 1 TO WS-VULNERABLE-COUNT
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 2200-LOOKUP-PREFERENCES
               THRU 2200-LOOKUP-PREFERENCES-EXIT
           IF WS-ALLOW-MARKETING NOT EQUAL 'Y'
             ADD 1 TO WS-NO-CONSENT-COUNT
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           PERFORM 2300-COUNT-HOLDINGS THRU 2300-COUNT-HOLDINGS-EXIT
           IF WS-HOLD-OFFER-COUNT GREATER THAN ZERO
               OR ( WS-CMP-HOLD NOT EQUAL SPACES
                AND WS-HOLD-REQUIRED-COUNT EQUAL ZERO )
               OR ( WS-CMP-MAX-PRODUCTS GREATER THAN ZERO
                AND WS-HOLD-TYPES GREATER THAN WS-CMP-MAX-PRODUCTS )
             ADD 1 TO WS-HOLDING-COUNT
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF WS-CMP-MIN-TENURE GREATER THAN ZERO
             PERFORM 2400-CHECK-TENURE THRU 2400-CHECK-TENURE-EXIT
             IF WS-FIRST-ISSUE-DATE GREATER THAN WS-TENURE-DATE
               ADD 1 TO WS-TENURE-COUNT
               GO TO 2000-PROCESS-ROWS-EXIT
             END-IF
           END-IF

           IF WS-CMP-HOUSEHOLD-RULE-YES
               AND WC-HOUSEHOLDID GREATER THAN ZERO
             PERFORM 2500-CHECK-HOUSEHOLD THRU 2500-CHECK-HOUSEHOLD-EXIT
             IF WS-HOUSEHOLD-COUNT GREATER THAN ZERO
               ADD 1 TO WS-HOUSEHOLD-SKIP-COUNT
               GO TO 2000-PROCESS-ROWS-EXIT
             END-IF
           END-IF

           IF WS-CMP-EXCLUDE-PRIOR-YES
             PERFORM 2600-CHECK-PRIOR-CAMPAIGN
                 THRU 2600-CHECK-PRIOR-CAMPAIGN-EXIT
             IF WS-PRIOR-COUNT GREATER THAN ZERO
               ADD 1 TO WS-PRIOR-SKIP-COUNT
               GO TO 2000-PROCESS-ROWS-EXIT
             END-IF
           END-IF

           PERFORM 3000-SELECT-CUSTOMER THRU 3000-SELECT-CUSTOMER-EXIT

           PERFORM 2900-COMMIT-CHECK THRU 2900-COMMIT-CHECK-EXIT.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-VULNERABLE - an active VULNERABLE_CUSTOMER flag     *
      * keeps the customer out of every campaign.  A lookup failure    *
      * keeps them out too - a sales letter is never worth the risk    *
      ******************************************************************
       2100-CHECK-VULNERABLE.
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
             MOVE 1 TO WS-VULN-COUNT
           END-IF.
       2100-CHECK-VULNERABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOOKUP-PREFERENCES - marketing consent and the channel    *
      * consents.  No row allows everything, as it does for the        *
      * sweeps; a lookup error withholds marketing rather than guess   *
      ******************************************************************
       2200-LOOKUP-PREFERENCES.
           MOVE 'Y' TO WS-ALLOW-SMS WS-ALLOW-EMAIL WS-ALLOW-POST
                       WS-ALLOW-MARKETING
           EXEC SQL
               SELECT ALLOWSMS, ALLOWEMAIL, ALLOWPOST, ALLOWMARKETING
                 INTO :WS-ALLOW-SMS, :WS-ALLOW-EMAIL, :WS-ALLOW-POST,
                      :WS-ALLOW-MARKETING
                 FROM CONTACT_PREFERENCE
                WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-ALLOW-SMS WS-ALLOW-EMAIL WS-ALLOW-POST
                           WS-ALLOW-MARKETING
             WHEN OTHER
               MOVE 'CONSENT LOOKUP FAILED' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'N' TO WS-ALLOW-MARKETING
           END-EVALUATE.
       2200-LOOKUP-PREFERENCES-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COUNT-HOLDINGS - in-force product holdings by type, as    *
      * LGCSU01 counts them: the number of types held, and how many    *
      * of the offered and the required product                        *
      ******************************************************************
       2300-COUNT-HOLDINGS.
           INITIALIZE WS-HOLDINGS
           MOVE 'N' TO WS-PS-EOJ-SW
           EXEC SQL
               OPEN PSCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN PSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
      * counted as holding the offer, so the customer is left out
             MOVE 1 TO WS-HOLD-OFFER-COUNT
             GO TO 2300-COUNT-HOLDINGS-EXIT
           END-IF

           PERFORM 2350-ACCUMULATE-TYPE-COUNT
               THRU 2350-ACCUMULATE-TYPE-COUNT-EXIT
               UNTIL WS-PS-EOJ

           EXEC SQL
               CLOSE PSCURSOR
           END-EXEC.
       2300-COUNT-HOLDINGS-EXIT.
           EXIT.

       2350-ACCUMULATE-TYPE-COUNT.
           EXEC SQL
               FETCH PSCURSOR
                 INTO :WS-PS-POLICYTYPE,
                      :WS-PS-TYPE-COUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PS-EOJ-SW
             GO TO 2350-ACCUMULATE-TYPE-COUNT-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON PSCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 1 TO WS-HOLD-OFFER-COUNT
             MOVE 'Y' TO WS-PS-EOJ-SW
             GO TO 2350-ACCUMULATE-TYPE-COUNT-EXIT
           END-IF

           ADD 1 TO WS-HOLD-TYPES
           IF WS-PS-POLICYTYPE EQUAL WS-CMP-OFFER
             MOVE WS-PS-TYPE-COUNT TO WS-HOLD-OFFER-COUNT
           END-IF
           IF WS-PS-POLICYTYPE EQUAL WS-CMP-HOLD
             MOVE WS-PS-TYPE-COUNT TO WS-HOLD-REQUIRED-COUNT
           END-IF.
       2350-ACCUMULATE-TYPE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHECK-TENURE - the issue date of the customer's first     *
      * policy, whatever its status now.  No policy at all reads as    *
      * no tenure.                                                     *
      ******************************************************************
       2400-CHECK-TENURE.
           MOVE '9999-12-31' TO WS-FIRST-ISSUE-DATE
           EXEC SQL
               SELECT COALESCE(MIN(ISSUEDATE), '9999-12-31')
                 INTO :WS-FIRST-ISSUE-DATE
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '9999-12-31' TO WS-FIRST-ISSUE-DATE
           END-IF.
       2400-CHECK-TENURE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-HOUSEHOLD - anyone else in the household who holds  *
      * the offered product in force, or who is already selected for   *
      * this campaign, rules the customer out - one letter to a        *
      * household, and none to one that already has the cover          *
      ******************************************************************
       2500-CHECK-HOUSEHOLD.
           MOVE 0 TO WS-HOUSEHOLD-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HOUSEHOLD-COUNT
                 FROM POLICY P, CUSTOMER C
                WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND C.HOUSEHOLDID    = :WC-HOUSEHOLDID
                  AND P.POLICYTYPE     = :WS-CMP-OFFER
                  AND P.POLICYSTATUS   = 'A'
                  AND P.EXPIRYDATE    >= :WS-RUN-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 1 TO WS-HOUSEHOLD-COUNT
           END-IF
           IF WS-HOUSEHOLD-COUNT GREATER THAN ZERO
             GO TO 2500-CHECK-HOUSEHOLD-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HOUSEHOLD-COUNT
                 FROM CAMPAIGN_SELECTION S, CUSTOMER C
                WHERE S.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND S.CAMPAIGNCODE   = :WS-CMP-CODE
                  AND C.HOUSEHOLDID    = :WC-HOUSEHOLDID
                  AND S.CUSTOMERNUMBER <> :WC-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 1 TO WS-HOUSEHOLD-COUNT
           END-IF.
       2500-CHECK-HOUSEHOLD-EXIT.
           EXIT.

      ******************************************************************
      * 2600-CHECK-PRIOR-CAMPAIGN - selected for any other campaign    *
      ******************************************************************
       2600-CHECK-PRIOR-CAMPAIGN.
           MOVE 0 TO WS-PRIOR-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRIOR-COUNT
                 FROM CAMPAIGN_SELECTION
                WHERE CUSTOMERNUMBER = :WC-CUSTOMERNUMBER
                  AND CAMPAIGNCODE  <> :WS-CMP-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 1 TO WS-PRIOR-COUNT
           END-IF.
       2600-CHECK-PRIOR-CAMPAIGN-EXIT.
           EXIT.

      ******************************************************************
      * 2900-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * rows, so a whole-book selection is not one unit of work        *
      ******************************************************************
       2900-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.
       2900-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SELECT-CUSTOMER - record the selection, then write the    *
      * campaign file record.  A customer already selected for this    *
      * campaign by an earlier run is left off the file this time      *
      ******************************************************************
       3000-SELECT-CUSTOMER.
           EXEC SQL
               INSERT INTO CAMPAIGN_SELECTION
                         ( CAMPAIGNCODE,
                           CUSTOMERNUMBER,
                           SELECTEDDATE )
                  VALUES ( :WS-CMP-CODE,
                           :WC-CUSTOMERNUMBER,
                           :WS-RUN-DATE )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 3000-SELECT-CUSTOMER-EXIT
             WHEN OTHER
               MOVE 'CAMPAIGN_SELECTION INSERT FAILED' TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-EVALUATE

           MOVE SPACES             TO MK-SELECTION-RECORD
           MOVE WS-CMP-CODE        TO MK-CAMPAIGN-CODE
           MOVE WS-CMP-OFFER       TO MK-OFFER-PRODUCT
           MOVE WS-RUN-DATE        TO MK-SELECTED-DATE
           MOVE WC-CUSTOMERNUMBER  TO MK-CUSTOMER-NUM
           MOVE WC-HOUSEHOLDID     TO MK-HOUSEHOLD-ID
           MOVE WC-FIRSTNAME       TO MK-FIRST-NAME
           MOVE WC-LASTNAME        TO MK-LAST-NAME
           MOVE WC-HOUSENAME       TO MK-HOUSE-NAME
           MOVE WC-HOUSENUMBER     TO MK-HOUSE-NUM
           MOVE WC-POSTCODE        TO MK-POSTCODE
           MOVE WC-PHONEMOBILE     TO MK-PHONE-MOBILE
           MOVE WC-EMAILADDRESS    TO MK-EMAIL-ADDRESS
           MOVE WS-ALLOW-SMS       TO MK-ALLOW-SMS
           MOVE WS-ALLOW-EMAIL     TO MK-ALLOW-EMAIL
           MOVE WS-ALLOW-POST      TO MK-ALLOW-POST
      * a channel the gateway has written off is as good as refused
           IF WC-PHONEMOBILE EQUAL SPACES
               OR WC-MOBILEINVALID EQUAL 'Y'
             MOVE 'N' TO MK-ALLOW-SMS
           END-IF
           IF WC-EMAILADDRESS EQUAL SPACES
               OR WC-EMAILINVALID EQUAL 'Y'
             MOVE 'N' TO MK-ALLOW-EMAIL
           END-IF
           WRITE MK-SELECTION-RECORD
           ADD 1 TO WS-SELECTED-COUNT.
       3000-SELECT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - close the cursor, print the counts by reason  *
      ******************************************************************
       9000-TERMINATE.
           IF WS-REFUSED
             CLOSE MKB-RPT
             GO TO 9000-TERMINATE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               CLOSE MKCURSOR
           END-EXEC

           MOVE 'CUSTOMERS CONSIDERED' TO RT-LABEL
           MOVE WS-READ-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - VULNERABLE' TO RT-LABEL
           MOVE WS-VULNERABLE-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - NO MARKETING CONSENT' TO RT-LABEL
           MOVE WS-NO-CONSENT-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - PRODUCT HOLDING' TO RT-LABEL
           MOVE WS-HOLDING-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - TENURE' TO RT-LABEL
           MOVE WS-TENURE-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - HOUSEHOLD' TO RT-LABEL
           MOVE WS-HOUSEHOLD-SKIP-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'EXCLUDED - IN AN EARLIER CAMPAIGN' TO RT-LABEL
           MOVE WS-PRIOR-SKIP-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'ALREADY SELECTED BY AN EARLIER RUN' TO RT-LABEL
           MOVE WS-ALREADY-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT
           MOVE 'SELECTED AND WRITTEN TO THE CAMPAIGN FILE' TO RT-LABEL
           MOVE WS-SELECTED-COUNT TO RT-COUNT
           PERFORM 9100-WRITE-TOTAL THRU 9100-WRITE-TOTAL-EXIT

           MOVE WS-SELECTED-COUNT TO RC-RECORD-COUNT
           PERFORM 8900-REGISTER-RUN-END
               THRU 8900-REGISTER-RUN-END-EXIT

           CLOSE MKS-FILE
           CLOSE MKB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-TOTAL.
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE.
       9100-WRITE-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run - the ledger observes the schedule, it does not own    *
      * it                                                             *
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
