      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *                   ADD Travel Policy Details                    *
      *                                                                *
      *   To add a single-trip or annual multi-trip travel policy,     *
      *  linked to an existing customer, to the DB2 POLICY and TRAVEL  *
      *  tables.                                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGTPB01.
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
                                        VALUE 'LGTPB01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

       01  WS-RESP                    PIC S9(8) COMP.
      * Host variable used by CHECK-DUPLICATE-POLICY - the existing
      * policy the incoming one would double-insure
       01  WS-DUP-POLICY-NUM          PIC 9(10).
       01  WS-NEW-POLICY-NUM          PIC S9(8) COMP.
       01  GENPcount                 PIC X(16) Value 'GENAPOLNUM'.
       01  GENPpool                  PIC X(8)  Value 'GENA'.
      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGTPB01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CNUM='.
             15 EM-CUSNUM              PIC X(10)  VALUE SPACES.
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
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *    Include copybook for defintion of policy detail lengths
           COPY LGPOLICY.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Customer-age validation against LGAGETAB's minimum/maximum age *
      * for policy type 'T' - the commarea carries no CA-DOB of its    *
      * own, so this reads it off CUSTOMER for CA-CUSTOMER-NUM         *
      *----------------------------------------------------------------*
           COPY LGAGETAB.
       01  WS-AGE-ELIG-WORK.
           05 WS-CUST-DOB              PIC X(10).
           05 WS-DOB-NUMERIC           PIC 9(08).
           05 WS-ISSUE-NUMERIC         PIC 9(08).
           05 WS-AGE-YEARS             PIC S9(04) COMP.
       01  WS-AGE-ELIG-FOUND-SW        PIC X VALUE 'N'.
           88 WS-AGE-ELIG-FOUND             VALUE 'Y'.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Trip validation and the traveller-days exposure the rating     *
      * engine prices on - a single trip is its own length in days, an *
      * annual multi-trip policy a full year, each times the           *
      * travellers covered.  Limits are one-line edits here.           *
      *----------------------------------------------------------------*
       77 WS-MAX-TRAVELLERS            PIC S9(03) COMP VALUE 10.
       77 WS-MAX-TRIP-DAYS             PIC S9(05) COMP VALUE 92.
       77 WS-ANNUAL-TRIP-DAYS          PIC S9(05) COMP VALUE 365.
       01  WS-TRIP-WORK.
           05 WS-TRIP-START-NUMERIC    PIC 9(08).
           05 WS-TRIP-END-NUMERIC      PIC 9(08).
           05 WS-TRIP-DAYS             PIC S9(09) COMP.
           05 WS-TRAVELLER-DAYS        PIC 9(09)V9(02).



      *----------------------------------------------------------------*
      * Underwriting referral - risks over the LGREFTAB threshold are  *
      * stored pending ('P', invisible to LGCSU01 and the renewal      *
      * sweep) and queued on UNDERWRITING_REFERRAL for an underwriter  *
      * to approve or decline through LGURV01.  The caller sees '85'   *
      * with the policy number - stored, not yet on risk.              *
      *----------------------------------------------------------------*
           COPY LGREFTAB.
       01  WS-REF-FOUND-SW             PIC X VALUE 'N'.
           88 WS-REF-FOUND                   VALUE 'Y'.
       01  WS-NEW-POLICY-STATUS        PIC X(01) VALUE 'A'.
       01  WS-REFER-VALUE              PIC 9(09)V9(02) VALUE 0.
       01  WS-REF-DATE                 PIC X(10) VALUE SPACES.
       01  WS-REF-TODAY                PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      * Rating-engine LINK area (LGRATECA layout under local names)    *
      * and the tolerance check between the caller-supplied premium    *
      * and the rated figure - see RATE-AND-VERIFY-PREMIUM.            *
      *----------------------------------------------------------------*
       77 LGRAT01                      PIC X(8)  VALUE 'LGRAT01'.
      * how far (percent of the rated premium) a caller-supplied
      * premium may sit from the rated figure before the add is
      * refused - tune here
       77 WS-RATE-TOLERANCE-PCT        PIC S9(03) COMP VALUE 5.
       01  RQ-COMMAREA.
           05 RQ-RETURN-CODE           PIC X(02).
           05 RQ-REQUEST-TYPE          PIC X(01).
           05 RQ-COMMAREA-VERSN        PIC X(02).
           05 RQ-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 RQ-RATE-POLICY-TYPE      PIC X(01).
           05 RQ-RATE-RISK-CODE        PIC X(04).
           05 RQ-RATE-VALUE-1          PIC 9(09)V9(02).
           05 RQ-RATE-VALUE-2          PIC 9(09)V9(02).
           05 RQ-RATE-UNITS            PIC 9(02).
           05 RQ-RATE-HH-POLICIES      PIC 9(02).
           05 RQ-RATED-PREMIUM         PIC 9(07)V9(02).
           05 RQ-RATE-DRIVERS          PIC 9(02).
           05 FILLER                   PIC X(08).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
       01  WS-RATE-WORK.
           05 WS-RATE-RESP             PIC S9(8) COMP.
           05 WS-RATE-DIFF             PIC S9(09)V9(02).
           05 WS-RATE-TOLERANCE        PIC 9(09)V9(02).
           05 WS-HH-POLICY-COUNT       PIC S9(05) COMP.
      *----------------------------------------------------------------*
      * Premium installment schedule generated at add time - monthly   *
      * frequency spreads the premium over 12 PREMIUM_INSTALLMENT      *
      * rows (last row takes the rounding remainder), annual raises    *
      * one.  The monthly collection batch LGDDB01 turns rows falling  *
      * due into the direct-debit claim file.                          *
      *----------------------------------------------------------------*
       01  WS-INSTALLMENT-WORK.
           05 WS-INST-COUNT            PIC S9(04) COMP.
           05 WS-INST-NUM              PIC S9(04) COMP.
           05 WS-INST-AMOUNT           PIC 9(07)V9(02).
           05 WS-INST-LAST-AMOUNT      PIC 9(07)V9(02).
           05 WS-INST-THIS-AMOUNT      PIC 9(07)V9(02).
           05 WS-INST-YEAR             PIC S9(09) COMP.
           05 WS-INST-MONTH            PIC S9(09) COMP.
           05 WS-INST-DAY              PIC S9(09) COMP.
           05 WS-INST-TOT-MONTHS       PIC S9(09) COMP.
           05 WS-INST-DUE-YYYY         PIC 9(04).
           05 WS-INST-DUE-MM           PIC 9(02).
           05 WS-INST-DUE-DD           PIC 9(02).
           05 WS-INST-DUE-DATE         PIC X(10).
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Broker master validation - a non-blank CA-BROKER-ID must name *
      * an active BROKER row, and the commission comes from the       *
      * broker's BROKER_AGREEMENT rate for the product (latest        *
      * effective on or before the issue date), never from the        *
      * commarea                                                       *
      *----------------------------------------------------------------*

      * Insurance premium tax - computed here when the premium is
      * set, carried separately on the policy's type row and on each
      * PREMIUM_INSTALLMENT so LGDDB01 collects the gross and LGGLB01
      * remits through its own journal line.  Life business is
      * exempt.  Rate change is a one-line edit here.
       77  WS-IPT-RATE-PCT             PIC 9(03)V9(02) VALUE 12.
       01  WS-IPT-WORK.
           05 WS-POLICY-IPT            PIC 9(07)V9(02).
           05 WS-INST-THIS-IPT         PIC 9(07)V9(02).

       01  WS-BROKER-STATUS            PIC X(01) VALUE SPACES.
      * the affinity brand's BRAND master row - 'A' live, 'R' retired
      * and closed to new business
       01  WS-BRAND-STATUS             PIC X(01) VALUE SPACES.
       01  WS-AGREED-COMMISSION        PIC 9(03)V9(02) VALUE 0.


      *----------------------------------------------------------------*
      * DB2-resident reference values - the SYSTEM_PARAMETER rows     *
      * LGPAR01 maintains override the compiled table figures at      *
      * entry, so a threshold change lands on the next transaction    *
      * without a recompile; the compiled values stand only when the  *
      * table cannot be read.                                          *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Credit band restriction - LGACB01 keeps the bureau's credit    *
      * band on CUSTOMER; a checked customer banded below              *
      * LGCRD-MIN-MONTHLY-BAND is offered annual payment only, so a    *
      * monthly request is turned to annual before the installment     *
      * schedule is built and CA-PAYMENT-FREQUENCY goes back as 'A'.   *
      *----------------------------------------------------------------*
           COPY LGCRDTAB.
       01  WS-PRM-FIELDS.
           05 WS-PRM-KEY               PIC X(08).
           05 WS-PRM-NUM-1             PIC S9(09)V9(02).
           05 WS-PRM-NUM-2             PIC S9(09)V9(02).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGTRVLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.
      *----------------------------------------------------------------*
      * initialize working storage variables
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

           COMPUTE WS-REQUIRED-CA-LEN =
               WS-CA-HEADER-LEN + WS-FULL-TRAVEL-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-SYSTEM-PARMS THRU LOAD-SYSTEM-PARMS-EXIT.

           PERFORM CHECK-DUPLICATE-POLICY.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM VALIDATE-AGE-ELIGIBILITY.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM VALIDATE-TRIP THRU VALIDATE-TRIP-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM VALIDATE-BRAND THRU VALIDATE-BRAND-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM RATE-AND-VERIFY-PREMIUM
               THRU RATE-AND-VERIFY-PREMIUM-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-REFERRAL-THRESHOLD.

           PERFORM VALIDATE-BROKER THRU VALIDATE-BROKER-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM OBTAIN-POLICY-NUMBER.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM INSERT-POLICY.
           PERFORM INSERT-TRAVEL.

           PERFORM GENERATE-INSTALLMENT-SCHEDULE.

           MOVE WS-NEW-POLICY-NUM TO CA-POLICY-NUM.

           IF WS-NEW-POLICY-STATUS EQUAL 'P'
             PERFORM INSERT-UNDERWRITING-REFERRAL
             MOVE '85' TO CA-RETURN-CODE
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       VALIDATE-TRIP.
      *================================================================*
      * Zone and trip type must be ones the rating table knows, the    *
      * travellers between one and WS-MAX-TRAVELLERS, and a single     *
      * trip must fall inside the policy period and run no longer      *
      * than WS-MAX-TRIP-DAYS.  An annual multi-trip policy covers the *
      * whole period, so its trip dates are set from it.  The risk     *
      * code the rating engine and the TRAVEL row carry is built here  *
      * from the zone, trip type and winter-sports flag - never keyed. *
      *================================================================*
           IF NOT CA-ZONE-VALID
               OR NOT (CA-TRIP-SINGLE OR CA-TRIP-ANNUAL)
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' TRAVEL ZONE OR TRIP TYPE INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-TRIP-EXIT
           END-IF

           IF CA-TRAVEL-TRAVELLERS IS NOT NUMERIC
               OR CA-TRAVEL-TRAVELLERS LESS THAN 1
               OR CA-TRAVEL-TRAVELLERS GREATER THAN WS-MAX-TRAVELLERS
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' TRAVELLERS COVERED OUT OF RANGE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-TRIP-EXIT
           END-IF

           IF CA-TRIP-ANNUAL
             MOVE CA-ISSUE-DATE  TO CA-TRAVEL-START-DATE
             MOVE CA-EXPIRY-DATE TO CA-TRAVEL-END-DATE
           END-IF

           IF CA-TRAVEL-START-DATE LESS THAN CA-ISSUE-DATE
               OR CA-TRAVEL-END-DATE GREATER THAN CA-EXPIRY-DATE
               OR CA-TRAVEL-END-DATE LESS THAN CA-TRAVEL-START-DATE
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' TRIP DATES OUTSIDE POLICY PERIOD' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-TRIP-EXIT
           END-IF

           IF CA-TRIP-ANNUAL
             MOVE WS-ANNUAL-TRIP-DAYS TO WS-TRIP-DAYS
           ELSE
             MOVE CA-TRAVEL-START-DATE(1:4)
               TO WS-TRIP-START-NUMERIC(1:4)
             MOVE CA-TRAVEL-START-DATE(6:2)
               TO WS-TRIP-START-NUMERIC(5:2)
             MOVE CA-TRAVEL-START-DATE(9:2)
               TO WS-TRIP-START-NUMERIC(7:2)
             MOVE CA-TRAVEL-END-DATE(1:4) TO WS-TRIP-END-NUMERIC(1:4)
             MOVE CA-TRAVEL-END-DATE(6:2) TO WS-TRIP-END-NUMERIC(5:2)
             MOVE CA-TRAVEL-END-DATE(9:2) TO WS-TRIP-END-NUMERIC(7:2)
             COMPUTE WS-TRIP-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TRIP-END-NUMERIC)
               - FUNCTION INTEGER-OF-DATE(WS-TRIP-START-NUMERIC) + 1
             IF WS-TRIP-DAYS GREATER THAN WS-MAX-TRIP-DAYS
               MOVE '93' TO CA-RETURN-CODE
               MOVE ' SINGLE TRIP LONGER THAN LIMIT' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VALIDATE-TRIP-EXIT
             END-IF
           END-IF

           COMPUTE WS-TRAVELLER-DAYS =
               WS-TRIP-DAYS * CA-TRAVEL-TRAVELLERS

           IF NOT CA-WINTER-SPORTS-COVER
             MOVE 'N' TO CA-TRAVEL-WINTER-SPORTS
           END-IF
           MOVE CA-TRAVEL-ZONE          TO CA-TRAVEL-RISK-CODE(1:2)
           MOVE CA-TRAVEL-TRIP-TYPE     TO CA-TRAVEL-RISK-CODE(3:1)
           MOVE CA-TRAVEL-WINTER-SPORTS TO CA-TRAVEL-RISK-CODE(4:1).
       VALIDATE-TRIP-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-AGE-ELIGIBILITY.
      *================================================================*
      * The commarea carries no CA-DOB of its own, so this reads the   *
      * customer's date of birth off CUSTOMER and checks their age at  *
      * CA-ISSUE-DATE against LGAGETAB's minimum/maximum for policy    *
      * type 'T' - an out-of-range customer is refused here, before a  *
      * policy number is even obtained.                                *
      *================================================================*
           MOVE ' SELECT DOB' TO EM-SQLREQ
           EXEC SQL
               SELECT DATEOFBIRTH
                 INTO :WS-CUST-DOB
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-AGE-ELIGIBILITY-EXIT
           END-IF.

           MOVE WS-CUST-DOB(1:4) TO WS-DOB-NUMERIC(1:4)
           MOVE WS-CUST-DOB(6:2) TO WS-DOB-NUMERIC(5:2)
           MOVE WS-CUST-DOB(9:2) TO WS-DOB-NUMERIC(7:2)
           MOVE CA-ISSUE-DATE(1:4) TO WS-ISSUE-NUMERIC(1:4)
           MOVE CA-ISSUE-DATE(6:2) TO WS-ISSUE-NUMERIC(5:2)
           MOVE CA-ISSUE-DATE(9:2) TO WS-ISSUE-NUMERIC(7:2)
           COMPUTE WS-AGE-YEARS =
               (WS-ISSUE-NUMERIC / 10000) - (WS-DOB-NUMERIC / 10000).

           MOVE 'N' TO WS-AGE-ELIG-FOUND-SW
           SEARCH LGAGE-ENTRY
             WHEN LGAGE-POLICY-TYPE(LGAGE-IDX) = 'T'
               MOVE 'Y' TO WS-AGE-ELIG-FOUND-SW
               IF WS-AGE-YEARS < LGAGE-MINIMUM-AGE(LGAGE-IDX)
                  OR WS-AGE-YEARS > LGAGE-MAXIMUM-AGE(LGAGE-IDX)
                 MOVE '95' TO CA-RETURN-CODE
                 MOVE ' CUSTOMER AGE OUTSIDE LGAGETAB RANGE'
                   TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-SEARCH.
       VALIDATE-AGE-ELIGIBILITY-EXIT.
           EXIT.
      *================================================================*
       OBTAIN-POLICY-NUMBER.
      *================================================================*
           Exec CICS Get Counter(GENPcount)
                         Pool(GENPpool)
                         Value(WS-NEW-POLICY-NUM)
                         Resp(WS-RESP)
           End-Exec.
           If WS-RESP Not = DFHRESP(NORMAL)
             MOVE '92' TO CA-RETURN-CODE
             MOVE ' NAMED COUNTER GENAPOLNUM/GENA UNAVAILABLE - '
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           End-If.
      *================================================================*
       INSERT-POLICY.
      *================================================================*
      * Common POLICY row, shared by every policy type                 *
      *================================================================*
           MOVE ' INSERT POLICY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         ISSUEDATE,
                         EXPIRYDATE,
                         BROKERID,
                         BROKERSCOMMISSION,
                         POLICYTYPE,
                         POLICYSTATUS,
                         BRANDCODE )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :CA-CUSTOMER-NUM,
                         :CA-ISSUE-DATE,
                         :CA-EXPIRY-DATE,
                         :CA-BROKER-ID,
                         :CA-BROKER-COMMISSION,
                         'TRV',
                         :WS-NEW-POLICY-STATUS,
                         :CA-BRAND-CODE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE 'T' TO CA-POLICY-TYPE.
      *================================================================*
       INSERT-TRAVEL.
      *================================================================*
      * Travel-specific row, keyed by the same POLICYNUMBER            *
      *================================================================*
           COMPUTE WS-POLICY-IPT ROUNDED =
               CA-TRAVEL-PREMIUM * WS-IPT-RATE-PCT / 100
           MOVE ' INSERT TRAVEL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TRAVEL
                       ( POLICYNUMBER,
                         DESTZONE,
                         TRIPTYPE,
                         TRIPSTART,
                         TRIPEND,
                         TRAVELLERS,
                         WINTERSPORTS,
                         TRIPCOST,
                         PREMIUM,
                         RISKCODE,
                         EXCESS,
                         IPTAMOUNT )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :CA-TRAVEL-ZONE,
                         :CA-TRAVEL-TRIP-TYPE,
                         :CA-TRAVEL-START-DATE,
                         :CA-TRAVEL-END-DATE,
                         :CA-TRAVEL-TRAVELLERS,
                         :CA-TRAVEL-WINTER-SPORTS,
                         :CA-TRAVEL-TRIP-COST,
                         :CA-TRAVEL-PREMIUM,
                         :CA-TRAVEL-RISK-CODE,
                         :CA-TRAVEL-EXCESS,
                         :WS-POLICY-IPT )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
      *================================================================*
       CHECK-DUPLICATE-POLICY.
      *================================================================*
      * Another travel policy for the same customer whose trip dates   *
      * overlap this one's - the customer would be paying twice for    *
      * the same days.  The existing policy number comes back in       *
      * CA-POLICY-NUM, the same way LGMPB01's registration check       *
      * points at it.  An annual policy is checked over its whole      *
      * period.                                                        *
      *================================================================*
           IF CA-TRIP-ANNUAL
             MOVE CA-ISSUE-DATE  TO CA-TRAVEL-START-DATE
             MOVE CA-EXPIRY-DATE TO CA-TRAVEL-END-DATE
           END-IF
           MOVE ' CHECK DUPPOLICY' TO EM-SQLREQ
           INITIALIZE WS-DUP-POLICY-NUM
           EXEC SQL
             SELECT P.POLICYNUMBER
               INTO :WS-DUP-POLICY-NUM
               FROM POLICY P, TRAVEL T
              WHERE P.CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND P.POLICYNUMBER   = T.POLICYNUMBER
                AND P.POLICYSTATUS IN ('A', 'P')
                AND T.TRIPSTART     <= :CA-TRAVEL-END-DATE
                AND T.TRIPEND       >= :CA-TRAVEL-START-DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE '83' TO CA-RETURN-CODE
               MOVE WS-DUP-POLICY-NUM TO CA-POLICY-NUM
               MOVE ' TRIP DATES ALREADY INSURED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       RATE-AND-VERIFY-PREMIUM.
      *================================================================*
      * The system rates the risk itself through LGRAT01 and holds     *
      * the caller's premium against it: a zero caller premium adopts  *
      * the rated figure, a premium within WS-RATE-TOLERANCE-PCT of    *
      * it is accepted as keyed, and anything further out is refused   *
      * with '87' - the rated figure is handed back in the premium     *
      * field so the caller can resubmit with it.  If the rating       *
      * engine itself is unavailable the add proceeds on the caller's  *
      * premium, logged - pricing integrity must not stop the book     *
      * being written.                                                 *
      *================================================================*
           INITIALIZE RQ-COMMAREA
           MOVE '00' TO RQ-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'T'  TO RQ-RATE-POLICY-TYPE
           MOVE CA-BRAND-CODE TO RQ-RATE-BRAND-CODE
           MOVE CA-TRAVEL-RISK-CODE TO RQ-RATE-RISK-CODE
           MOVE CA-TRAVEL-TRIP-COST TO RQ-RATE-VALUE-1
           MOVE WS-TRAVELLER-DAYS TO RQ-RATE-VALUE-2
           MOVE ZERO TO RQ-RATE-UNITS
           MOVE ZERO TO RQ-RATE-DRIVERS
           PERFORM COUNT-HOUSEHOLD-POLICIES

           EXEC CICS LINK Program(LGRAT01)
                Commarea(RQ-COMMAREA)
                LENGTH(LENGTH OF RQ-COMMAREA)
                RESP(WS-RATE-RESP)
           END-EXEC

           IF WS-RATE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RQ-RETURN-CODE NOT EQUAL '00'
             MOVE ' RATING ENGINE UNAVAILABLE - CALLER PREMIUM KEPT'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RATE-AND-VERIFY-PREMIUM-EXIT
           END-IF

           IF CA-TRAVEL-PREMIUM IS NOT NUMERIC
               OR CA-TRAVEL-PREMIUM IS EQUAL TO ZERO
             MOVE RQ-RATED-PREMIUM TO CA-TRAVEL-PREMIUM
             GO TO RATE-AND-VERIFY-PREMIUM-EXIT
           END-IF

           COMPUTE WS-RATE-DIFF =
               CA-TRAVEL-PREMIUM - RQ-RATED-PREMIUM
           IF WS-RATE-DIFF IS LESS THAN ZERO
             COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
           END-IF
           COMPUTE WS-RATE-TOLERANCE ROUNDED =
               RQ-RATED-PREMIUM * WS-RATE-TOLERANCE-PCT / 100

           IF WS-RATE-DIFF IS GREATER THAN WS-RATE-TOLERANCE
             MOVE '87' TO CA-RETURN-CODE
             MOVE RQ-RATED-PREMIUM TO CA-TRAVEL-PREMIUM
             MOVE ' CALLER PREMIUM DISAGREES WITH RATED FIGURE'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RATE-AND-VERIFY-PREMIUM-EXIT.
           EXIT.
      *================================================================*
       COUNT-HOUSEHOLD-POLICIES.
      *================================================================*
      * In-force policies across every customer sharing this           *
      * customer's HOUSEHOLDID - the multi-policy discount input.  A   *
      * customer with no household (HOUSEHOLDID zero) or a counting    *
      * failure rates without the discount rather than failing the     *
      * add.                                                           *
      *================================================================*
           MOVE ZERO TO RQ-RATE-HH-POLICIES
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HH-POLICY-COUNT
               FROM POLICY P, CUSTOMER C1, CUSTOMER C2
              WHERE C2.CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND C2.HOUSEHOLDID    > 0
                AND C1.HOUSEHOLDID    = C2.HOUSEHOLDID
                AND P.CUSTOMERNUMBER  = C1.CUSTOMERNUMBER
                AND P.POLICYSTATUS    = 'A'
           END-EXEC
           IF SQLCODE EQUAL 0
               AND WS-HH-POLICY-COUNT LESS THAN 100
             MOVE WS-HH-POLICY-COUNT TO RQ-RATE-HH-POLICIES
           END-IF.
      *================================================================*
       CHECK-REFERRAL-THRESHOLD.
      *================================================================*
      * Above the LGREFTAB ceiling for this product the policy goes    *
      * in pending rather than straight onto risk - see the note at    *
      * WS-NEW-POLICY-STATUS.                                          *
      *================================================================*
           MOVE 'A' TO WS-NEW-POLICY-STATUS
           MOVE CA-TRAVEL-TRIP-COST TO WS-REFER-VALUE
           MOVE 'N' TO WS-REF-FOUND-SW
           SET LGREF-IDX TO 1
           SEARCH LGREF-ENTRY
             WHEN LGREF-POLICY-TYPE(LGREF-IDX) = 'T'
               MOVE 'Y' TO WS-REF-FOUND-SW
               IF WS-REFER-VALUE GREATER THAN
                       LGREF-THRESHOLD(LGREF-IDX)
                 MOVE 'P' TO WS-NEW-POLICY-STATUS
               END-IF
           END-SEARCH.
      *================================================================*
       INSERT-UNDERWRITING-REFERRAL.
      *================================================================*
      * One queue row per pending policy, what LGURV01 works from     *
      *================================================================*
           ACCEPT WS-REF-TODAY FROM DATE YYYYMMDD
           MOVE WS-REF-TODAY(1:4) TO WS-REF-DATE(1:4)
           MOVE '-'               TO WS-REF-DATE(5:1)
           MOVE WS-REF-TODAY(5:2) TO WS-REF-DATE(6:2)
           MOVE '-'               TO WS-REF-DATE(8:1)
           MOVE WS-REF-TODAY(7:2) TO WS-REF-DATE(9:2)
           MOVE ' INSERT REFERRAL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO UNDERWRITING_REFERRAL
                       ( POLICYNUMBER,
                         POLICYTYPE,
                         REFERVALUE,
                         REFERDATE,
                         REFERSTATUS )
                VALUES ( :WS-NEW-POLICY-NUM,
                         'T',
                         :WS-REFER-VALUE,
                         :WS-REF-DATE,
                         'P' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
      *================================================================*
       CHECK-CREDIT-BAND.
      *================================================================*
      * See the note at LGCRDTAB.  Band 0 (never checked, or the       *
      * bureau was unavailable) is not restricted, and neither is a    *
      * customer whose row cannot be read.                             *
      *================================================================*
           MOVE 0 TO LGCRD-CUST-BAND
           MOVE ' SELECT CRDBAND' TO EM-SQLREQ
           EXEC SQL
             SELECT CREDITBAND
               INTO :LGCRD-CUST-BAND
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO LGCRD-CUST-BAND
           END-IF
           IF LGCRD-CUST-BAND GREATER THAN ZERO
              AND LGCRD-CUST-BAND LESS THAN LGCRD-MIN-MONTHLY-BAND
             MOVE 'A' TO CA-PAYMENT-FREQUENCY
             MOVE ' CREDIT BAND - MONTHLY REFUSED, ANNUAL ONLY'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-CREDIT-BAND-EXIT.
           EXIT.
      *================================================================*
       GENERATE-INSTALLMENT-SCHEDULE.
      *================================================================*
      * Build the PREMIUM_INSTALLMENT schedule for the policy just     *
      * added - 12 monthly rows or one annual row, per                 *
      * CA-PAYMENT-FREQUENCY.  Each installment is the premium split   *
      * evenly with the rounding remainder on the last row, so the     *
      * schedule always adds back to the premium exactly.              *
      *================================================================*
           IF CA-PAY-MONTHLY
             PERFORM CHECK-CREDIT-BAND THRU CHECK-CREDIT-BAND-EXIT
           END-IF
           IF CA-PAY-MONTHLY
             MOVE 12 TO WS-INST-COUNT
           ELSE
             MOVE 1 TO WS-INST-COUNT
           END-IF

           COMPUTE WS-INST-AMOUNT ROUNDED =
               CA-TRAVEL-PREMIUM / WS-INST-COUNT
           COMPUTE WS-INST-LAST-AMOUNT =
               CA-TRAVEL-PREMIUM
               - (WS-INST-AMOUNT * (WS-INST-COUNT - 1))

           PERFORM INSERT-ONE-INSTALLMENT
               THRU INSERT-ONE-INSTALLMENT-EXIT
               VARYING WS-INST-NUM FROM 1 BY 1
               UNTIL WS-INST-NUM GREATER THAN WS-INST-COUNT.
      *================================================================*
       INSERT-ONE-INSTALLMENT.
      *================================================================*
      * Due date = CA-ISSUE-DATE advanced (installment - 1) months,    *
      * with the day clamped to 28 so a month-end issue date never     *
      * lands on a day the due month does not have.                    *
      *================================================================*
           MOVE CA-ISSUE-DATE(1:4) TO WS-INST-DUE-YYYY
           MOVE CA-ISSUE-DATE(6:2) TO WS-INST-DUE-MM
           MOVE CA-ISSUE-DATE(9:2) TO WS-INST-DUE-DD
           MOVE WS-INST-DUE-YYYY   TO WS-INST-YEAR
           MOVE WS-INST-DUE-MM     TO WS-INST-MONTH
           MOVE WS-INST-DUE-DD     TO WS-INST-DAY

           COMPUTE WS-INST-TOT-MONTHS =
               (WS-INST-YEAR * 12) + WS-INST-MONTH - 1
               + WS-INST-NUM - 1
           COMPUTE WS-INST-YEAR  = WS-INST-TOT-MONTHS / 12
           COMPUTE WS-INST-MONTH =
               WS-INST-TOT-MONTHS - (WS-INST-YEAR * 12) + 1
           IF WS-INST-DAY GREATER THAN 28
             MOVE 28 TO WS-INST-DAY
           END-IF

           MOVE WS-INST-YEAR  TO WS-INST-DUE-YYYY
           MOVE WS-INST-MONTH TO WS-INST-DUE-MM
           MOVE WS-INST-DAY   TO WS-INST-DUE-DD
           MOVE WS-INST-DUE-YYYY TO WS-INST-DUE-DATE(1:4)
           MOVE '-'              TO WS-INST-DUE-DATE(5:1)
           MOVE WS-INST-DUE-MM   TO WS-INST-DUE-DATE(6:2)
           MOVE '-'              TO WS-INST-DUE-DATE(8:1)
           MOVE WS-INST-DUE-DD   TO WS-INST-DUE-DATE(9:2)

           IF WS-INST-NUM IS EQUAL TO WS-INST-COUNT
             MOVE WS-INST-LAST-AMOUNT TO WS-INST-THIS-AMOUNT
           ELSE
             MOVE WS-INST-AMOUNT TO WS-INST-THIS-AMOUNT
           END-IF

      * the tax rides each installment separately, so the collection
      * raises the gross and the remittance knows its own share
           COMPUTE WS-INST-THIS-IPT ROUNDED =
               WS-INST-THIS-AMOUNT * WS-IPT-RATE-PCT / 100

           MOVE ' INSERT INSTLMNT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PREMIUM_INSTALLMENT
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         IPTAMOUNT,
                         STATUS )
                VALUES ( :WS-NEW-POLICY-NUM,
                         :WS-INST-NUM,
                         :WS-INST-DUE-DATE,
                         :WS-INST-THIS-AMOUNT,
                         :WS-INST-THIS-IPT,
                         'D' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.
       INSERT-ONE-INSTALLMENT-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-BROKER.
      *================================================================*
      * See the note at WS-BROKER-STATUS.  Blank is direct business   *
      * and carries no commission; a broker with no agreement for     *
      * the product earns nothing rather than whatever was keyed.     *
      *================================================================*
           IF CA-BROKER-ID IS EQUAL TO SPACES
             MOVE ZERO TO CA-BROKER-COMMISSION
             GO TO VALIDATE-BROKER-EXIT
           END-IF

           MOVE ' SELECT BROKER' TO EM-SQLREQ
           EXEC SQL
             SELECT BROKERSTATUS
               INTO :WS-BROKER-STATUS
               FROM BROKER
              WHERE BROKERID = :CA-BROKER-ID
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '89' TO CA-RETURN-CODE
               MOVE ' BROKERID NOT ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VALIDATE-BROKER-EXIT
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VALIDATE-BROKER-EXIT
             WHEN WS-BROKER-STATUS NOT EQUAL 'A'
               MOVE '89' TO CA-RETURN-CODE
               MOVE ' BROKER RETIRED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VALIDATE-BROKER-EXIT
           END-EVALUATE

           MOVE 0 TO WS-AGREED-COMMISSION
           MOVE ' SELECT AGREEMENT' TO EM-SQLREQ
           EXEC SQL
             SELECT COMMISSIONPCT
               INTO :WS-AGREED-COMMISSION
               FROM BROKER_AGREEMENT
              WHERE BROKERID      = :CA-BROKER-ID
                AND POLICYTYPE    = 'TRV'
                AND EFFECTIVEDATE <= :CA-ISSUE-DATE
              ORDER BY EFFECTIVEDATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-AGREED-COMMISSION
           END-IF
           MOVE WS-AGREED-COMMISSION TO CA-BROKER-COMMISSION.
       VALIDATE-BROKER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-BRAND.
      *================================================================*
      * See the note at WS-BRAND-STATUS.  Spaces is our own brand;     *
      * anything else must be a live brand on the BRAND master, and    *
      * rates on that brand's factor set.                              *
      *================================================================*
           IF CA-BRAND-CODE IS EQUAL TO SPACES
             GO TO VALIDATE-BRAND-EXIT
           END-IF

           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDSTATUS
               INTO :WS-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :CA-BRAND-CODE
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRANDCODE NOT ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-BRAND-STATUS NOT EQUAL 'A'
               MOVE '81' TO CA-RETURN-CODE
               MOVE ' BRAND RETIRED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       VALIDATE-BRAND-EXIT.
           EXIT.
      *================================================================*
       LOAD-SYSTEM-PARMS.
      *================================================================*
      * See the note at WS-PRM-FIELDS.                                 *
      *================================================================*
           PERFORM LOAD-ONE-THRESHOLD THRU LOAD-ONE-THRESHOLD-EXIT
               VARYING LGREF-IDX FROM 1 BY 1
               UNTIL LGREF-IDX GREATER THAN 5
           PERFORM LOAD-ONE-AGE-LIMIT THRU LOAD-ONE-AGE-LIMIT-EXIT
               VARYING LGAGE-IDX FROM 1 BY 1
               UNTIL LGAGE-IDX GREATER THAN 5.
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'CREDIT  '
                AND PARAMKEY   = 'MINBAND '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGCRD-MIN-MONTHLY-BAND
           END-IF.
       LOAD-SYSTEM-PARMS-EXIT.
           EXIT.
      *================================================================*
       LOAD-ONE-THRESHOLD.
      *================================================================*
           MOVE SPACES TO WS-PRM-KEY
           MOVE LGREF-POLICY-TYPE(LGREF-IDX) TO WS-PRM-KEY(1:1)
           EXEC SQL
             SELECT NUMVALUE1
               INTO :WS-PRM-NUM-1
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'UWREFER '
                AND PARAMKEY   = :WS-PRM-KEY
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGREF-THRESHOLD(LGREF-IDX)
           END-IF.
       LOAD-ONE-THRESHOLD-EXIT.
           EXIT.
      *================================================================*
       LOAD-ONE-AGE-LIMIT.
      *================================================================*
           MOVE SPACES TO WS-PRM-KEY
           MOVE LGAGE-POLICY-TYPE(LGAGE-IDX) TO WS-PRM-KEY(1:1)
           EXEC SQL
             SELECT NUMVALUE1, NUMVALUE2
               INTO :WS-PRM-NUM-1, :WS-PRM-NUM-2
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'AGELIMIT'
                AND PARAMKEY   = :WS-PRM-KEY
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM-1 TO LGAGE-MINIMUM-AGE(LGAGE-IDX)
             MOVE WS-PRM-NUM-2 TO LGAGE-MAXIMUM-AGE(LGAGE-IDX)
           END-IF.
       LOAD-ONE-AGE-LIMIT-EXIT.
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
