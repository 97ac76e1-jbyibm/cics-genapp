      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *          Commercial Turnover Declaration Transaction           *
      *                                                                *
      *   A commercial policy is rated at inception on the turnover    *
      *  the customer estimates, and an under-estimate used to go      *
      *  uncorrected for the whole year.  After each policy year       *
      *  LGTDB01 invites the policyholder to declare the actual        *
      *  turnover; this transaction records the declaration.  The      *
      *  year is rated through LGRAT01 twice - on the estimate it was  *
      *  charged on and on the declared figure - and the difference    *
      *  is the adjustment: an additional premium is raised as one     *
      *  extra PREMIUM_INSTALLMENT for LGDDB01 to collect, a return    *
      *  premium is left on the declaration row for LGRPB01 to pay to  *
      *  the customer's mandate.  A difference inside the de minimis   *
      *  is recorded but not charged or paid.  The declaration is on   *
      *  the POLICY_AUDIT trail under action 'TDEC'.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGTOD01.
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
                                        VALUE 'LGTOD01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGTOD01 '.
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
      * Staff entitlement check - the same gate the other staff       *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-DECLARATION-LEN    PIC S9(4) COMP VALUE +106.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Rating-engine LINK area (LGRATECA layout under local names) -  *
      * the same inputs LGCPB01 rates a commercial risk on: trade      *
      * class, total location sums insured, turnover and the           *
      * household multi-policy count.                                  *
      *----------------------------------------------------------------*
       77 LGRAT01                      PIC X(8)  VALUE 'LGRAT01'.
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
           05 FILLER                   PIC X(10).
           05 RQ-RATE-BRAND-CODE       PIC X(04).
       01  WS-RATE-WORK.
           05 WS-RATE-RESP             PIC S9(8) COMP.
           05 WS-RATE-TURNOVER         PIC 9(09)V9(02).
           05 WS-RATED-ESTIMATE        PIC 9(07)V9(02).
           05 WS-RATED-DECLARED        PIC 9(07)V9(02).
           05 WS-HH-POLICY-COUNT       PIC S9(05) COMP.
           05 WS-CUSTOMER-NUM          PIC 9(10).
           05 WS-TRADE-CLASS           PIC X(04).
           05 WS-BRAND-CODE            PIC X(04).
           05 WS-TOTAL-SUM-INSURED     PIC 9(09)V9(02).

      *----------------------------------------------------------------*
      * Adjustment - the declared-turnover rating less the estimated-  *
      * turnover rating.  A return never exceeds the premium charged   *
      * for the year, and a difference smaller than                    *
      * WS-MIN-ADJUSTMENT either way is recorded as 'N' - not worth a  *
      * collection or a payment.  IPT rides the adjustment at the      *
      * intake rate.                                                   *
      *----------------------------------------------------------------*
       77  WS-MIN-ADJUSTMENT           PIC 9(05)V9(02) VALUE 10.00.
       77  WS-IPT-RATE-PCT             PIC 9(03)V9(02) VALUE 12.
       01  WS-DECLARATION-WORK.
           05 WS-YEAR-END              PIC X(10).
           05 WS-DECL-STATUS           PIC X(01).
           05 WS-ADJUSTMENT            PIC S9(07)V9(02).
           05 WS-ADJ-AMOUNT            PIC 9(07)V9(02).
           05 WS-ADJ-IPT               PIC 9(07)V9(02).
           05 WS-ADJ-TYPE              PIC X(01).
           05 WS-NEXT-INST-NUM         PIC S9(05) COMP.
           05 WS-NEW-DUE-INT           PIC S9(09) COMP.
           05 WS-NEW-DUE-YYYYMMDD      PIC 9(08).
           05 WS-NEW-DUE-DATE          PIC X(10).

      *----------------------------------------------------------------*
      * Policy audit trail - one POLICY_AUDIT row per lifecycle       *
      * change, carrying before/after money, the deciding staff id    *
      * and the change reason; the caller stages WS-PAU-FIELDS and    *
      * performs WRITE-POLICY-AUDIT.                                   *
      *----------------------------------------------------------------*
       01  WS-PAU-FIELDS.
           05 WS-PAU-POLICY            PIC 9(10).
           05 WS-PAU-CLAIM             PIC 9(10).
           05 WS-PAU-ACTION            PIC X(04).
           05 WS-PAU-OLD-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).

      * Variables for date processing
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Premium account ledger - see LGLEDGER and POST-LEDGER-ENTRY    *
      *----------------------------------------------------------------*
           COPY LGLEDGER.

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
             INCLUDE LGTODCA
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
                                       + WS-CA-DECLARATION-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-POLICY-NUM TO EM-POLNUM.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-DECLARATION
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-RECORD-DECLARATION
               PERFORM RECORD-DECLARATION
                   THRU RECORD-DECLARATION-EXIT
             WHEN CA-REQ-READ-DECLARATION
               PERFORM READ-DECLARATION
                   THRU READ-DECLARATION-EXIT
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
       RECORD-DECLARATION.
      *================================================================*
      * In order: a declared figure is present; the invited            *
      * declaration is found and not already made; the year is rated   *
      * both ways; then the declaration row is completed and any       *
      * additional premium raised.  A failure after the first update   *
      * rolls the whole declaration back.                              *
      *================================================================*
           IF CA-DECLARED-TURNOVER IS NOT NUMERIC
               OR CA-DECLARED-TURNOVER IS EQUAL TO ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' DECLARED TURNOVER MISSING' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-DECLARATION-EXIT
           END-IF

           PERFORM FIND-DECLARATION THRU FIND-DECLARATION-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-DECLARATION-EXIT
           END-IF

           MOVE ' SELECT DECLARE' TO EM-SQLREQ
           EXEC SQL
             SELECT YEARSTART, ESTTURNOVER, YEARPREMIUM, DECLSTATUS
               INTO :CA-YEAR-START,
                    :CA-ESTIMATED-TURNOVER,
                    :CA-YEAR-PREMIUM,
                    :WS-DECL-STATUS
               FROM TURNOVER_DECLARATION
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND YEAREND      = :WS-YEAR-END
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO RECORD-DECLARATION-EXIT
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-DECLARATION-EXIT
             WHEN WS-DECL-STATUS NOT EQUAL 'I'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' YEAR ALREADY DECLARED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-DECLARATION-EXIT
           END-EVALUATE
           MOVE WS-YEAR-END TO CA-YEAR-END

           PERFORM RATE-DECLARED-YEAR THRU RATE-DECLARED-YEAR-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-DECLARATION-EXIT
           END-IF

           COMPUTE WS-ADJUSTMENT =
               WS-RATED-DECLARED - WS-RATED-ESTIMATE
           IF WS-ADJUSTMENT LESS THAN ZERO
             MOVE 'R' TO WS-ADJ-TYPE
             COMPUTE WS-ADJ-AMOUNT = ZERO - WS-ADJUSTMENT
             IF WS-ADJ-AMOUNT GREATER THAN CA-YEAR-PREMIUM
               MOVE CA-YEAR-PREMIUM TO WS-ADJ-AMOUNT
             END-IF
           ELSE
             MOVE 'A' TO WS-ADJ-TYPE
             MOVE WS-ADJUSTMENT TO WS-ADJ-AMOUNT
           END-IF
           IF WS-ADJ-AMOUNT LESS THAN WS-MIN-ADJUSTMENT
             MOVE 'N' TO WS-ADJ-TYPE
             MOVE ZERO TO WS-ADJ-AMOUNT
           END-IF
           COMPUTE WS-ADJ-IPT ROUNDED =
               WS-ADJ-AMOUNT * WS-IPT-RATE-PCT / 100

           MOVE ' UPDATE DECLARE' TO EM-SQLREQ
           EXEC SQL
             UPDATE TURNOVER_DECLARATION
                SET DECLSTATUS       = 'D',
                    DECLAREDTURNOVER = :CA-DECLARED-TURNOVER,
                    RATEDESTIMATE    = :WS-RATED-ESTIMATE,
                    RATEDDECLARED    = :WS-RATED-DECLARED,
                    ADJUSTMENTTYPE   = :WS-ADJ-TYPE,
                    ADJUSTMENTAMOUNT = :WS-ADJ-AMOUNT,
                    ADJUSTMENTIPT    = :WS-ADJ-IPT,
                    DECLAREDBY       = :CA-STAFF-ID,
                    DECLAREDDATE     = :WS-TODAY-DATE,
                    REFUNDEXTRACTED  = 'N'
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND YEAREND      = :WS-YEAR-END
                AND DECLSTATUS   = 'I'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO RECORD-DECLARATION-EXIT
           END-IF

           IF WS-ADJ-TYPE EQUAL 'A'
             PERFORM RAISE-ADDITIONAL-INSTALLMENT
                 THRU RAISE-ADDITIONAL-INSTALLMENT-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO RECORD-DECLARATION-EXIT
             END-IF
           END-IF

           MOVE WS-ADJ-TYPE        TO CA-ADJUSTMENT-TYPE
           MOVE WS-ADJ-AMOUNT      TO CA-ADJUSTMENT-AMOUNT
           MOVE WS-ADJ-IPT         TO CA-ADJUSTMENT-IPT
           MOVE 'D'                TO CA-DECL-STATUS
           MOVE CA-STAFF-ID        TO CA-DECLARED-BY
           MOVE WS-TODAY-DATE      TO CA-DECLARED-DATE

           MOVE CA-POLICY-NUM      TO WS-PAU-POLICY
           MOVE 0                  TO WS-PAU-CLAIM
           MOVE 'TDEC'             TO WS-PAU-ACTION
           MOVE CA-YEAR-PREMIUM    TO WS-PAU-OLD-AMOUNT
           EVALUATE WS-ADJ-TYPE
             WHEN 'A'
               COMPUTE WS-PAU-NEW-AMOUNT =
                   CA-YEAR-PREMIUM + WS-ADJ-AMOUNT
               MOVE 'ADDP'         TO WS-PAU-REASON
             WHEN 'R'
               COMPUTE WS-PAU-NEW-AMOUNT =
                   CA-YEAR-PREMIUM - WS-ADJ-AMOUNT
               MOVE 'RETP'         TO WS-PAU-REASON
             WHEN OTHER
               MOVE CA-YEAR-PREMIUM TO WS-PAU-NEW-AMOUNT
               MOVE 'NONE'         TO WS-PAU-REASON
           END-EVALUATE
           PERFORM WRITE-POLICY-AUDIT THRU WRITE-POLICY-AUDIT-EXIT.

      * a return is owed to the customer until LGRPB01 pays it; an
      * additional premium is only noted here - LGDDB01 debits the
      * installment raised for it when it falls due
           IF WS-ADJ-TYPE EQUAL 'A' OR WS-ADJ-TYPE EQUAL 'R'
             MOVE CA-POLICY-NUM      TO LE-POLICYNUMBER
             MOVE WS-TODAY-DATE      TO LE-ENTRYDATE
             MOVE 'TURN'             TO LE-ENTRYTYPE
             COMPUTE LE-AMOUNT = WS-ADJ-AMOUNT + WS-ADJ-IPT
             MOVE 'LGTOD01 '         TO LE-SOURCEPGM
             IF WS-ADJ-TYPE EQUAL 'A'
               MOVE 'M'              TO LE-DEBITCREDIT
               MOVE WS-NEXT-INST-NUM TO LE-INSTALLMENTNUM
             ELSE
               MOVE 'C'              TO LE-DEBITCREDIT
               MOVE ZERO             TO LE-INSTALLMENTNUM
             END-IF
             PERFORM POST-LEDGER-ENTRY THRU POST-LEDGER-ENTRY-EXIT
           END-IF.
       RECORD-DECLARATION-EXIT.
           EXIT.
      *================================================================*
       FIND-DECLARATION.
      *================================================================*
      * The year the caller named, or - CA-YEAR-END blank - the        *
      * oldest declaration still outstanding on the policy.            *
      *================================================================*
           IF CA-YEAR-END NOT EQUAL SPACES
             MOVE CA-YEAR-END TO WS-YEAR-END
             GO TO FIND-DECLARATION-EXIT
           END-IF

           MOVE ' MIN OUTSTANDING' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MIN(YEAREND), ' ')
               INTO :WS-YEAR-END
               FROM TURNOVER_DECLARATION
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND DECLSTATUS   = 'I'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO FIND-DECLARATION-EXIT
           END-IF
           IF WS-YEAR-END EQUAL SPACES
             MOVE '94' TO CA-RETURN-CODE
           END-IF.
       FIND-DECLARATION-EXIT.
           EXIT.
      *================================================================*
       RATE-DECLARED-YEAR.
      *================================================================*
      * The risk as it stands on COMMERCIAL and COMMERCIALLOCATION,    *
      * rated once on the estimate the year was charged on and once    *
      * on the declared figure - only the turnover differs between     *
      * the two, so the difference is the turnover adjustment alone.   *
      * Unlike intake there is no keyed premium to fall back on: if    *
      * the rating engine is unavailable nothing is recorded ('91').   *
      *================================================================*
           MOVE ' SELECT COMMERCIAL' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER, M.TRADECLASS, P.BRANDCODE
               INTO :WS-CUSTOMER-NUM, :WS-TRADE-CLASS, :WS-BRAND-CODE
               FROM POLICY P, COMMERCIAL M
              WHERE P.POLICYNUMBER = :CA-POLICY-NUM
                AND M.POLICYNUMBER = P.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RATE-DECLARED-YEAR-EXIT
           END-IF

           MOVE ' SUM LOCATIONS' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(SUMINSURED), 0)
               INTO :WS-TOTAL-SUM-INSURED
               FROM COMMERCIALLOCATION
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RATE-DECLARED-YEAR-EXIT
           END-IF

           PERFORM COUNT-HOUSEHOLD-POLICIES

           MOVE CA-ESTIMATED-TURNOVER TO WS-RATE-TURNOVER
           PERFORM RATE-ON-TURNOVER THRU RATE-ON-TURNOVER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RATE-DECLARED-YEAR-EXIT
           END-IF
           MOVE RQ-RATED-PREMIUM TO WS-RATED-ESTIMATE

           MOVE CA-DECLARED-TURNOVER TO WS-RATE-TURNOVER
           PERFORM RATE-ON-TURNOVER THRU RATE-ON-TURNOVER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RATE-DECLARED-YEAR-EXIT
           END-IF
           MOVE RQ-RATED-PREMIUM TO WS-RATED-DECLARED.
       RATE-DECLARED-YEAR-EXIT.
           EXIT.
      *================================================================*
       RATE-ON-TURNOVER.
      *================================================================*
           INITIALIZE RQ-COMMAREA
           MOVE '00' TO RQ-RETURN-CODE
           MOVE '1'  TO RQ-REQUEST-TYPE
           MOVE CA-STAFF-ID TO RQ-STAFF-ID
           MOVE 'C'  TO RQ-RATE-POLICY-TYPE
           MOVE WS-BRAND-CODE        TO RQ-RATE-BRAND-CODE
           MOVE WS-TRADE-CLASS       TO RQ-RATE-RISK-CODE
           MOVE WS-TOTAL-SUM-INSURED TO RQ-RATE-VALUE-1
           MOVE WS-RATE-TURNOVER     TO RQ-RATE-VALUE-2
           MOVE ZERO TO RQ-RATE-UNITS
           IF WS-HH-POLICY-COUNT LESS THAN 100
             MOVE WS-HH-POLICY-COUNT TO RQ-RATE-HH-POLICIES
           END-IF

           EXEC CICS LINK Program(LGRAT01)
                Commarea(RQ-COMMAREA)
                LENGTH(LENGTH OF RQ-COMMAREA)
                RESP(WS-RATE-RESP)
           END-EXEC

           IF WS-RATE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR RQ-RETURN-CODE NOT EQUAL '00'
             MOVE '91' TO CA-RETURN-CODE
             MOVE ' RATING ENGINE UNAVAILABLE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RATE-ON-TURNOVER-EXIT.
           EXIT.
      *================================================================*
       COUNT-HOUSEHOLD-POLICIES.
      *================================================================*
      * The multi-policy discount input, counted the way LGCPB01       *
      * counts it; a failure rates without the discount.               *
      *================================================================*
           MOVE ZERO TO WS-HH-POLICY-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HH-POLICY-COUNT
               FROM POLICY P, CUSTOMER C1, CUSTOMER C2
              WHERE C2.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                AND C2.HOUSEHOLDID    > 0
                AND C1.HOUSEHOLDID    = C2.HOUSEHOLDID
                AND P.CUSTOMERNUMBER  = C1.CUSTOMERNUMBER
                AND P.POLICYSTATUS    = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ZERO TO WS-HH-POLICY-COUNT
           END-IF.
      *================================================================*
       RAISE-ADDITIONAL-INSTALLMENT.
      *================================================================*
      * One extra installment carries the whole additional premium     *
      * and its IPT, due in thirty days, numbered past the highest     *
      * already on the policy - the same shape as the endorsement      *
      * adjustment installment in LGMPU01.                             *
      *================================================================*
           MOVE ' MAX INSTNUM' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1
               INTO :WS-NEXT-INST-NUM
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RAISE-ADDITIONAL-INSTALLMENT-EXIT
           END-IF

           COMPUTE WS-NEW-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 30
           COMPUTE WS-NEW-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-NEW-DUE-INT)
           MOVE WS-NEW-DUE-YYYYMMDD(1:4) TO WS-NEW-DUE-DATE(1:4)
           MOVE '-'                      TO WS-NEW-DUE-DATE(5:1)
           MOVE WS-NEW-DUE-YYYYMMDD(5:2) TO WS-NEW-DUE-DATE(6:2)
           MOVE '-'                      TO WS-NEW-DUE-DATE(8:1)
           MOVE WS-NEW-DUE-YYYYMMDD(7:2) TO WS-NEW-DUE-DATE(9:2)

           MOVE ' INSERT ADJINST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PREMIUM_INSTALLMENT
                       ( POLICYNUMBER,
                         INSTALLMENTNUM,
                         DUEDATE,
                         AMOUNT,
                         IPTAMOUNT,
                         STATUS )
                VALUES ( :CA-POLICY-NUM,
                         :WS-NEXT-INST-NUM,
                         :WS-NEW-DUE-DATE,
                         :WS-ADJ-AMOUNT,
                         :WS-ADJ-IPT,
                         'D' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RAISE-ADDITIONAL-INSTALLMENT-EXIT.
           EXIT.
      *================================================================*
       READ-DECLARATION.
      *================================================================*
      * The year the caller named, or - CA-YEAR-END blank - the most   *
      * recent declaration on the policy, invited or made.             *
      *================================================================*
           IF CA-YEAR-END NOT EQUAL SPACES
             MOVE CA-YEAR-END TO WS-YEAR-END
           ELSE
             MOVE ' MAX DECLARATION' TO EM-SQLREQ
             EXEC SQL
               SELECT COALESCE(MAX(YEAREND), ' ')
                 INTO :WS-YEAR-END
                 FROM TURNOVER_DECLARATION
                WHERE POLICYNUMBER = :CA-POLICY-NUM
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-DECLARATION-EXIT
             END-IF
           END-IF

           MOVE ' SELECT DECLARE' TO EM-SQLREQ
           EXEC SQL
             SELECT YEARSTART, ESTTURNOVER, YEARPREMIUM, DECLSTATUS,
                    COALESCE(DECLAREDTURNOVER, 0),
                    COALESCE(ADJUSTMENTTYPE, ' '),
                    COALESCE(ADJUSTMENTAMOUNT, 0),
                    COALESCE(ADJUSTMENTIPT, 0),
                    COALESCE(DECLAREDBY, ' '),
                    COALESCE(DECLAREDDATE, ' ')
               INTO :CA-YEAR-START, :CA-ESTIMATED-TURNOVER,
                    :CA-YEAR-PREMIUM, :CA-DECL-STATUS,
                    :CA-DECLARED-TURNOVER, :CA-ADJUSTMENT-TYPE,
                    :CA-ADJUSTMENT-AMOUNT, :CA-ADJUSTMENT-IPT,
                    :CA-DECLARED-BY, :CA-DECLARED-DATE
               FROM TURNOVER_DECLARATION
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND YEAREND      = :WS-YEAR-END
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-YEAR-END TO CA-YEAR-END
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-DECLARATION-EXIT.
           EXIT.
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
       WRITE-POLICY-AUDIT.
      *================================================================*
      * See the note at WS-PAU-FIELDS.  A failure is logged but       *
      * never unwinds the change it records.                          *
      *================================================================*
           MOVE ' INSERT POLAUDIT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_AUDIT
                       ( POLICYNUMBER,
                         CLAIMNUMBER,
                         AUDITACTION,
                         OLDAMOUNT,
                         NEWAMOUNT,
                         CHANGEREASON,
                         STAFFID,
                         TRANSID,
                         AUDITDATE,
                         AUDITTIME )
                VALUES ( :WS-PAU-POLICY,
                         :WS-PAU-CLAIM,
                         :WS-PAU-ACTION,
                         :WS-PAU-OLD-AMOUNT,
                         :WS-PAU-NEW-AMOUNT,
                         :WS-PAU-REASON,
                         :CA-STAFF-ID,
                         :WS-TRANSID,
                         :WS-TODAY-DATE,
                         CURRENT TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       WRITE-POLICY-AUDIT-EXIT.
           EXIT.
      *================================================================*
       POST-LEDGER-ENTRY.
      *================================================================*
      * See LGLEDGER.  The latest row's ENTRYSEQ and BALANCE are       *
      * carried forward; a debit adds to what the customer owes, a     *
      * credit takes off it, a memo leaves it alone.  A failure is     *
      * logged but never unwinds the change it records.                *
      *================================================================*
           MOVE 0 TO LE-ENTRYSEQ
           MOVE 0 TO LE-BALANCE
           MOVE ' SELECT LEDGER' TO EM-SQLREQ
           EXEC SQL
             SELECT ENTRYSEQ, BALANCE
               INTO :LE-ENTRYSEQ, :LE-BALANCE
               FROM POLICY_LEDGER
              WHERE POLICYNUMBER = :LE-POLICYNUMBER
              ORDER BY ENTRYSEQ DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 0 TO LE-ENTRYSEQ
             MOVE 0 TO LE-BALANCE
           ELSE
             IF SQLCODE NOT EQUAL 0
               PERFORM WRITE-ERROR-MESSAGE
               GO TO POST-LEDGER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO LE-ENTRYSEQ
           EVALUATE TRUE
             WHEN LE-DEBIT
               ADD LE-AMOUNT TO LE-BALANCE
             WHEN LE-CREDIT
               SUBTRACT LE-AMOUNT FROM LE-BALANCE
           END-EVALUATE

           MOVE ' INSERT LEDGER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_LEDGER
                       ( POLICYNUMBER,
                         ENTRYSEQ,
                         ENTRYDATE,
                         ENTRYTYPE,
                         DEBITCREDIT,
                         AMOUNT,
                         BALANCE,
                         INSTALLMENTNUM,
                         SOURCEPGM )
                VALUES ( :LE-POLICYNUMBER,
                         :LE-ENTRYSEQ,
                         :LE-ENTRYDATE,
                         :LE-ENTRYTYPE,
                         :LE-DEBITCREDIT,
                         :LE-AMOUNT,
                         :LE-BALANCE,
                         :LE-INSTALLMENTNUM,
                         :LE-SOURCEPGM )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       POST-LEDGER-ENTRY-EXIT.
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
