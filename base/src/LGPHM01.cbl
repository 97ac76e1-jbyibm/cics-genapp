      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *         Payment Holiday / Hardship Forbearance Transaction     *
      *                                                                *
      *   A customer in hardship who asked to defer two or three       *
      *  monthly payments used to be left to go unpaid - straight      *
      *  into LGARB01's dunning and, a month later, a lapse.  This     *
      *  transaction grants an agreed payment holiday on a policy: a   *
      *  start month, a number of months and a reason.  The            *
      *  installments inside the holiday are deferred ('H'), the       *
      *  collection, pre-notification and arrears sweeps all stand     *
      *  aside from the PAYMENT_HOLIDAY window, and the deferred       *
      *  money is recovered either spread over the rest of the         *
      *  schedule or as one extra installment at the end of it.        *
      *  LGPHB01 reports the book on forbearance each month.  The      *
      *  grant is on the POLICY_AUDIT trail under action 'PHOL'.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGPHM01.
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
                                        VALUE 'LGPHM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGPHM01 '.
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
           05 WS-CA-HOLIDAY-LEN        PIC S9(4) COMP VALUE +66.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Holiday limits - the longest break one grant may give.  A      *
      * longer hardship is a second grant after a review, not one      *
      * open-ended deferral.                                           *
      *----------------------------------------------------------------*
       77  WS-MAX-HOLIDAY-MONTHS       PIC S9(03) COMP VALUE 3.

       01  WS-POLICY-STATUS            PIC X(01) VALUE SPACES.

       01  WS-HOLIDAY-WORK.
           05 WS-CURRENT-MONTH         PIC X(06).
           05 WS-START-MONTH-N         PIC 9(06).
           05 WS-START-MONTH-R REDEFINES WS-START-MONTH-N.
               10 WS-START-CCYY        PIC 9(04).
               10 WS-START-MM          PIC 9(02).
           05 WS-END-MONTH-N           PIC 9(06).
           05 WS-END-MONTH-R REDEFINES WS-END-MONTH-N.
               10 WS-END-CCYY          PIC 9(04).
               10 WS-END-MM            PIC 9(02).
           05 WS-END-MONTH             PIC X(06).
           05 WS-MONTH-SUM             PIC S9(03) COMP.
           05 WS-OVERLAP-COUNT         PIC S9(05) COMP.
           05 WS-RAISED-COUNT          PIC S9(05) COMP.
           05 WS-DEFERRED-COUNT        PIC S9(05) COMP.
           05 WS-DEFERRED-AMOUNT       PIC S9(07)V9(02).
           05 WS-DEFERRED-IPT          PIC S9(07)V9(02).
           05 WS-REMAINING-COUNT       PIC S9(05) COMP.
           05 WS-SHARE-AMOUNT          PIC S9(07)V9(02).
           05 WS-SHARE-IPT             PIC S9(07)V9(02).
           05 WS-REMAINDER-AMOUNT      PIC S9(07)V9(02).
           05 WS-REMAINDER-IPT         PIC S9(07)V9(02).
           05 WS-LAST-INST-NUM         PIC S9(05) COMP.
           05 WS-NEXT-INST-NUM         PIC S9(05) COMP.
           05 WS-LAST-DUE-DATE         PIC X(10).
           05 WS-LAST-DUE-YYYYMMDD     PIC 9(08).
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
             INCLUDE LGPHOLCA
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
                                       + WS-CA-HOLIDAY-LEN.
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
           IF NOT CA-REQ-READ-HOLIDAY
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-GRANT-HOLIDAY
               PERFORM GRANT-HOLIDAY THRU GRANT-HOLIDAY-EXIT
             WHEN CA-REQ-READ-HOLIDAY
               PERFORM READ-HOLIDAY
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
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-CURRENT-MONTH.
      *================================================================*
       VALIDATE-HOLIDAY-REQUEST.
      *================================================================*
      * A real month no earlier than this one, one to                 *
      * WS-MAX-HOLIDAY-MONTHS months, a reason from the list and a     *
      * recovery method.  The holiday's last month is worked out here  *
      * (CCYYMM arithmetic, rolling the year).                         *
      *================================================================*
           IF CA-START-MONTH IS NOT NUMERIC
               OR CA-START-MONTH(5:2) < '01'
               OR CA-START-MONTH(5:2) > '12'
               OR CA-START-MONTH < WS-CURRENT-MONTH
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' START MONTH INVALID OR PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-HOLIDAY-REQUEST-EXIT
           END-IF
           IF CA-HOLIDAY-MONTHS IS NOT NUMERIC
               OR CA-HOLIDAY-MONTHS < 1
               OR CA-HOLIDAY-MONTHS > WS-MAX-HOLIDAY-MONTHS
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY MONTHS OUT OF RANGE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-HOLIDAY-REQUEST-EXIT
           END-IF
           IF NOT CA-REASON-VALID
               OR NOT (CA-RECOVER-SPREAD OR CA-RECOVER-END-OF-TERM)
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REASON OR RECOVERY INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-HOLIDAY-REQUEST-EXIT
           END-IF

           MOVE CA-START-MONTH TO WS-START-MONTH-N
           MOVE WS-START-CCYY  TO WS-END-CCYY
           COMPUTE WS-MONTH-SUM = WS-START-MM + CA-HOLIDAY-MONTHS - 1
           IF WS-MONTH-SUM > 12
             SUBTRACT 12 FROM WS-MONTH-SUM
             ADD 1 TO WS-END-CCYY
           END-IF
           MOVE WS-MONTH-SUM   TO WS-END-MM
           MOVE WS-END-MONTH-N TO WS-END-MONTH.
       VALIDATE-HOLIDAY-REQUEST-EXIT.
           EXIT.
      *================================================================*
       GRANT-HOLIDAY.
      *================================================================*
      * In order: the policy is in force; no agreed holiday already    *
      * overlaps; no installment in the window is out at the bank     *
      * ('R' - LGDRB01 must be left to settle it); then the window's  *
      * installments are deferred, the money recovered by the chosen  *
      * method, and the PAYMENT_HOLIDAY row recorded.  Any failure    *
      * after the first update rolls the whole grant back.             *
      *================================================================*
           PERFORM VALIDATE-HOLIDAY-REQUEST
               THRU VALIDATE-HOLIDAY-REQUEST-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYSTATUS
               INTO :WS-POLICY-STATUS
               FROM POLICY
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO GRANT-HOLIDAY-EXIT
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO GRANT-HOLIDAY-EXIT
             WHEN WS-POLICY-STATUS NOT EQUAL 'A'
               MOVE '93' TO CA-RETURN-CODE
               MOVE ' POLICY NOT IN FORCE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO GRANT-HOLIDAY-EXIT
           END-EVALUATE

           MOVE ' COUNT OVERLAP' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-OVERLAP-COUNT
               FROM PAYMENT_HOLIDAY
              WHERE POLICYNUMBER  = :CA-POLICY-NUM
                AND HOLIDAYSTATUS = 'A'
                AND STARTMONTH   <= :WS-END-MONTH
                AND ENDMONTH     >= :CA-START-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF
           IF WS-OVERLAP-COUNT GREATER THAN ZERO
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' HOLIDAY ALREADY AGREED IN WINDOW' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           MOVE ' COUNT RAISED' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-RAISED-COUNT
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS       = 'R'
                AND SUBSTR(DUEDATE, 1, 4) ||
                    SUBSTR(DUEDATE, 6, 2)
                    BETWEEN :CA-START-MONTH AND :WS-END-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF
           IF WS-RAISED-COUNT GREATER THAN ZERO
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' INSTALLMENT IN WINDOW ALREADY RAISED'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

      * what the holiday defers - to be collected or unpaid in the
      * window
           MOVE ' SUM DEFERRED' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(AMOUNT), 0),
                    COALESCE(SUM(IPTAMOUNT), 0)
               INTO :WS-DEFERRED-COUNT,
                    :WS-DEFERRED-AMOUNT,
                    :WS-DEFERRED-IPT
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS IN ('D', 'U')
                AND SUBSTR(DUEDATE, 1, 4) ||
                    SUBSTR(DUEDATE, 6, 2)
                    BETWEEN :CA-START-MONTH AND :WS-END-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF
           IF WS-DEFERRED-COUNT EQUAL ZERO
             MOVE '92' TO CA-RETURN-CODE
             MOVE ' NO INSTALLMENT DUE IN WINDOW' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           MOVE ' DEFER INSTALLS' TO EM-SQLREQ
           EXEC SQL
             UPDATE PREMIUM_INSTALLMENT
                SET STATUS = 'H'
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS IN ('D', 'U')
                AND SUBSTR(DUEDATE, 1, 4) ||
                    SUBSTR(DUEDATE, 6, 2)
                    BETWEEN :CA-START-MONTH AND :WS-END-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           IF CA-RECOVER-SPREAD
             PERFORM SPREAD-DEFERRED THRU SPREAD-DEFERRED-EXIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND CA-RECOVER-END-OF-TERM
             PERFORM RAISE-END-OF-TERM THRU RAISE-END-OF-TERM-EXIT
           END-IF
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           MOVE ' INSERT PHOLIDAY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYMENT_HOLIDAY
                       ( POLICYNUMBER,
                         STARTMONTH,
                         ENDMONTH,
                         HOLIDAYMONTHS,
                         REASONCODE,
                         RECOVERYMETHOD,
                         DEFERREDCOUNT,
                         DEFERREDAMOUNT,
                         GRANTEDBY,
                         GRANTEDDATE,
                         HOLIDAYSTATUS )
                VALUES ( :CA-POLICY-NUM,
                         :CA-START-MONTH,
                         :WS-END-MONTH,
                         :CA-HOLIDAY-MONTHS,
                         :CA-HOLIDAY-REASON,
                         :CA-RECOVERY-METHOD,
                         :WS-DEFERRED-COUNT,
                         :WS-DEFERRED-AMOUNT,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         'A' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO GRANT-HOLIDAY-EXIT
           END-IF

           MOVE WS-END-MONTH       TO CA-END-MONTH
           MOVE WS-DEFERRED-COUNT  TO CA-INSTALLMENTS-DEFERRED
           MOVE WS-DEFERRED-AMOUNT TO CA-DEFERRED-AMOUNT
           MOVE CA-STAFF-ID        TO CA-GRANTED-BY
           MOVE WS-TODAY-DATE      TO CA-GRANTED-DATE

           MOVE CA-POLICY-NUM      TO WS-PAU-POLICY
           MOVE 0                  TO WS-PAU-CLAIM
           MOVE 'PHOL'             TO WS-PAU-ACTION
           MOVE 0                  TO WS-PAU-OLD-AMOUNT
           MOVE WS-DEFERRED-AMOUNT TO WS-PAU-NEW-AMOUNT
           MOVE CA-HOLIDAY-REASON  TO WS-PAU-REASON
           PERFORM WRITE-POLICY-AUDIT THRU WRITE-POLICY-AUDIT-EXIT.
       GRANT-HOLIDAY-EXIT.
           EXIT.
      *================================================================*
       SPREAD-DEFERRED.
      *================================================================*
      * The deferred premium (and its IPT) shared evenly over every    *
      * installment still to be collected after the holiday, any odd  *
      * pence landing on the last one.  With nothing left after the    *
      * holiday there is nothing to spread over, and the money goes    *
      * on the end of the schedule instead.                            *
      *================================================================*
           MOVE ' COUNT REMAINING' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*), COALESCE(MAX(INSTALLMENTNUM), 0)
               INTO :WS-REMAINING-COUNT, :WS-LAST-INST-NUM
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS       = 'D'
                AND SUBSTR(DUEDATE, 1, 4) ||
                    SUBSTR(DUEDATE, 6, 2) > :WS-END-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SPREAD-DEFERRED-EXIT
           END-IF
           IF WS-REMAINING-COUNT EQUAL ZERO
             MOVE 'E' TO CA-RECOVERY-METHOD
             GO TO SPREAD-DEFERRED-EXIT
           END-IF

           DIVIDE WS-DEFERRED-AMOUNT BY WS-REMAINING-COUNT
               GIVING WS-SHARE-AMOUNT
           DIVIDE WS-DEFERRED-IPT BY WS-REMAINING-COUNT
               GIVING WS-SHARE-IPT
           COMPUTE WS-REMAINDER-AMOUNT = WS-DEFERRED-AMOUNT
                                - WS-SHARE-AMOUNT * WS-REMAINING-COUNT
           COMPUTE WS-REMAINDER-IPT = WS-DEFERRED-IPT
                                - WS-SHARE-IPT * WS-REMAINING-COUNT

           MOVE ' SPREAD DEFERRED' TO EM-SQLREQ
           EXEC SQL
             UPDATE PREMIUM_INSTALLMENT
                SET AMOUNT    = AMOUNT    + :WS-SHARE-AMOUNT,
                    IPTAMOUNT = IPTAMOUNT + :WS-SHARE-IPT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS       = 'D'
                AND SUBSTR(DUEDATE, 1, 4) ||
                    SUBSTR(DUEDATE, 6, 2) > :WS-END-MONTH
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SPREAD-DEFERRED-EXIT
           END-IF

           MOVE ' SPREAD PENCE' TO EM-SQLREQ
           EXEC SQL
             UPDATE PREMIUM_INSTALLMENT
                SET AMOUNT    = AMOUNT    + :WS-REMAINDER-AMOUNT,
                    IPTAMOUNT = IPTAMOUNT + :WS-REMAINDER-IPT
              WHERE POLICYNUMBER   = :CA-POLICY-NUM
                AND INSTALLMENTNUM = :WS-LAST-INST-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       SPREAD-DEFERRED-EXIT.
           EXIT.
      *================================================================*
       RAISE-END-OF-TERM.
      *================================================================*
      * One extra installment carrying the whole deferred premium,     *
      * due thirty days after the last installment on the schedule    *
      * and numbered past the highest already on the policy - the    *
      * same shape the endorsement adjustment installment takes in    *
      * LGHPU01.                                                       *
      *================================================================*
           MOVE ' MAX INSTNUM' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(INSTALLMENTNUM), 0) + 1,
                    MAX(DUEDATE)
               INTO :WS-NEXT-INST-NUM,
                    :WS-LAST-DUE-DATE
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RAISE-END-OF-TERM-EXIT
           END-IF

           MOVE WS-LAST-DUE-DATE(1:4) TO WS-LAST-DUE-YYYYMMDD(1:4)
           MOVE WS-LAST-DUE-DATE(6:2) TO WS-LAST-DUE-YYYYMMDD(5:2)
           MOVE WS-LAST-DUE-DATE(9:2) TO WS-LAST-DUE-YYYYMMDD(7:2)
           COMPUTE WS-NEW-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DUE-YYYYMMDD) + 30
           COMPUTE WS-NEW-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-NEW-DUE-INT)
           MOVE WS-NEW-DUE-YYYYMMDD(1:4) TO WS-NEW-DUE-DATE(1:4)
           MOVE '-'                      TO WS-NEW-DUE-DATE(5:1)
           MOVE WS-NEW-DUE-YYYYMMDD(5:2) TO WS-NEW-DUE-DATE(6:2)
           MOVE '-'                      TO WS-NEW-DUE-DATE(8:1)
           MOVE WS-NEW-DUE-YYYYMMDD(7:2) TO WS-NEW-DUE-DATE(9:2)

           MOVE ' INSERT EOTINST' TO EM-SQLREQ
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
                         :WS-DEFERRED-AMOUNT,
                         :WS-DEFERRED-IPT,
                         'D' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RAISE-END-OF-TERM-EXIT.
           EXIT.
      *================================================================*
       READ-HOLIDAY.
      *================================================================*
      * The most recent agreed holiday on the policy.                  *
      *================================================================*
           MOVE ' SELECT PHOLIDAY' TO EM-SQLREQ
           EXEC SQL
             SELECT STARTMONTH, ENDMONTH, HOLIDAYMONTHS, REASONCODE,
                    RECOVERYMETHOD, DEFERREDCOUNT, DEFERREDAMOUNT,
                    GRANTEDBY, GRANTEDDATE
               INTO :CA-START-MONTH, :CA-END-MONTH,
                    :CA-HOLIDAY-MONTHS, :CA-HOLIDAY-REASON,
                    :CA-RECOVERY-METHOD, :CA-INSTALLMENTS-DEFERRED,
                    :CA-DEFERRED-AMOUNT, :CA-GRANTED-BY,
                    :CA-GRANTED-DATE
               FROM PAYMENT_HOLIDAY
              WHERE POLICYNUMBER  = :CA-POLICY-NUM
                AND HOLIDAYSTATUS = 'A'
                AND STARTMONTH    =
                    ( SELECT MAX(STARTMONTH)
                        FROM PAYMENT_HOLIDAY
                       WHERE POLICYNUMBER  = :CA-POLICY-NUM
                         AND HOLIDAYSTATUS = 'A' )
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
