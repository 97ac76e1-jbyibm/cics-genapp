      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *      Third-Party Claimant and Periodic Payment Transaction     *
      *                                                                *
      *   A motor injury claim can end in a court order to pay the     *
      *  injured claimant an index-linked sum every year for life.     *
      *  Until this transaction the only party a claim knew was our    *
      *  own customer, and nothing could schedule a payment decades    *
      *  ahead.  Maintains the CLAIM_THIRD_PARTY claimant record       *
      *  against a claim, the PERIODIC_PAYMENT schedule behind a       *
      *  periodic payment order (frequency, instalment, index basis,   *
      *  next due date) and the PPO_INDEX values the orders are        *
      *  linked to.  LGPPB01 raises the due instalments for LGPYB01    *
      *  to pay, applies the annual indexation and lists the           *
      *  liability for the actuaries.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGPPO01.
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
                                        VALUE 'LGPPO01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGPPO01 '.
      * keyed by claim number - tagged CLM#= so LGEQM01's CNUM= parse
      * does not file it in ERRORLOG.CUSTOMERNUM
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CLM#='.
             15 EM-CLMNUM              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - the same gate the other staff        *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-PPO-LEN            PIC S9(4) COMP VALUE +203.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Next claimant number on the claim - CLAIM_THIRD_PARTY rows are
      * never deleted, so count-plus-one is a safe key
       01  WS-NEXT-CLAIMANT-NUM        PIC S9(5) COMP VALUE 0.

      * A claimant carries one order - a second is an amendment
       01  WS-SCHEDULE-COUNT           PIC S9(5) COMP VALUE 0.

      * The claimant and schedule as they stand, read ahead of a
      * schedule set-up, amendment or status change
       01  WS-CURR-CLAIMANT-STATUS     PIC X(01) VALUE SPACES.
       01  WS-CURR-PPO-STATUS          PIC X(01) VALUE SPACES.
       01  WS-CLAIM-STATUS             PIC X(01) VALUE SPACES.

      * First uplift falls a year after the first instalment unless
      * the order says otherwise
       01  WS-ANNIVERSARY-WORK.
           05 WS-ANNIV-YEAR            PIC 9(04).

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
             INCLUDE LGPPOMCA
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
                                       + WS-CA-PPO-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CLAIM-NUM TO EM-CLMNUM.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-CLAIMANT
               AND NOT CA-REQ-READ-SCHEDULE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-CLAIMANT
               PERFORM ADD-CLAIMANT THRU ADD-CLAIMANT-EXIT
             WHEN CA-REQ-AMEND-CLAIMANT
               PERFORM AMEND-CLAIMANT THRU AMEND-CLAIMANT-EXIT
             WHEN CA-REQ-READ-CLAIMANT
               PERFORM READ-CLAIMANT
             WHEN CA-REQ-SETUP-SCHEDULE
               PERFORM SETUP-SCHEDULE THRU SETUP-SCHEDULE-EXIT
             WHEN CA-REQ-AMEND-SCHEDULE
               PERFORM AMEND-SCHEDULE THRU AMEND-SCHEDULE-EXIT
             WHEN CA-REQ-CHANGE-SCHED-STATUS
               PERFORM CHANGE-SCHEDULE-STATUS
                   THRU CHANGE-SCHEDULE-STATUS-EXIT
             WHEN CA-REQ-READ-SCHEDULE
               PERFORM READ-SCHEDULE
             WHEN CA-REQ-RECORD-INDEX
               PERFORM RECORD-INDEX THRU RECORD-INDEX-EXIT
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
       VALIDATE-CLAIMANT.
      *================================================================*
      * A name, a date of birth (the valuation cannot age a claimant   *
      * without one) and bank details in the shape LGBNKPAY carries,   *
      * or the instalments cannot be paid.                             *
      *================================================================*
           IF CA-CLAIMANT-NAME IS EQUAL TO SPACES
               OR CA-DATE-OF-BIRTH(1:4) IS NOT NUMERIC
               OR CA-TP-SORT-CODE IS NOT NUMERIC
               OR CA-TP-SORT-CODE EQUAL '000000'
               OR CA-TP-ACCOUNT IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' CLAIMANT DETAILS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-CLAIMANT-EXIT
           END-IF
           IF CA-DATE-OF-BIRTH NOT LESS THAN WS-TODAY-DATE
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' DATE OF BIRTH NOT IN THE PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-CLAIMANT-EXIT.
           EXIT.
      *================================================================*
       ADD-CLAIMANT.
      *================================================================*
      * A third party claiming against the policy on an existing       *
      * claim, numbered in order on the claim.                         *
      *================================================================*
           PERFORM VALIDATE-CLAIMANT THRU VALIDATE-CLAIMANT-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-CLAIMANT-EXIT
           END-IF

           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS
               INTO :WS-CLAIM-STATUS
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO ADD-CLAIMANT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-CLAIMANT-EXIT
           END-EVALUATE

           MOVE ' COUNT CLAIMANT' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-CLAIMANT-NUM
               FROM CLAIM_THIRD_PARTY
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-CLAIMANT-EXIT
           END-IF

           MOVE ' INSERT CLAIMANT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM_THIRD_PARTY
                       ( CLAIMNUMBER,
                         CLAIMANTNUM,
                         CLAIMANTNAME,
                         DATEOFBIRTH,
                         HOUSENAME,
                         HOUSENUMBER,
                         POSTCODE,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         CLAIMANTSTATUS,
                         LASTCHANGED )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-NEXT-CLAIMANT-NUM,
                         :CA-CLAIMANT-NAME,
                         :CA-DATE-OF-BIRTH,
                         :CA-HOUSE-NAME,
                         :CA-HOUSE-NUMBER,
                         :CA-POSTCODE,
                         :CA-TP-SORT-CODE,
                         :CA-TP-ACCOUNT,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-NEXT-CLAIMANT-NUM TO CA-CLAIMANT-NUM
             MOVE 'A' TO CA-CLAIMANT-STATUS
           END-IF.
       ADD-CLAIMANT-EXIT.
           EXIT.
      *================================================================*
       AMEND-CLAIMANT.
      *================================================================*
      * A change of address or bank details takes effect for the next  *
      * LGPYB01 run.  Any instalment the bank returned, which LGPRB01  *
      * held at 'H' along with the schedule, is released back to 'N'   *
      * to go out again to the new account and the schedule resumes.   *
      * A death recorded here ends the claimant's schedule - the       *
      * order pays for life and no further.                            *
      *================================================================*
           PERFORM VALIDATE-CLAIMANT THRU VALIDATE-CLAIMANT-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-CLAIMANT-EXIT
           END-IF
           IF NOT CA-VALID-CLAIMANT-STATUS
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' CLAIMANT STATUS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-CLAIMANT-EXIT
           END-IF

           MOVE ' UPDATE CLAIMANT' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_THIRD_PARTY
                SET CLAIMANTNAME   = :CA-CLAIMANT-NAME,
                    DATEOFBIRTH    = :CA-DATE-OF-BIRTH,
                    HOUSENAME      = :CA-HOUSE-NAME,
                    HOUSENUMBER    = :CA-HOUSE-NUMBER,
                    POSTCODE       = :CA-POSTCODE,
                    SORTCODE       = :CA-TP-SORT-CODE,
                    ACCOUNTNUMBER  = :CA-TP-ACCOUNT,
                    CLAIMANTSTATUS = :CA-CLAIMANT-STATUS,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO AMEND-CLAIMANT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO AMEND-CLAIMANT-EXIT
           END-EVALUATE

           IF CA-CLAIMANT-DECEASED
             MOVE ' END PPO' TO EM-SQLREQ
             EXEC SQL
               UPDATE PERIODIC_PAYMENT
                  SET PPOSTATUS   = 'E',
                      ENDDATE     = :WS-TODAY-DATE,
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                  AND CLAIMANTNUM = :CA-CLAIMANT-NUM
                  AND PPOSTATUS  <> 'E'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO AMEND-CLAIMANT-EXIT
           END-IF

           MOVE ' RELEASE PPOPAY' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_PAYMENT
                SET PAYMENTEXTRACTED = 'N'
              WHERE CLAIMNUMBER      = :CA-CLAIM-NUM
                AND CLAIMANTNUM      = :CA-CLAIMANT-NUM
                AND PAYMENTTYPE      = 'P'
                AND PAYMENTEXTRACTED = 'H'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-CLAIMANT-EXIT
           END-IF

           MOVE ' RELEASE PPO' TO EM-SQLREQ
           EXEC SQL
             UPDATE PERIODIC_PAYMENT
                SET PPOSTATUS   = 'A',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
                AND PPOSTATUS   = 'H'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       AMEND-CLAIMANT-EXIT.
           EXIT.
      *================================================================*
       READ-CLAIMANT.
      *================================================================*
           MOVE ' SELECT CLAIMANT' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMANTNAME, DATEOFBIRTH, HOUSENAME,
                    HOUSENUMBER, POSTCODE, SORTCODE,
                    ACCOUNTNUMBER, CLAIMANTSTATUS
               INTO :CA-CLAIMANT-NAME, :CA-DATE-OF-BIRTH,
                    :CA-HOUSE-NAME, :CA-HOUSE-NUMBER,
                    :CA-POSTCODE, :CA-TP-SORT-CODE,
                    :CA-TP-ACCOUNT, :CA-CLAIMANT-STATUS
               FROM CLAIM_THIRD_PARTY
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
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
       VALIDATE-SCHEDULE.
      *================================================================*
      * A recognised frequency and index basis and an instalment.  An  *
      * index-linked order needs the index value the instalment was    *
      * set at, or the first uplift has nothing to measure from.  A    *
      * term order cannot end before it starts.                        *
      *================================================================*
           IF NOT CA-VALID-FREQUENCY
               OR NOT CA-VALID-INDEX-BASIS
               OR CA-INSTALMENT-AMOUNT IS NOT NUMERIC
               OR CA-INSTALMENT-AMOUNT EQUAL ZERO
               OR CA-INDEX-BASE-VALUE IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' SCHEDULE DETAILS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF NOT CA-INDEX-NONE
               AND CA-INDEX-BASE-VALUE EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' INDEX BASE VALUE REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF CA-START-DATE(1:4) IS NOT NUMERIC
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' START DATE INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF CA-END-DATE NOT EQUAL SPACES
               AND CA-END-DATE NOT GREATER THAN CA-START-DATE
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' END DATE NOT AFTER START' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       SET-NEXT-INDEX-DATE.
      *================================================================*
      * No uplift on a fixed order; otherwise the first falls on the   *
      * first anniversary of the start unless the order names a date.  *
      * A 29 February start uplifts on 28 February.                    *
      *================================================================*
           IF CA-INDEX-NONE
             MOVE SPACES TO CA-NEXT-INDEX-DATE
             GO TO SET-NEXT-INDEX-DATE-EXIT
           END-IF
           IF CA-NEXT-INDEX-DATE NOT EQUAL SPACES
             GO TO SET-NEXT-INDEX-DATE-EXIT
           END-IF
           MOVE CA-START-DATE        TO CA-NEXT-INDEX-DATE
           MOVE CA-START-DATE(1:4)   TO WS-ANNIV-YEAR
           ADD 1                     TO WS-ANNIV-YEAR
           MOVE WS-ANNIV-YEAR        TO CA-NEXT-INDEX-DATE(1:4)
           IF CA-NEXT-INDEX-DATE(6:5) EQUAL '02-29'
             MOVE '28' TO CA-NEXT-INDEX-DATE(9:2)
           END-IF.
       SET-NEXT-INDEX-DATE-EXIT.
           EXIT.
      *================================================================*
       READ-CLAIMANT-STATE.
      *================================================================*
      * The claimant must be on the claim and alive.                   *
      *================================================================*
           MOVE ' SELECT TPSTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMANTSTATUS
               INTO :WS-CURR-CLAIMANT-STATUS
               FROM CLAIM_THIRD_PARTY
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-CURR-CLAIMANT-STATUS NOT EQUAL 'A'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' CLAIMANT DECEASED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-CLAIMANT-STATE-EXIT.
           EXIT.
      *================================================================*
       READ-SCHEDULE-STATE.
      *================================================================*
      * The claimant's schedule as it stands - '94' where there is     *
      * none.                                                          *
      *================================================================*
           MOVE ' SELECT PPOSTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT PPOSTATUS
               INTO :WS-CURR-PPO-STATUS
               FROM PERIODIC_PAYMENT
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
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
       READ-SCHEDULE-STATE-EXIT.
           EXIT.
      *================================================================*
       SETUP-SCHEDULE.
      *================================================================*
      * The order as made: one schedule per claimant, active from the  *
      * first instalment date, which is also the first due date.  An   *
      * order backdated to a judgment already past has its arrears     *
      * raised by LGPPB01's first run.                                 *
      *================================================================*
           PERFORM VALIDATE-SCHEDULE THRU VALIDATE-SCHEDULE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO SETUP-SCHEDULE-EXIT
           END-IF

           PERFORM READ-CLAIMANT-STATE THRU READ-CLAIMANT-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO SETUP-SCHEDULE-EXIT
           END-IF

           MOVE ' COUNT PPO' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SCHEDULE-COUNT
               FROM PERIODIC_PAYMENT
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SETUP-SCHEDULE-EXIT
           END-IF
           IF WS-SCHEDULE-COUNT GREATER THAN ZERO
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' SCHEDULE ALREADY ON FILE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SETUP-SCHEDULE-EXIT
           END-IF

           PERFORM SET-NEXT-INDEX-DATE THRU SET-NEXT-INDEX-DATE-EXIT

           MOVE ' INSERT PPO' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PERIODIC_PAYMENT
                       ( CLAIMNUMBER,
                         CLAIMANTNUM,
                         FREQUENCY,
                         INSTALMENTAMOUNT,
                         INDEXBASIS,
                         INDEXBASEVALUE,
                         NEXTINDEXDATE,
                         STARTDATE,
                         NEXTDUEDATE,
                         ENDDATE,
                         PPOSTATUS,
                         TOTALPAID,
                         SETUPBY,
                         LASTCHANGED )
                VALUES ( :CA-CLAIM-NUM,
                         :CA-CLAIMANT-NUM,
                         :CA-FREQUENCY,
                         :CA-INSTALMENT-AMOUNT,
                         :CA-INDEX-BASIS,
                         :CA-INDEX-BASE-VALUE,
                         :CA-NEXT-INDEX-DATE,
                         :CA-START-DATE,
                         :CA-START-DATE,
                         :CA-END-DATE,
                         'A',
                         0,
                         :CA-STAFF-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM READ-SCHEDULE
           END-IF.
       SETUP-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       AMEND-SCHEDULE.
      *================================================================*
      * A variation of the order - amount, frequency, index terms or   *
      * end date.  The next due date and the running total are the     *
      * batch's to move and are left alone.  An ended schedule is      *
      * closed.                                                        *
      *================================================================*
           PERFORM VALIDATE-SCHEDULE THRU VALIDATE-SCHEDULE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-SCHEDULE-EXIT
           END-IF

           PERFORM READ-SCHEDULE-STATE THRU READ-SCHEDULE-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-SCHEDULE-EXIT
           END-IF
           IF WS-CURR-PPO-STATUS EQUAL 'E'
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' SCHEDULE ENDED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-SCHEDULE-EXIT
           END-IF

           PERFORM SET-NEXT-INDEX-DATE THRU SET-NEXT-INDEX-DATE-EXIT

           MOVE ' UPDATE PPO' TO EM-SQLREQ
           EXEC SQL
             UPDATE PERIODIC_PAYMENT
                SET FREQUENCY        = :CA-FREQUENCY,
                    INSTALMENTAMOUNT = :CA-INSTALMENT-AMOUNT,
                    INDEXBASIS       = :CA-INDEX-BASIS,
                    INDEXBASEVALUE   = :CA-INDEX-BASE-VALUE,
                    NEXTINDEXDATE    = :CA-NEXT-INDEX-DATE,
                    ENDDATE          = :CA-END-DATE,
                    LASTCHANGED      = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
                AND PPOSTATUS  <> 'E'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM READ-SCHEDULE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       CHANGE-SCHEDULE-STATUS.
      *================================================================*
      * Suspend an active schedule (claimant untraced, order under     *
      * appeal), resume a suspended or held one, or end any that is    *
      * still open.  Ended is final.  A resumed schedule catches up    *
      * the instalments missed while it was stopped on the next        *
      * LGPPB01 run.                                                   *
      *================================================================*
           PERFORM READ-SCHEDULE-STATE THRU READ-SCHEDULE-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO CHANGE-SCHEDULE-STATUS-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-CURR-PPO-STATUS EQUAL 'E'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' SCHEDULE ENDED' TO EM-VARIABLE
             WHEN CA-PPO-SUSPENDED AND WS-CURR-PPO-STATUS EQUAL 'A'
               CONTINUE
             WHEN CA-PPO-ACTIVE AND WS-CURR-PPO-STATUS EQUAL 'S'
               CONTINUE
             WHEN CA-PPO-ACTIVE AND WS-CURR-PPO-STATUS EQUAL 'H'
               CONTINUE
             WHEN CA-PPO-ENDED
               CONTINUE
             WHEN OTHER
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' STATUS CHANGE NOT ALLOWED' TO EM-VARIABLE
           END-EVALUATE
           IF CA-RETURN-CODE NOT EQUAL '00'
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHANGE-SCHEDULE-STATUS-EXIT
           END-IF

      * an end keyed here closes the order today unless an earlier
      * term end is already on it
           MOVE ' STATUS PPO' TO EM-SQLREQ
           EXEC SQL
             UPDATE PERIODIC_PAYMENT
                SET PPOSTATUS   = :CA-PPO-STATUS,
                    ENDDATE     = CASE
                                    WHEN :CA-PPO-STATUS = 'E'
                                     AND (ENDDATE = ' '
                                      OR ENDDATE > :WS-TODAY-DATE)
                                    THEN :WS-TODAY-DATE
                                    ELSE ENDDATE
                                  END,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND CLAIMANTNUM = :CA-CLAIMANT-NUM
                AND PPOSTATUS   = :WS-CURR-PPO-STATUS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM READ-SCHEDULE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHANGE-SCHEDULE-STATUS-EXIT.
           EXIT.
      *================================================================*
       READ-SCHEDULE.
      *================================================================*
      * The schedule with its claimant's name and status.              *
      *================================================================*
           MOVE ' SELECT PPO' TO EM-SQLREQ
           EXEC SQL
             SELECT T.CLAIMANTNAME, T.CLAIMANTSTATUS,
                    P.FREQUENCY, P.INSTALMENTAMOUNT, P.INDEXBASIS,
                    P.INDEXBASEVALUE, P.NEXTINDEXDATE, P.STARTDATE,
                    P.NEXTDUEDATE, P.ENDDATE, P.PPOSTATUS,
                    P.TOTALPAID, P.SETUPBY
               INTO :CA-CLAIMANT-NAME, :CA-CLAIMANT-STATUS,
                    :CA-FREQUENCY, :CA-INSTALMENT-AMOUNT,
                    :CA-INDEX-BASIS, :CA-INDEX-BASE-VALUE,
                    :CA-NEXT-INDEX-DATE, :CA-START-DATE,
                    :CA-NEXT-DUE-DATE, :CA-END-DATE,
                    :CA-PPO-STATUS, :CA-TOTAL-PAID, :CA-SETUP-BY
               FROM PERIODIC_PAYMENT P, CLAIM_THIRD_PARTY T
              WHERE P.CLAIMNUMBER = T.CLAIMNUMBER
                AND P.CLAIMANTNUM = T.CLAIMANTNUM
                AND P.CLAIMNUMBER = :CA-CLAIM-NUM
                AND P.CLAIMANTNUM = :CA-CLAIMANT-NUM
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
       RECORD-INDEX.
      *================================================================*
      * One published value per index per month, as LGPPB01 applies    *
      * it at each schedule's anniversary.  A revised figure replaces  *
      * the one on file.                                               *
      *================================================================*
           IF NOT CA-VALID-INDEX-BASIS
               OR CA-INDEX-NONE
               OR CA-INDEX-PERIOD IS NOT NUMERIC
               OR CA-INDEX-PERIOD(5:2) LESS THAN '01'
               OR CA-INDEX-PERIOD(5:2) GREATER THAN '12'
               OR CA-INDEX-VALUE IS NOT NUMERIC
               OR CA-INDEX-VALUE EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' INDEX VALUE INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-INDEX-EXIT
           END-IF

           MOVE ' UPDATE INDEX' TO EM-SQLREQ
           EXEC SQL
             UPDATE PPO_INDEX
                SET INDEXVALUE  = :CA-INDEX-VALUE,
                    RECORDEDBY  = :CA-STAFF-ID,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE INDEXBASIS  = :CA-INDEX-BASIS
                AND INDEXPERIOD = :CA-INDEX-PERIOD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               GO TO RECORD-INDEX-EXIT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-INDEX-EXIT
           END-EVALUATE

           MOVE ' INSERT INDEX' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PPO_INDEX
                       ( INDEXBASIS,
                         INDEXPERIOD,
                         INDEXVALUE,
                         RECORDEDBY,
                         LASTCHANGED )
                VALUES ( :CA-INDEX-BASIS,
                         :CA-INDEX-PERIOD,
                         :CA-INDEX-VALUE,
                         :CA-STAFF-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RECORD-INDEX-EXIT.
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
