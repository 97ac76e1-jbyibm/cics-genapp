      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *              Change of Policyholder Transaction                *
      *                                                                *
      *   Moves an in-force policy from one customer to another - a    *
      *  house transferred to a spouse after a divorce, a car that     *
      *  changes hands inside a family - without the cancel-and-rekey  *
      *  through LGPCN01 that threw away the NCD, the claims history   *
      *  and the certificate trail.  The POLICY row keeps its number   *
      *  and takes the new CUSTOMERNUMBER; the open                    *
      *  PREMIUM_INSTALLMENT rows go with it to be collected from the  *
      *  new payer's CUSTOMER_BANK mandate (re-armed for LGPNB01's     *
      *  advance notice, since the old payer was the one notified); a  *
      *  motor policy's certificate is voided 'TRNF' and a fresh one   *
      *  cut in the new holder's name through LGCRT01.  One            *
      *  POLICY_AUDIT row ('TRNF') records the old and new owners.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGPTR01.
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
                                        VALUE 'LGPTR01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGPTR01 '.
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
      * Certificate-register LINK area (LGCERTCA layout under local   *
      * names) for the LGCRT01 service                                *
      *----------------------------------------------------------------*
       77 LGCRT01                      PIC X(8)  VALUE 'LGCRT01'.
       01  WS-CERT-RESP                PIC S9(8) COMP VALUE +0.
       01  CT-COMMAREA.
           05 CT-RETURN-CODE           PIC X(02).
           05 CT-REQUEST-TYPE          PIC X(01).
           05 CT-COMMAREA-VERSN        PIC X(02).
           05 CT-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 CT-POLICY-NUM            PIC 9(10).
           05 CT-CERT-NUM              PIC 9(10).
           05 CT-VOID-REASON           PIC X(04).
           05 FILLER                   PIC X(06).

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
           05 WS-CA-TRANSFER-LEN       PIC S9(4) COMP VALUE +67.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * POLICY row being transferred
       01  WS-POLICY-ROW.
           05 WS-POL-POLICYTYPE        PIC X(03).
           05 WS-POL-STATUS            PIC X(01).
           05 WS-POL-CUSTOMERNUM       PIC 9(10).

      * the two parties and the new payer's mandate
       01  WS-TRANSFER-WORK.
           05 WS-CHECK-CUSTOMER        PIC 9(10).
           05 WS-CUSTOMER-STATUS       PIC X(01).
           05 WS-MANDATE-COUNT         PIC S9(05) COMP.
           05 WS-RAISED-COUNT          PIC S9(05) COMP.
           05 WS-OPEN-INST-COUNT       PIC S9(05) COMP.

      *----------------------------------------------------------------*
      * Policy audit trail - one POLICY_AUDIT row per lifecycle       *
      * change, carrying before/after money, the deciding staff id    *
      * and the change reason; the caller stages WS-PAU-FIELDS and    *
      * performs WRITE-POLICY-AUDIT.  A transfer moves no money - it  *
      * records the outgoing and incoming owners instead.             *
      *----------------------------------------------------------------*
       01  WS-PAU-FIELDS.
           05 WS-PAU-POLICY            PIC 9(10).
           05 WS-PAU-CLAIM             PIC 9(10).
           05 WS-PAU-ACTION            PIC X(04).
           05 WS-PAU-OLD-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-NEW-AMOUNT        PIC S9(09)V9(02).
           05 WS-PAU-REASON            PIC X(04).
           05 WS-PAU-OLD-CUSTOMER      PIC 9(10).
           05 WS-PAU-NEW-CUSTOMER      PIC 9(10).

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
             INCLUDE LGPTRFCA
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
                                       + WS-CA-TRANSFER-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-TRANSFER-POLICY
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-POLICY-NUM TO EM-POLNUM.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF NOT CA-TRANSFER-VALID-REASON
               OR CA-FROM-CUSTOMER EQUAL CA-TO-CUSTOMER
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REASON INVALID OR SAME CUSTOMER' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM READ-POLICY-ROW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-FROM-CUSTOMER TO WS-CHECK-CUSTOMER
           PERFORM CHECK-CUSTOMER-ACTIVE.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-TO-CUSTOMER TO WS-CHECK-CUSTOMER
           PERFORM CHECK-CUSTOMER-ACTIVE.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-NEW-PAYER-MANDATE.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-NOTHING-AT-BANK.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM TRANSFER-POLICY-ROW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CARRY-OPEN-INSTALLMENTS.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-TODAY-DATE      TO CA-TRANSFER-DATE
           MOVE WS-OPEN-INST-COUNT TO CA-INSTALLMENTS-MOVED
           MOVE ZERO               TO CA-NEW-CERT-NUM

           MOVE CA-POLICY-NUM      TO WS-PAU-POLICY
           MOVE ZERO               TO WS-PAU-CLAIM
           MOVE 'TRNF'             TO WS-PAU-ACTION
           MOVE ZERO               TO WS-PAU-OLD-AMOUNT
           MOVE ZERO               TO WS-PAU-NEW-AMOUNT
           MOVE CA-TRANSFER-REASON TO WS-PAU-REASON
           MOVE CA-FROM-CUSTOMER   TO WS-PAU-OLD-CUSTOMER
           MOVE CA-TO-CUSTOMER     TO WS-PAU-NEW-CUSTOMER
           PERFORM WRITE-POLICY-AUDIT
               THRU WRITE-POLICY-AUDIT-EXIT.

      * the certificate names the policyholder - the old one is void
      * from today and the new holder gets the next serial
           IF WS-POL-POLICYTYPE EQUAL 'MOT'
             PERFORM REISSUE-CERTIFICATE
                 THRU REISSUE-CERTIFICATE-EXIT
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
      * In force, and still owned by the customer the caller thinks    *
      * owns it.                                                       *
      *================================================================*
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE, POLICYSTATUS, CUSTOMERNUMBER
               INTO :WS-POL-POLICYTYPE,
                    :WS-POL-STATUS,
                    :WS-POL-CUSTOMERNUM
               FROM POLICY
              WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-POL-STATUS NOT EQUAL 'A'
                 MOVE '95' TO CA-RETURN-CODE
                 MOVE ' POLICY NOT IN FORCE' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               ELSE
                 IF WS-POL-CUSTOMERNUM NOT EQUAL CA-FROM-CUSTOMER
                   MOVE '93' TO CA-RETURN-CODE
                   MOVE ' FROM-CUSTOMER NOT THE OWNER' TO EM-VARIABLE
                   PERFORM WRITE-ERROR-MESSAGE
                 END-IF
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-CUSTOMER-ACTIVE.
      *================================================================*
      * WS-CHECK-CUSTOMER must be on file at CUSTOMERSTATUS 'A'.       *
      *================================================================*
           MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERSTATUS
               INTO :WS-CUSTOMER-STATUS
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CHECK-CUSTOMER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-CUSTOMER-STATUS NOT EQUAL 'A'
                 MOVE '92' TO CA-RETURN-CODE
                 MOVE ' CUSTOMER NOT ACTIVE' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             WHEN 100
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' CUSTOMER NOT FOUND' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-NEW-PAYER-MANDATE.
      *================================================================*
      * The open installments will be collected from the new owner -   *
      * an active CUSTOMER_BANK mandate (LGBKM01) has to be in place   *
      * first, or LGDDB01 would raise against blank account details.   *
      *================================================================*
           MOVE ' COUNT MANDATE' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-MANDATE-COUNT
               FROM CUSTOMER_BANK
              WHERE CUSTOMERNUMBER = :CA-TO-CUSTOMER
                AND MANDATESTATUS  = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-MANDATE-COUNT EQUAL ZERO
               MOVE '91' TO CA-RETURN-CODE
               MOVE ' NEW PAYER HAS NO ACTIVE MANDATE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       CHECK-NOTHING-AT-BANK.
      *================================================================*
      * An installment already raised ('R') is out for collection on   *
      * the old payer's account - the transfer waits until LGDRB01    *
      * has settled it either way.                                     *
      *================================================================*
           MOVE ' COUNT RAISED' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-RAISED-COUNT
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS       = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-RAISED-COUNT GREATER THAN ZERO
               MOVE '97' TO CA-RETURN-CODE
               MOVE ' INSTALLMENT OUT AT THE BANK' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       TRANSFER-POLICY-ROW.
      *================================================================*
      * The owner check is repeated in the WHERE so a transfer racing  *
      * another one finds nothing to update.                           *
      *================================================================*
           MOVE ' UPDATE POLICY T' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET CUSTOMERNUMBER = :CA-TO-CUSTOMER,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE POLICYNUMBER   = :CA-POLICY-NUM
                AND CUSTOMERNUMBER = :CA-FROM-CUSTOMER
                AND POLICYSTATUS   = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '93' TO CA-RETURN-CODE
               MOVE ' FROM-CUSTOMER NOT THE OWNER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CARRY-OPEN-INSTALLMENTS.
      *================================================================*
      * The installments hang off the policy, so they follow it; the  *
      * ones still to be collected are re-armed for LGPNB01 so the     *
      * new payer gets the advance notice before the first debit on   *
      * their account.                                                 *
      *================================================================*
           MOVE ' COUNT OPENINST' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-OPEN-INST-COUNT
               FROM PREMIUM_INSTALLMENT
              WHERE POLICYNUMBER = :CA-POLICY-NUM
                AND STATUS IN ('D', 'U', 'H')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE ' UPDATE PRENOTE' TO EM-SQLREQ
             EXEC SQL
               UPDATE PREMIUM_INSTALLMENT
                  SET PRENOTIFIED  = 'N'
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND STATUS       = 'D'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       REISSUE-CERTIFICATE.
      *================================================================*
      * Void 'TRNF' then issue - LGCRT01 treats a void with nothing    *
      * in force as a no-op.  A failure is logged but never unwinds    *
      * the transfer.                                                  *
      *================================================================*
           INITIALIZE CT-COMMAREA
           MOVE '00'          TO CT-RETURN-CODE
           MOVE '2'           TO CT-REQUEST-TYPE
           MOVE CA-STAFF-ID   TO CT-STAFF-ID
           MOVE CA-POLICY-NUM TO CT-POLICY-NUM
           MOVE 'TRNF'        TO CT-VOID-REASON
           EXEC CICS LINK Program(LGCRT01)
                Commarea(CT-COMMAREA)
                LENGTH(LENGTH OF CT-COMMAREA)
                RESP(WS-CERT-RESP)
           END-EXEC
           IF WS-CERT-RESP NOT EQUAL DFHRESP(NORMAL)
               OR CT-RETURN-CODE NOT EQUAL '00'
             MOVE ' CERTIFICATE VOID FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REISSUE-CERTIFICATE-EXIT
           END-IF

           INITIALIZE CT-COMMAREA
           MOVE '00'          TO CT-RETURN-CODE
           MOVE '1'           TO CT-REQUEST-TYPE
           MOVE CA-STAFF-ID   TO CT-STAFF-ID
           MOVE CA-POLICY-NUM TO CT-POLICY-NUM
           EXEC CICS LINK Program(LGCRT01)
                Commarea(CT-COMMAREA)
                LENGTH(LENGTH OF CT-COMMAREA)
                RESP(WS-CERT-RESP)
           END-EXEC
           IF WS-CERT-RESP NOT EQUAL DFHRESP(NORMAL)
               OR CT-RETURN-CODE NOT EQUAL '00'
             MOVE ' CERTIFICATE REISSUE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE CT-CERT-NUM TO CA-NEW-CERT-NUM
           END-IF.
       REISSUE-CERTIFICATE-EXIT.
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
                         OLDCUSTOMERNUMBER,
                         NEWCUSTOMERNUMBER,
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
                         :WS-PAU-OLD-CUSTOMER,
                         :WS-PAU-NEW-CUSTOMER,
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
