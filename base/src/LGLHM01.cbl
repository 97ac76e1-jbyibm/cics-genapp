      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Legal Hold Maintenance Transaction                  *
      *                                                                *
      *   Owns the LEGAL_HOLD register.  When a claim goes to          *
      *  litigation or a regulator opens an investigation, the         *
      *  records behind it must survive the retention purge, the       *
      *  archive, the dormancy sweep and erasure until the matter is   *
      *  closed.  A hold is placed here on a customer, a policy or a   *
      *  claim - live or already archived - with its reason, the       *
      *  signed-on officer as the authoriser and a release date.  The  *
      *  key is resolved to its customer and policy as the hold is     *
      *  placed, so the sweeps (LGLHOLD) need read only this table.    *
      *  The release date is a review date, not an expiry: the hold    *
      *  stands until it is released here, and LGLHB01 lists those     *
      *  falling due each quarter.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGLHM01.
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
                                        VALUE 'LGLHM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGLHM01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' HOLD='.
             15 EM-HOLDID              PIC 9(09) VALUE ZERO.
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
      * transactions carry; the officer who passes it is recorded as   *
      * the hold's authoriser                                          *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-HOLD-LEN           PIC S9(4) COMP VALUE +165.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Highest hold number on the register, and the new one
       01  WS-MAX-HOLDID               PIC S9(9) COMP VALUE 0.

      * The key resolved to its customer and policy
       01  WS-RESOLVE-WORK.
           05 WS-RES-CUSTOMERNUMBER    PIC 9(10).
           05 WS-RES-POLICYNUMBER      PIC 9(10).
           05 WS-RES-CLAIMNUMBER       PIC 9(10).

      * Hold state read ahead of a change or release
       01  WS-CUR-STATUS               PIC X(01).

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
             INCLUDE LGLHMCA
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
                                       + WS-CA-HOLD-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-HOLD-ID TO EM-HOLDID.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-HOLD
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-PLACE-HOLD
               PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
             WHEN CA-REQ-READ-HOLD
               PERFORM READ-HOLD
             WHEN CA-REQ-CHANGE-RELEASE
               PERFORM CHANGE-RELEASE-DATE
                   THRU CHANGE-RELEASE-DATE-EXIT
             WHEN CA-REQ-RELEASE-HOLD
               PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
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
       PLACE-HOLD.
      *================================================================*
      * A known reason with its text, a release date no earlier than   *
      * today, and a key that resolves to a customer - live or         *
      * archived.  The hold number is the next one on the register.    *
      *================================================================*
           IF CA-HOLD-REASON NOT EQUAL 'LITG'
              AND CA-HOLD-REASON NOT EQUAL 'REGU'
              AND CA-HOLD-REASON NOT EQUAL 'OTHR'
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLD REASON NOT LITG/REGU/OTHR' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PLACE-HOLD-EXIT
           END-IF

           IF CA-HOLD-REASON-TEXT EQUAL SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' NO HOLD REASON TEXT GIVEN' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PLACE-HOLD-EXIT
           END-IF

           IF CA-RELEASE-DATE LESS THAN WS-TODAY-DATE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' RELEASE DATE IN THE PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PLACE-HOLD-EXIT
           END-IF

           PERFORM RESOLVE-HOLD-KEY THRU RESOLVE-HOLD-KEY-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO PLACE-HOLD-EXIT
           END-IF

           MOVE ' SELECT MAX HOLD' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(HOLDID), 0)
               INTO :WS-MAX-HOLDID
               FROM LEGAL_HOLD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PLACE-HOLD-EXIT
           END-IF
           ADD 1 TO WS-MAX-HOLDID
           MOVE WS-MAX-HOLDID TO CA-HOLD-ID
           MOVE CA-HOLD-ID    TO EM-HOLDID

           MOVE ' INSERT HOLD' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO LEGAL_HOLD
                       ( HOLDID,
                         HOLDTYPE,
                         HOLDKEY,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         REASONCODE,
                         REASONTEXT,
                         AUTHORISEDBY,
                         PLACEDDATE,
                         RELEASEDATE,
                         HOLDSTATUS )
                VALUES ( :WS-MAX-HOLDID,
                         :CA-HOLD-TYPE,
                         :CA-HOLD-KEY,
                         :WS-RES-CUSTOMERNUMBER,
                         :WS-RES-POLICYNUMBER,
                         :CA-HOLD-REASON,
                         :CA-HOLD-REASON-TEXT,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         :CA-RELEASE-DATE,
                         'A' )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-RES-CUSTOMERNUMBER TO CA-HOLD-CUSTOMER-NUM
               MOVE WS-RES-POLICYNUMBER   TO CA-HOLD-POLICY-NUM
               MOVE 'A'                   TO CA-HOLD-STATUS
               MOVE CA-STAFF-ID           TO CA-AUTHORISED-BY
               MOVE WS-TODAY-DATE         TO CA-PLACED-DATE
               MOVE SPACES                TO CA-RELEASED-BY
               MOVE SPACES                TO CA-RELEASED-DATE
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' HOLD PLACED CONCURRENTLY' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       PLACE-HOLD-EXIT.
           EXIT.
      *================================================================*
       RESOLVE-HOLD-KEY.
      *================================================================*
      * A claim resolves to its policy, a policy to its customer - on  *
      * the live tables first, then the archive, since a matter can    *
      * open long after LGAVB01 has moved the records.                 *
      *================================================================*
           MOVE ZERO TO WS-RES-CUSTOMERNUMBER
           MOVE ZERO TO WS-RES-POLICYNUMBER
           EVALUATE TRUE
             WHEN CA-HOLD-ON-CUSTOMER
               MOVE CA-HOLD-KEY TO WS-RES-CUSTOMERNUMBER
               MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
               EXEC SQL
                 SELECT CUSTOMERNUMBER
                   INTO :WS-RES-CUSTOMERNUMBER
                   FROM CUSTOMER
                  WHERE CUSTOMERNUMBER = :WS-RES-CUSTOMERNUMBER
               END-EXEC
               GO TO RESOLVE-HOLD-KEY-CHECK
             WHEN CA-HOLD-ON-POLICY
               MOVE CA-HOLD-KEY TO WS-RES-POLICYNUMBER
             WHEN CA-HOLD-ON-CLAIM
               MOVE CA-HOLD-KEY TO WS-RES-CLAIMNUMBER
               MOVE ' SELECT CLAIM' TO EM-SQLREQ
               EXEC SQL
                 SELECT POLICYNUMBER
                   INTO :WS-RES-POLICYNUMBER
                   FROM CLAIM
                  WHERE CLAIMNUMBER = :WS-RES-CLAIMNUMBER
               END-EXEC
               IF SQLCODE EQUAL 100
                 MOVE ' SELECT CLMARCH' TO EM-SQLREQ
                 EXEC SQL
                   SELECT POLICYNUMBER
                     INTO :WS-RES-POLICYNUMBER
                     FROM CLAIM_ARCH
                    WHERE CLAIMNUMBER = :WS-RES-CLAIMNUMBER
                 END-EXEC
               END-IF
               IF SQLCODE NOT EQUAL 0
                 GO TO RESOLVE-HOLD-KEY-CHECK
               END-IF
             WHEN OTHER
               MOVE '96' TO CA-RETURN-CODE
               MOVE ' HOLD TYPE NOT C/P/L' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RESOLVE-HOLD-KEY-EXIT
           END-EVALUATE

           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :WS-RES-CUSTOMERNUMBER
               FROM POLICY
              WHERE POLICYNUMBER = :WS-RES-POLICYNUMBER
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE ' SELECT POLARCH' TO EM-SQLREQ
             EXEC SQL
               SELECT CUSTOMERNUMBER
                 INTO :WS-RES-CUSTOMERNUMBER
                 FROM POLICY_ARCH
                WHERE POLICYNUMBER = :WS-RES-POLICYNUMBER
             END-EXEC
           END-IF.
       RESOLVE-HOLD-KEY-CHECK.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RESOLVE-HOLD-KEY-EXIT.
           EXIT.
      *================================================================*
       READ-HOLD.
      *================================================================*
           MOVE ' SELECT HOLD' TO EM-SQLREQ
           EXEC SQL
             SELECT HOLDTYPE, HOLDKEY, REASONCODE, REASONTEXT,
                    RELEASEDATE, CUSTOMERNUMBER, POLICYNUMBER,
                    HOLDSTATUS, AUTHORISEDBY, PLACEDDATE,
                    COALESCE(RELEASEDBY, ' '),
                    COALESCE(RELEASEDDATE, ' ')
               INTO :CA-HOLD-TYPE, :CA-HOLD-KEY,
                    :CA-HOLD-REASON, :CA-HOLD-REASON-TEXT,
                    :CA-RELEASE-DATE, :CA-HOLD-CUSTOMER-NUM,
                    :CA-HOLD-POLICY-NUM, :CA-HOLD-STATUS,
                    :CA-AUTHORISED-BY, :CA-PLACED-DATE,
                    :CA-RELEASED-BY, :CA-RELEASED-DATE
               FROM LEGAL_HOLD
              WHERE HOLDID = :CA-HOLD-ID
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
       CHANGE-RELEASE-DATE.
      *================================================================*
      * Move an active hold's review date - later as the matter runs   *
      * on, or sooner, but never into the past.                        *
      *================================================================*
           IF CA-RELEASE-DATE LESS THAN WS-TODAY-DATE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' RELEASE DATE IN THE PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHANGE-RELEASE-DATE-EXIT
           END-IF

           PERFORM CHECK-HOLD-ACTIVE THRU CHECK-HOLD-ACTIVE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO CHANGE-RELEASE-DATE-EXIT
           END-IF

           MOVE ' UPDATE RELDATE' TO EM-SQLREQ
           EXEC SQL
             UPDATE LEGAL_HOLD
                SET RELEASEDATE = :CA-RELEASE-DATE
              WHERE HOLDID      = :CA-HOLD-ID
                AND HOLDSTATUS  = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM READ-HOLD
           END-IF.
       CHANGE-RELEASE-DATE-EXIT.
           EXIT.
      *================================================================*
       RELEASE-HOLD.
      *================================================================*
      * The matter is closed: the hold stays on the register as        *
      * released, with who released it and when, and the sweeps take   *
      * the records again on their next run.                           *
      *================================================================*
           PERFORM CHECK-HOLD-ACTIVE THRU CHECK-HOLD-ACTIVE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RELEASE-HOLD-EXIT
           END-IF

           MOVE ' RELEASE HOLD' TO EM-SQLREQ
           EXEC SQL
             UPDATE LEGAL_HOLD
                SET HOLDSTATUS   = 'R',
                    RELEASEDBY   = :CA-STAFF-ID,
                    RELEASEDDATE = :WS-TODAY-DATE
              WHERE HOLDID       = :CA-HOLD-ID
                AND HOLDSTATUS   = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM READ-HOLD
           END-IF.
       RELEASE-HOLD-EXIT.
           EXIT.
      *================================================================*
       CHECK-HOLD-ACTIVE.
      *================================================================*
           MOVE ' SELECT HOLD' TO EM-SQLREQ
           EXEC SQL
             SELECT HOLDSTATUS
               INTO :WS-CUR-STATUS
               FROM LEGAL_HOLD
              WHERE HOLDID = :CA-HOLD-ID
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO CHECK-HOLD-ACTIVE-EXIT
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-HOLD-ACTIVE-EXIT
             WHEN WS-CUR-STATUS NOT EQUAL 'A'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' HOLD ALREADY RELEASED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-HOLD-ACTIVE-EXIT.
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
