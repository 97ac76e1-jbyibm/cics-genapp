      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Commercial Co-insurance Schedule Transaction         *
      *                                                                *
      *   Large commercial risks are often written jointly with other  *
      *  insurers, each taking a percentage share, one of them acting  *
      *  as lead.  CESSION only records what we pass outward to        *
      *  reinsurers, so until now there was nowhere to say that we     *
      *  hold 40% of a risk another insurer leads.  This transaction   *
      *  maintains the co-insurance schedule on COINSURANCE_SHARE:     *
      *  a replace request deletes the policy's schedule and inserts   *
      *  the participants supplied, after checking the shares total    *
      *  100% with exactly one lead and exactly one line marked as     *
      *  ours; a read request returns the schedule.  LGPWB01, LGLRB01  *
      *  and LGEXB01 report at 100% and at our share from it, and      *
      *  LGCOB01 sends the monthly statement to each following         *
      *  co-insurer on the policies we lead.  A change is on the       *
      *  POLICY_AUDIT trail under action 'COIN', old and new amounts   *
      *  carrying our share percentage.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGCOI01.
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
                                        VALUE 'LGCOI01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGCOI01 '.
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
           05 WS-CA-COINSURANCE-LEN    PIC S9(4) COMP VALUE +477.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Schedule checks - every participant named with a share above   *
      * zero, the shares adding to exactly 100.00, one lead and one    *
      * line of our own.  Each participant is moved to the WS-CS-      *
      * fields before it reaches SQL, so no host variable is           *
      * subscripted.                                                   *
      *----------------------------------------------------------------*
       77  WS-MAX-PARTICIPANTS         PIC S9(4) COMP VALUE +10.
       77  WS-COIN-SUB                 PIC S9(4) COMP VALUE +0.
       01  WS-SCHEDULE-WORK.
           05 WS-SHARE-TOTAL           PIC 9(05)V9(02).
           05 WS-LEAD-COUNT            PIC S9(4) COMP.
           05 WS-OURS-COUNT            PIC S9(4) COMP.
           05 WS-BAD-PARTICIPANT-SW    PIC X(01).
               88 WS-BAD-PARTICIPANT         VALUE 'Y'.
           05 WS-OLD-SHARE-PCT         PIC 9(03)V9(02).
           05 WS-NEW-SHARE-PCT         PIC 9(03)V9(02).
           05 WS-POL-POLICYTYPE        PIC X(03).
           05 WS-POL-STATUS            PIC X(01).

       01  WS-SHARE-ROW.
           05 WS-CS-POLICYNUMBER       PIC 9(10).
           05 WS-CS-PARTICIPANTSEQ     PIC S9(4) COMP.
           05 WS-CS-INSURERCODE        PIC X(08).
           05 WS-CS-INSURERNAME        PIC X(30).
           05 WS-CS-SHAREPCT           PIC 9(03)V9(02).
           05 WS-CS-LEADFLAG           PIC X(01).
           05 WS-CS-OURLINE            PIC X(01).

       01  WS-SWITCHES.
           05 WS-SHARE-EOJ-SW          PIC X      VALUE 'N'.
               88 WS-SHARE-EOJ               VALUE 'Y'.

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

           EXEC SQL
               DECLARE CSCURSOR CURSOR FOR
                   SELECT INSURERCODE, INSURERNAME, SHAREPCT,
                          LEADFLAG, OURLINE
                     FROM COINSURANCE_SHARE
                    WHERE POLICYNUMBER = :WS-CS-POLICYNUMBER
                    ORDER BY PARTICIPANTSEQ
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGCOINCA
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
                                       + WS-CA-COINSURANCE-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-POLICY-NUM TO EM-POLNUM WS-CS-POLICYNUMBER.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-SCHEDULE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-REPLACE-SCHEDULE
               PERFORM REPLACE-SCHEDULE
                   THRU REPLACE-SCHEDULE-EXIT
             WHEN CA-REQ-READ-SCHEDULE
               PERFORM READ-SCHEDULE
                   THRU READ-SCHEDULE-EXIT
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
       REPLACE-SCHEDULE.
      *================================================================*
      * In order: the policy is an in-force commercial one; the        *
      * schedule supplied passes every check; then the old schedule    *
      * is deleted and the new one inserted as one unit of work - a    *
      * failure part-way rolls the whole replacement back.  A zero     *
      * count just deletes, leaving the policy ours at 100%.           *
      *================================================================*
           PERFORM CHECK-POLICY-COMMERCIAL
               THRU CHECK-POLICY-COMMERCIAL-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REPLACE-SCHEDULE-EXIT
           END-IF

           PERFORM VALIDATE-SCHEDULE THRU VALIDATE-SCHEDULE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REPLACE-SCHEDULE-EXIT
           END-IF

           MOVE ' SELECT OURSHARE' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(SHAREPCT), 100)
               INTO :WS-OLD-SHARE-PCT
               FROM COINSURANCE_SHARE
              WHERE POLICYNUMBER = :WS-CS-POLICYNUMBER
                AND OURLINE      = 'Y'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REPLACE-SCHEDULE-EXIT
           END-IF

           MOVE ' DELETE SCHEDULE' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM COINSURANCE_SHARE
              WHERE POLICYNUMBER = :WS-CS-POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REPLACE-SCHEDULE-EXIT
           END-IF

           PERFORM INSERT-PARTICIPANT THRU INSERT-PARTICIPANT-EXIT
               VARYING WS-COIN-SUB FROM 1 BY 1
               UNTIL WS-COIN-SUB IS GREATER THAN CA-COIN-COUNT
                  OR CA-RETURN-CODE NOT EQUAL '00'
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO REPLACE-SCHEDULE-EXIT
           END-IF

           MOVE WS-NEW-SHARE-PCT   TO CA-OUR-SHARE-PCT

           MOVE CA-POLICY-NUM      TO WS-PAU-POLICY
           MOVE 0                  TO WS-PAU-CLAIM
           MOVE 'COIN'             TO WS-PAU-ACTION
           MOVE WS-OLD-SHARE-PCT   TO WS-PAU-OLD-AMOUNT
           MOVE WS-NEW-SHARE-PCT   TO WS-PAU-NEW-AMOUNT
           IF CA-COIN-COUNT EQUAL ZERO
             MOVE 'CLRS'           TO WS-PAU-REASON
           ELSE
             MOVE 'SCHD'           TO WS-PAU-REASON
           END-IF
           PERFORM WRITE-POLICY-AUDIT THRU WRITE-POLICY-AUDIT-EXIT.
       REPLACE-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       CHECK-POLICY-COMMERCIAL.
      *================================================================*
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE, POLICYSTATUS
               INTO :WS-POL-POLICYTYPE,
                    :WS-POL-STATUS
               FROM POLICY
              WHERE POLICYNUMBER = :WS-CS-POLICYNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-POL-POLICYTYPE NOT EQUAL 'COM'
                   OR WS-POL-STATUS NOT EQUAL 'A'
                 MOVE '95' TO CA-RETURN-CODE
                 MOVE ' NOT AN IN-FORCE COMMERCIAL POLICY'
                   TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-POLICY-COMMERCIAL-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-SCHEDULE.
      *================================================================*
      * See the note at WS-SCHEDULE-WORK.  Nothing is written until    *
      * the whole schedule has passed.                                 *
      *================================================================*
           MOVE 100 TO WS-NEW-SHARE-PCT
           IF CA-COIN-COUNT IS NOT NUMERIC
               OR CA-COIN-COUNT IS GREATER THAN WS-MAX-PARTICIPANTS
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PARTICIPANT COUNT INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF CA-COIN-COUNT EQUAL ZERO
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF

           MOVE ZERO TO WS-SHARE-TOTAL
           MOVE ZERO TO WS-LEAD-COUNT
           MOVE ZERO TO WS-OURS-COUNT
           MOVE 'N'  TO WS-BAD-PARTICIPANT-SW
           PERFORM CHECK-PARTICIPANT
               VARYING WS-COIN-SUB FROM 1 BY 1
               UNTIL WS-COIN-SUB IS GREATER THAN CA-COIN-COUNT

           IF WS-BAD-PARTICIPANT
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PARTICIPANT DATA INCOMPLETE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF WS-SHARE-TOTAL NOT EQUAL 100
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' SHARES DO NOT TOTAL 100' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SCHEDULE-EXIT
           END-IF
           IF WS-LEAD-COUNT NOT EQUAL 1
               OR WS-OURS-COUNT NOT EQUAL 1
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' NEED ONE LEAD AND ONE OUR LINE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       CHECK-PARTICIPANT.
      *================================================================*
           IF CA-COIN-INSURER-CODE(WS-COIN-SUB) EQUAL SPACES
               OR CA-COIN-SHARE-PCT(WS-COIN-SUB) IS NOT NUMERIC
               OR (CA-COIN-LEAD-FLAG(WS-COIN-SUB) NOT EQUAL 'Y'
                   AND CA-COIN-LEAD-FLAG(WS-COIN-SUB) NOT EQUAL 'N')
               OR (CA-COIN-OUR-LINE(WS-COIN-SUB) NOT EQUAL 'Y'
                   AND CA-COIN-OUR-LINE(WS-COIN-SUB) NOT EQUAL 'N')
             MOVE 'Y' TO WS-BAD-PARTICIPANT-SW
           ELSE
             IF CA-COIN-SHARE-PCT(WS-COIN-SUB) EQUAL ZERO
               MOVE 'Y' TO WS-BAD-PARTICIPANT-SW
             END-IF
             ADD CA-COIN-SHARE-PCT(WS-COIN-SUB) TO WS-SHARE-TOTAL
             IF CA-COIN-LEADS(WS-COIN-SUB)
               ADD 1 TO WS-LEAD-COUNT
             END-IF
             IF CA-COIN-IS-OURS(WS-COIN-SUB)
               ADD 1 TO WS-OURS-COUNT
               MOVE CA-COIN-SHARE-PCT(WS-COIN-SUB) TO WS-NEW-SHARE-PCT
             END-IF
           END-IF.
      *================================================================*
       INSERT-PARTICIPANT.
      *================================================================*
           MOVE WS-COIN-SUB                      TO WS-CS-PARTICIPANTSEQ
           MOVE CA-COIN-INSURER-CODE(WS-COIN-SUB) TO WS-CS-INSURERCODE
           MOVE CA-COIN-INSURER-NAME(WS-COIN-SUB) TO WS-CS-INSURERNAME
           MOVE CA-COIN-SHARE-PCT(WS-COIN-SUB)    TO WS-CS-SHAREPCT
           MOVE CA-COIN-LEAD-FLAG(WS-COIN-SUB)    TO WS-CS-LEADFLAG
           MOVE CA-COIN-OUR-LINE(WS-COIN-SUB)     TO WS-CS-OURLINE

           MOVE ' INSERT SHARE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO COINSURANCE_SHARE
                       ( POLICYNUMBER,
                         PARTICIPANTSEQ,
                         INSURERCODE,
                         INSURERNAME,
                         SHAREPCT,
                         LEADFLAG,
                         OURLINE )
                VALUES ( :WS-CS-POLICYNUMBER,
                         :WS-CS-PARTICIPANTSEQ,
                         :WS-CS-INSURERCODE,
                         :WS-CS-INSURERNAME,
                         :WS-CS-SHAREPCT,
                         :WS-CS-LEADFLAG,
                         :WS-CS-OURLINE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       INSERT-PARTICIPANT-EXIT.
           EXIT.
      *================================================================*
       READ-SCHEDULE.
      *================================================================*
      * The schedule in participant order.  No rows is not an error:   *
      * the count comes back zero and our share 100%.                  *
      *================================================================*
           MOVE ZERO TO CA-COIN-COUNT
           MOVE 100  TO CA-OUR-SHARE-PCT
           MOVE ZERO TO WS-COIN-SUB
           MOVE 'N'  TO WS-SHARE-EOJ-SW

           MOVE ' OPEN CSCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN CSCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO READ-SCHEDULE-EXIT
           END-IF

           PERFORM FETCH-SHARE-ROW THRU FETCH-SHARE-ROW-EXIT
               UNTIL WS-SHARE-EOJ

           EXEC SQL
               CLOSE CSCURSOR
           END-EXEC.
       READ-SCHEDULE-EXIT.
           EXIT.
      *================================================================*
       FETCH-SHARE-ROW.
      *================================================================*
           EXEC SQL
               FETCH CSCURSOR
                 INTO :WS-CS-INSURERCODE,
                      :WS-CS-INSURERNAME,
                      :WS-CS-SHAREPCT,
                      :WS-CS-LEADFLAG,
                      :WS-CS-OURLINE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-SHARE-EOJ-SW
             GO TO FETCH-SHARE-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH CSCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-SHARE-EOJ-SW
             GO TO FETCH-SHARE-ROW-EXIT
           END-IF

           IF WS-COIN-SUB NOT LESS THAN WS-MAX-PARTICIPANTS
             MOVE 'Y' TO WS-SHARE-EOJ-SW
             GO TO FETCH-SHARE-ROW-EXIT
           END-IF

           ADD 1 TO WS-COIN-SUB
           MOVE WS-CS-INSURERCODE TO CA-COIN-INSURER-CODE(WS-COIN-SUB)
           MOVE WS-CS-INSURERNAME TO CA-COIN-INSURER-NAME(WS-COIN-SUB)
           MOVE WS-CS-SHAREPCT    TO CA-COIN-SHARE-PCT(WS-COIN-SUB)
           MOVE WS-CS-LEADFLAG    TO CA-COIN-LEAD-FLAG(WS-COIN-SUB)
           MOVE WS-CS-OURLINE     TO CA-COIN-OUR-LINE(WS-COIN-SUB)
           IF WS-CS-OURLINE EQUAL 'Y'
             MOVE WS-CS-SHAREPCT  TO CA-OUR-SHARE-PCT
           END-IF
           MOVE WS-COIN-SUB       TO CA-COIN-COUNT.
       FETCH-SHARE-ROW-EXIT.
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
