      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Claims Quality-Assurance Review Transaction          *
      *                                                                *
      *   Works the QA_REVIEW worklist LGQSB01 draws each month: a     *
      *  reviewer reads a sampled claim back and records a quality     *
      *  score and any leakage found against it.  A review is          *
      *  recorded once - a row already scored keeps its first score,   *
      *  the stance LGURV01 takes on referrals - and never by the      *
      *  handler who decided the claim.  Reviewer authority is the     *
      *  EMPLOYEE AUTH_LEVEL check at senior level.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGQAR01.
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
                                        VALUE 'LGQAR01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGQAR01 '.
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
      * Staff entitlement check - senior reviewer authority            *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 4.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-QA-REVIEW-LEN      PIC S9(4) COMP VALUE +115.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * QA_REVIEW row under review
       01  WS-REVIEW-ROW.
           05 WS-QR-HANDLER            PIC X(05).
           05 WS-QR-CLAIM-TYPE         PIC X(04).
           05 WS-QR-SAMPLE-VALUE       PIC 9(09)V9(02).
           05 WS-QR-STATUS             PIC X(01).
           05 WS-QR-SCORE              PIC 9(03).
           05 WS-QR-LEAKAGE-TYPE       PIC X(01).
           05 WS-QR-LEAKAGE-AMOUNT     PIC 9(07)V9(02).
           05 WS-QR-NOTES              PIC X(40).
           05 WS-QR-REVIEWED-BY        PIC X(05).
           05 WS-QR-REVIEW-DATE        PIC X(10).

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
             INCLUDE LGQARVCA
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
                                       + WS-CA-QA-REVIEW-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CLAIM-NUM TO EM-CLMNUM.

           IF NOT CA-REQ-READ-REVIEW
             PERFORM CHECK-STAFF-ENTITLEMENT
                 THRU CHECK-STAFF-ENTITLEMENT-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-REVIEW
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM READ-REVIEW-ROW THRU READ-REVIEW-ROW-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-RECORD-REVIEW
               PERFORM RECORD-REVIEW THRU RECORD-REVIEW-EXIT
             WHEN CA-REQ-READ-REVIEW
               CONTINUE
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
       READ-REVIEW-ROW.
      *================================================================*
      * A claim settled, reopened and settled again can be drawn in    *
      * two months - with no month given, its latest draw is the one.  *
      *================================================================*
           IF CA-SAMPLE-PERIOD EQUAL SPACES
             MOVE ' SELECT QA MONTH' TO EM-SQLREQ
             EXEC SQL
               SELECT COALESCE(MAX(SAMPLEPERIOD), '      ')
                 INTO :CA-SAMPLE-PERIOD
                 FROM QA_REVIEW
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-REVIEW-ROW-EXIT
             END-IF
           END-IF

           MOVE ' SELECT QAREVIEW' TO EM-SQLREQ
           EXEC SQL
             SELECT HANDLERID, CLAIMTYPE, SAMPLEVALUE, REVIEWSTATUS,
                    QASCORE, LEAKAGETYPE, LEAKAGEAMOUNT, REVIEWNOTES,
                    REVIEWEDBY, REVIEWDATE
               INTO :WS-QR-HANDLER, :WS-QR-CLAIM-TYPE,
                    :WS-QR-SAMPLE-VALUE, :WS-QR-STATUS,
                    :WS-QR-SCORE, :WS-QR-LEAKAGE-TYPE,
                    :WS-QR-LEAKAGE-AMOUNT, :WS-QR-NOTES,
                    :WS-QR-REVIEWED-BY, :WS-QR-REVIEW-DATE
               FROM QA_REVIEW
              WHERE CLAIMNUMBER  = :CA-CLAIM-NUM
                AND SAMPLEPERIOD = :CA-SAMPLE-PERIOD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-QR-HANDLER      TO CA-HANDLER-ID
               MOVE WS-QR-CLAIM-TYPE   TO CA-CLAIM-TYPE
               MOVE WS-QR-SAMPLE-VALUE TO CA-SAMPLE-VALUE
               MOVE WS-QR-STATUS       TO CA-REVIEW-STATUS
               MOVE WS-QR-REVIEWED-BY  TO CA-REVIEWED-BY
               MOVE WS-QR-REVIEW-DATE  TO CA-REVIEW-DATE
               IF CA-REQ-READ-REVIEW
                 MOVE WS-QR-SCORE          TO CA-QA-SCORE
                 MOVE WS-QR-LEAKAGE-TYPE   TO CA-LEAKAGE-TYPE
                 MOVE WS-QR-LEAKAGE-AMOUNT TO CA-LEAKAGE-AMOUNT
                 MOVE WS-QR-NOTES          TO CA-REVIEW-NOTES
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-REVIEW-ROW-EXIT.
           EXIT.
      *================================================================*
       RECORD-REVIEW.
      *================================================================*
      * One score per sampled claim, and never the handler's own.  A   *
      * leakage type other than none needs the amount lost; none       *
      * needs it to be zero, so the quarterly totals cannot be         *
      * inflated by a stray figure.                                    *
      *================================================================*
           IF WS-QR-STATUS NOT EQUAL 'P'
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' REVIEW ALREADY RECORDED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-REVIEW-EXIT
           END-IF

           IF CA-STAFF-ID EQUAL WS-QR-HANDLER
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' REVIEWER DECIDED THE CLAIM' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-REVIEW-EXIT
           END-IF

           IF CA-QA-SCORE IS NOT NUMERIC
               OR CA-QA-SCORE GREATER THAN 100
               OR NOT CA-VALID-LEAKAGE-TYPE
               OR CA-LEAKAGE-AMOUNT IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' INVALID SCORE OR LEAKAGE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-REVIEW-EXIT
           END-IF

           IF (CA-LEAKAGE-NONE AND CA-LEAKAGE-AMOUNT NOT EQUAL ZERO)
               OR (NOT CA-LEAKAGE-NONE
                   AND CA-LEAKAGE-AMOUNT EQUAL ZERO)
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' LEAKAGE TYPE AND AMOUNT DISAGREE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-REVIEW-EXIT
           END-IF

           MOVE ' UPDATE QAREVIEW' TO EM-SQLREQ
           EXEC SQL
             UPDATE QA_REVIEW
                SET REVIEWSTATUS  = 'C',
                    QASCORE       = :CA-QA-SCORE,
                    LEAKAGETYPE   = :CA-LEAKAGE-TYPE,
                    LEAKAGEAMOUNT = :CA-LEAKAGE-AMOUNT,
                    REVIEWNOTES   = :CA-REVIEW-NOTES,
                    REVIEWEDBY    = :CA-STAFF-ID,
                    REVIEWDATE    = :WS-TODAY-DATE
              WHERE CLAIMNUMBER  = :CA-CLAIM-NUM
                AND SAMPLEPERIOD = :CA-SAMPLE-PERIOD
                AND REVIEWSTATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'C'           TO CA-REVIEW-STATUS
               MOVE CA-STAFF-ID   TO CA-REVIEWED-BY
               MOVE WS-TODAY-DATE TO CA-REVIEW-DATE
      * scored by another reviewer since the read above
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RECORD-REVIEW-EXIT.
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
