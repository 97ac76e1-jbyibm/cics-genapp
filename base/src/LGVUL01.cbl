      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *          Vulnerable Customer Register Transaction              *
      *                                                                *
      *   Records, amends, closes and reads the VULNERABLE_CUSTOMER    *
      *  flag on a customer - bereavement, serious illness, reduced    *
      *  capacity, financial difficulty or a major life event - with  *
      *  the date it must be reviewed by and the CA-STAFF-ID who       *
      *  recorded it.  The regulator expects a vulnerable customer to  *
      *  be treated differently, and until this register the arrears  *
      *  sweep would dun and lapse a recently bereaved policyholder    *
      *  exactly as it would anyone else.  While the flag is active    *
      *  LGARB01 sends the customer to a handler instead, LGC3601      *
      *  shows the warning and LGCLB01 files their claims priority.    *
      *  One active flag per customer; every change writes a           *
      *  CUSTOMER_AUDIT row under action 'VUL'.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGVUL01.
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
                                        VALUE 'LGVUL01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGVUL01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CNUM='.
             15 EM-CUSNUM              PIC X(10)  VALUE SPACES.
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
           05 WS-CA-VULN-LEN           PIC S9(4) COMP VALUE +50.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Existence probes - the customer, and an active flag already
      * on file for them
       01  WS-CUST-STATUS              PIC X(01) VALUE SPACES.
       01  WS-ACTIVE-FLAG-COUNT        PIC S9(05) COMP VALUE 0.

      * Audit fields, same shape WRITE-AUDIT-RECORD in lgacdb01.cbl
      * uses
       01  WS-AUDIT-FIELDS.
           05 WS-AUDIT-ACTION          PIC X(03) VALUE 'VUL'.
           05 WS-AUDIT-NCS             PIC X(02) VALUE SPACES.
           05 WS-AUDIT-DATE            PIC X(08) VALUE SPACES.
           05 WS-AUDIT-TIME            PIC X(06) VALUE SPACES.
      * the same date carried sortable (YYYY-MM-DD) - AUDITDATE's
      * MMDDYYYY cannot be range-scanned
           05 WS-AUDIT-DATE-ISO        PIC X(10) VALUE SPACES.

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
             INCLUDE LGVULNCA
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
                                       + WS-CA-VULN-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-FLAG
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-RECORD-FLAG
               PERFORM RECORD-FLAG THRU RECORD-FLAG-EXIT
             WHEN CA-REQ-AMEND-FLAG
               PERFORM AMEND-FLAG THRU AMEND-FLAG-EXIT
             WHEN CA-REQ-CLOSE-FLAG
               PERFORM CLOSE-FLAG THRU CLOSE-FLAG-EXIT
             WHEN CA-REQ-READ-FLAG
               PERFORM READ-FLAG
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
       VALIDATE-FLAG-DETAILS.
      *================================================================*
      * Category must be one of the register's own codes, and the     *
      * review date is required and may not already be past - a flag *
      * nobody is due to look at again is a flag nobody looks at.     *
      *================================================================*
           IF NOT CA-VULN-VALID-CATEGORY
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' INVALID VULNERABILITY CATEGORY' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-FLAG-DETAILS-EXIT
           END-IF
           IF CA-REVIEW-DATE IS EQUAL TO SPACES
               OR CA-REVIEW-DATE LESS THAN WS-TODAY-DATE
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' REVIEW DATE MISSING OR PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-FLAG-DETAILS-EXIT.
           EXIT.
      *================================================================*
       COUNT-ACTIVE-FLAGS.
      *================================================================*
           MOVE ' COUNT VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ACTIVE-FLAG-COUNT
               FROM VULNERABLE_CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND FLAGSTATUS     = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       RECORD-FLAG.
      *================================================================*
      * A new flag on a customer who exists and has no active flag    *
      * already - a second concern is recorded by amending the        *
      * category on the one flag, not by stacking rows.                *
      *================================================================*
           PERFORM VALIDATE-FLAG-DETAILS
               THRU VALIDATE-FLAG-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-FLAG-EXIT
           END-IF

           MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERSTATUS
               INTO :WS-CUST-STATUS
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO RECORD-FLAG-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-FLAG-EXIT
           END-EVALUATE

           PERFORM COUNT-ACTIVE-FLAGS
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-FLAG-EXIT
           END-IF
           IF WS-ACTIVE-FLAG-COUNT GREATER THAN ZERO
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' ACTIVE FLAG ALREADY ON FILE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-FLAG-EXIT
           END-IF

           MOVE ' INSERT VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO VULNERABLE_CUSTOMER
                       ( CUSTOMERNUMBER,
                         VULNCATEGORY,
                         REVIEWDATE,
                         RECORDEDBY,
                         RECORDEDDATE,
                         FLAGSTATUS,
                         CLOSEDBY,
                         CLOSEDDATE )
                VALUES ( :CA-CUSTOMER-NUM,
                         :CA-VULN-CATEGORY,
                         :CA-REVIEW-DATE,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         'A',
                         ' ',
                         ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-FLAG-EXIT
           END-IF

           MOVE CA-STAFF-ID   TO CA-RECORDED-BY
           MOVE WS-TODAY-DATE TO CA-RECORDED-DATE
           MOVE 'A'           TO CA-FLAG-STATUS
           PERFORM WRITE-AUDIT-RECORD.
       RECORD-FLAG-EXIT.
           EXIT.
      *================================================================*
       AMEND-FLAG.
      *================================================================*
      * Category and review date on the active flag - the usual       *
      * outcome of a review that finds the customer still needs the   *
      * care, with the next review date set out again.                *
      *================================================================*
           PERFORM VALIDATE-FLAG-DETAILS
               THRU VALIDATE-FLAG-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-FLAG-EXIT
           END-IF

           MOVE ' UPDATE VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             UPDATE VULNERABLE_CUSTOMER
                SET VULNCATEGORY = :CA-VULN-CATEGORY,
                    REVIEWDATE   = :CA-REVIEW-DATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND FLAGSTATUS     = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-AUDIT-RECORD
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-FLAG-EXIT.
           EXIT.
      *================================================================*
       CLOSE-FLAG.
      *================================================================*
      * The customer no longer needs the care - the flag is closed    *
      * with who closed it and when, and the arrears sweep treats     *
      * them normally again from tonight.                              *
      *================================================================*
           MOVE ' CLOSE VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             UPDATE VULNERABLE_CUSTOMER
                SET FLAGSTATUS = 'C',
                    CLOSEDBY   = :CA-STAFF-ID,
                    CLOSEDDATE = :WS-TODAY-DATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND FLAGSTATUS     = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'C' TO CA-FLAG-STATUS
               PERFORM WRITE-AUDIT-RECORD
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CLOSE-FLAG-EXIT.
           EXIT.
      *================================================================*
       READ-FLAG.
      *================================================================*
           MOVE ' SELECT VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             SELECT VULNCATEGORY, REVIEWDATE, RECORDEDBY,
                    RECORDEDDATE, FLAGSTATUS
               INTO :CA-VULN-CATEGORY, :CA-REVIEW-DATE,
                    :CA-RECORDED-BY, :CA-RECORDED-DATE,
                    :CA-FLAG-STATUS
               FROM VULNERABLE_CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND FLAGSTATUS     = 'A'
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
       WRITE-AUDIT-RECORD.
      *================================================================*
      * Same CUSTOMER_AUDIT row LGACB01 writes, under action 'VUL',   *
      * so who flagged, amended or closed a vulnerability reads out   *
      * of the same trail as every other customer change.              *
      *================================================================*
           MOVE ' INSERT AUDIT' TO EM-SQLREQ
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-AUDIT-DATE)
                     TIME(WS-AUDIT-TIME)
           END-EXEC
           MOVE WS-AUDIT-DATE(5:4) TO WS-AUDIT-DATE-ISO(1:4)
           MOVE '-'                TO WS-AUDIT-DATE-ISO(5:1)
           MOVE WS-AUDIT-DATE(1:2) TO WS-AUDIT-DATE-ISO(6:2)
           MOVE '-'                TO WS-AUDIT-DATE-ISO(8:1)
           MOVE WS-AUDIT-DATE(3:2) TO WS-AUDIT-DATE-ISO(9:2)
           EXEC SQL
             INSERT INTO CUSTOMER_AUDIT
                       ( CUSTOMERNUMBER,
                         AUDITACTION,
                         STAFFID,
                         TRANSID,
                         TERMID,
                         TASKNUM,
                         NCSUSED,
                         AUDITDATE,
                         AUDITDATEISO,
                         AUDITTIME )
                VALUES ( :CA-CUSTOMER-NUM,
                         :WS-AUDIT-ACTION,
                         :CA-STAFF-ID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         :WS-TASKNUM,
                         :WS-AUDIT-NCS,
                         :WS-AUDIT-DATE,
                         :WS-AUDIT-DATE-ISO,
                         :WS-AUDIT-TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
