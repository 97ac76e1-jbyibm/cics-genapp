      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *        Authorised Representative Register Transaction          *
      *                                                                *
      *   Adds, amends, ends and reads the people allowed to act for   *
      *  a customer - an adult child, attorney, carer or other third   *
      *  party - on CUSTOMER_REPRESENTATIVE, and sets each one's own   *
      *  secret.  Until this register staff had nowhere to look when   *
      *  someone rang on a customer's behalf, so they either refused   *
      *  them or took the risk.  The representative's relationship,    *
      *  authority type, scope and start and expiry dates are held     *
      *  against the CUSTOMERNUMBER; LGCSV01 verifies their secret,    *
      *  LGC3601 lists the active ones and the document runs copy      *
      *  those whose authority calls for it.  Every change writes a    *
      *  CUSTOMER_AUDIT row under action 'REP'.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGREP01.
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
                                        VALUE 'LGREP01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGREP01 '.
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
      * Staff entitlement check - the same gate the other staff        *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-REP-LEN            PIC S9(4) COMP VALUE +166.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Existence probe on the customer, and the representative's
      * number on add
       01  WS-CUST-STATUS              PIC X(01) VALUE SPACES.
       01  WS-NEXT-REP-NUM             PIC S9(05) COMP VALUE 0.

      * an authority with no end date is held open to this date, so
      * "in force today" is always STARTDATE <= today <= EXPIRYDATE
       77  WS-OPEN-EXPIRY-DATE         PIC X(10) VALUE '9999-12-31'.

      * Audit fields, same shape WRITE-AUDIT-RECORD in lgacdb01.cbl
      * uses
       01  WS-AUDIT-FIELDS.
           05 WS-AUDIT-ACTION          PIC X(03) VALUE 'REP'.
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
             INCLUDE LGREPRCA
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
                                       + WS-CA-REP-LEN.
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
           IF NOT CA-REQ-READ-REP
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-REP
               PERFORM ADD-REPRESENTATIVE
                   THRU ADD-REPRESENTATIVE-EXIT
             WHEN CA-REQ-AMEND-REP
               PERFORM AMEND-REPRESENTATIVE
                   THRU AMEND-REPRESENTATIVE-EXIT
             WHEN CA-REQ-END-REP
               PERFORM END-REPRESENTATIVE
             WHEN CA-REQ-READ-REP
               PERFORM READ-REPRESENTATIVE
             WHEN CA-REQ-SET-REP-SECRET
               PERFORM SET-REP-SECRET THRU SET-REP-SECRET-EXIT
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
       VALIDATE-REP-DETAILS.
      *================================================================*
      * A name, and relationship, authority and scope from the         *
      * register's own codes; a blank start date is today and a        *
      * blank expiry date is no end date.  The authority may not       *
      * expire before it starts, nor already have expired - an         *
      * authority that has lapsed is ended, not recorded.              *
      *================================================================*
           IF CA-REP-NAME EQUAL SPACES
               OR NOT CA-REP-VALID-RELATIONSHIP
               OR NOT CA-REP-VALID-AUTHORITY
               OR NOT CA-REP-VALID-SCOPE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REPRESENTATIVE DETAILS INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-REP-DETAILS-EXIT
           END-IF

           IF CA-REP-START-DATE EQUAL SPACES
             MOVE WS-TODAY-DATE TO CA-REP-START-DATE
           END-IF
           IF CA-REP-EXPIRY-DATE EQUAL SPACES
             MOVE WS-OPEN-EXPIRY-DATE TO CA-REP-EXPIRY-DATE
           END-IF
           IF CA-REP-EXPIRY-DATE LESS THAN CA-REP-START-DATE
               OR CA-REP-EXPIRY-DATE LESS THAN WS-TODAY-DATE
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' AUTHORITY DATES INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-REP-DETAILS-EXIT
           END-IF

           IF CA-REP-AUTH-COPIES-DOCS
             MOVE 'Y' TO CA-REP-COPY-DOCS
           ELSE
             MOVE 'N' TO CA-REP-COPY-DOCS
           END-IF.
       VALIDATE-REP-DETAILS-EXIT.
           EXIT.
      *================================================================*
       ADD-REPRESENTATIVE.
      *================================================================*
      * A new representative on a customer who exists, numbered one    *
      * past the customer's highest so far (ended ones included, so a  *
      * number is never reused).  A customer may have several - an     *
      * attorney and a carer both acting is normal.                    *
      *================================================================*
           PERFORM VALIDATE-REP-DETAILS
               THRU VALIDATE-REP-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-REPRESENTATIVE-EXIT
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
               GO TO ADD-REPRESENTATIVE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-REPRESENTATIVE-EXIT
           END-EVALUATE

           MOVE ' SELECT MAXREP' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(REPNUMBER), 0) + 1
               INTO :WS-NEXT-REP-NUM
               FROM CUSTOMER_REPRESENTATIVE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-REPRESENTATIVE-EXIT
           END-IF
           MOVE WS-NEXT-REP-NUM TO CA-REP-NUM

           MOVE ' INSERT REPRSNTV' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMER_REPRESENTATIVE
                       ( CUSTOMERNUMBER,
                         REPNUMBER,
                         REPNAME,
                         RELATIONSHIP,
                         AUTHORITYTYPE,
                         AUTHSCOPE,
                         STARTDATE,
                         EXPIRYDATE,
                         REPHOUSENAME,
                         REPHOUSENUM,
                         REPPOSTCODE,
                         COPYDOCS,
                         REPSECRET,
                         SECRETCOUNT,
                         SECRETSTATE,
                         REPSTATUS,
                         RECORDEDBY,
                         RECORDEDDATE,
                         ENDEDBY,
                         ENDEDDATE )
                VALUES ( :CA-CUSTOMER-NUM,
                         :CA-REP-NUM,
                         :CA-REP-NAME,
                         :CA-REP-RELATIONSHIP,
                         :CA-REP-AUTHORITY,
                         :CA-REP-SCOPE,
                         :CA-REP-START-DATE,
                         :CA-REP-EXPIRY-DATE,
                         :CA-REP-HOUSE-NAME,
                         :CA-REP-HOUSE-NUM,
                         :CA-REP-POSTCODE,
                         :CA-REP-COPY-DOCS,
                         :CA-REP-SECRET,
                         '0000',
                         'N',
                         'A',
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         ' ',
                         ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-REPRESENTATIVE-EXIT
           END-IF

           MOVE SPACES        TO CA-REP-SECRET
           MOVE CA-STAFF-ID   TO CA-RECORDED-BY
           MOVE WS-TODAY-DATE TO CA-RECORDED-DATE
           MOVE 'A'           TO CA-REP-STATUS
           PERFORM WRITE-AUDIT-RECORD.
       ADD-REPRESENTATIVE-EXIT.
           EXIT.
      *================================================================*
       AMEND-REPRESENTATIVE.
      *================================================================*
      * Details, authority and dates on an active representative -     *
      * typically a renewed authority or a change of address.  The     *
      * secret is left alone; request '5' changes it.                  *
      *================================================================*
           PERFORM VALIDATE-REP-DETAILS
               THRU VALIDATE-REP-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-REPRESENTATIVE-EXIT
           END-IF

           MOVE ' UPDATE REPRSNTV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_REPRESENTATIVE
                SET REPNAME       = :CA-REP-NAME,
                    RELATIONSHIP  = :CA-REP-RELATIONSHIP,
                    AUTHORITYTYPE = :CA-REP-AUTHORITY,
                    AUTHSCOPE     = :CA-REP-SCOPE,
                    STARTDATE     = :CA-REP-START-DATE,
                    EXPIRYDATE    = :CA-REP-EXPIRY-DATE,
                    REPHOUSENAME  = :CA-REP-HOUSE-NAME,
                    REPHOUSENUM   = :CA-REP-HOUSE-NUM,
                    REPPOSTCODE   = :CA-REP-POSTCODE,
                    COPYDOCS      = :CA-REP-COPY-DOCS
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
                AND REPSTATUS      = 'A'
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
       AMEND-REPRESENTATIVE-EXIT.
           EXIT.
      *================================================================*
       END-REPRESENTATIVE.
      *================================================================*
      * The authority is revoked or the customer has said so - ended   *
      * with who ended it and when.  They can no longer verify, drop   *
      * off LGC3601 and get no more document copies.                   *
      *================================================================*
           MOVE ' END REPRSNTV' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_REPRESENTATIVE
                SET REPSTATUS = 'E',
                    ENDEDBY   = :CA-STAFF-ID,
                    ENDEDDATE = :WS-TODAY-DATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
                AND REPSTATUS      = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'E' TO CA-REP-STATUS
               PERFORM WRITE-AUDIT-RECORD
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       READ-REPRESENTATIVE.
      *================================================================*
      * Active or ended - staff checking why a caller was refused      *
      * need to see an ended authority too.  The secret is not         *
      * returned.                                                      *
      *================================================================*
           MOVE ' SELECT REPRSNTV' TO EM-SQLREQ
           EXEC SQL
             SELECT REPNAME, RELATIONSHIP, AUTHORITYTYPE, AUTHSCOPE,
                    STARTDATE, EXPIRYDATE, REPHOUSENAME,
                    REPHOUSENUM, REPPOSTCODE, COPYDOCS, REPSTATUS,
                    RECORDEDBY, RECORDEDDATE
               INTO :CA-REP-NAME, :CA-REP-RELATIONSHIP,
                    :CA-REP-AUTHORITY, :CA-REP-SCOPE,
                    :CA-REP-START-DATE, :CA-REP-EXPIRY-DATE,
                    :CA-REP-HOUSE-NAME, :CA-REP-HOUSE-NUM,
                    :CA-REP-POSTCODE, :CA-REP-COPY-DOCS,
                    :CA-REP-STATUS, :CA-RECORDED-BY,
                    :CA-RECORDED-DATE
               FROM CUSTOMER_REPRESENTATIVE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
           END-EXEC
           MOVE SPACES TO CA-REP-SECRET
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
       SET-REP-SECRET.
      *================================================================*
      * A new secret for an active representative, which also clears   *
      * any failure count and lockout LGCSV01 has built up - the       *
      * representative's equivalent of LGCSM01's unlock.               *
      *================================================================*
           IF CA-REP-SECRET EQUAL SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REPRESENTATIVE SECRET MISSING' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SET-REP-SECRET-EXIT
           END-IF

           MOVE ' UPDATE REPSECR' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_REPRESENTATIVE
                SET REPSECRET   = :CA-REP-SECRET,
                    SECRETCOUNT = '0000',
                    SECRETSTATE = 'N'
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
                AND REPSTATUS      = 'A'
           END-EXEC
           MOVE SPACES TO CA-REP-SECRET
           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-AUDIT-RECORD
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       SET-REP-SECRET-EXIT.
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
       WRITE-AUDIT-RECORD.
      *================================================================*
      * Same CUSTOMER_AUDIT row LGACB01 writes, under action 'REP',    *
      * so who added, changed or ended a representative reads out of   *
      * the same trail as every other customer change.                 *
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
