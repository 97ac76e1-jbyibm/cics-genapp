      *  An employee is deactivated, never deleted - the audit and     *
      *  commission trails reference the id forever.                   *
      *                                                                *
      *   The employee's own customer record, and those of the people  *
      *  they share a household with, are declared here as             *
      *  EMPLOYEE_CUSTOMER_LINK rows; the adjudication, settlement     *
      *  approval, cancellation and bank-mandate transactions refuse   *
      *  to let the employee act on any of them.  A declaration is     *
      *  ended, never deleted.                                         *
      *                                                                *
      *   The line manager named on add and amend must be another      *
      *  employee on file; they recertify the employee's authority     *
      *  each quarter through LGRCT01.  An employee suspended for      *
      *  want of recertification is put back to active by an amend     *
      *  that sets their authority again.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGSTM01.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-STAFF-LEN          PIC S9(4) COMP VALUE +60.
      * CA-EMP-HOUSE-NAME to CA-EMP-MANAGER-ID are only used with
      * callers that send them - a declaration ('5') or its ending
      * ('6') needs them
           05 WS-CA-STAFF-EXT-LEN      PIC S9(4) COMP VALUE +80.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           05 WS-CA-EXTENDED-SW        PIC X(01) VALUE 'N'.
               88 WS-CA-EXTENDED             VALUE 'Y'.

      * Address, bank and line manager columns as written on an add
      * or read - blank and zero when the caller did not send them
       01  WS-EMP-DETAILS.
           05 WS-EMP-HOUSE-NAME        PIC X(20).
           05 WS-EMP-HOUSE-NUM         PIC X(04).
           05 WS-EMP-POSTCODE          PIC X(08).
           05 WS-EMP-PHONE             PIC X(20).
           05 WS-EMP-SORT-CODE         PIC X(06).
           05 WS-EMP-ACCOUNT           PIC X(08).
           05 WS-EMP-MANAGER-ID        PIC 9(05).

      * Next EMP_ID - employees are never deleted, so max-plus-one
      * is a safe key
           05 WS-AUDIT-DATE            PIC X(08) VALUE SPACES.
           05 WS-AUDIT-TIME            PIC X(06) VALUE SPACES.

      * Customer named on a declaration - it must exist
       01  WS-LINK-CUST-COUNT          PIC S9(05) COMP VALUE 0.

      * Line manager named on add or amend - another employee on file
       01  WS-MANAGER-COUNT            PIC S9(05) COMP VALUE 0.

      * Phone normalisation - the same +44 form lgacdb01 stores the
      * customer phones in, so LGSCB01 can compare the two directly
       01  WS-PHONE-WORK.
           05 WS-PHONE-RAW             PIC X(20).
           05 WS-PHONE-DIGITS          PIC X(20).
           05 WS-PHONE-DIGIT-CNT       PIC S9(04) COMP.
           05 WS-PHONE-IDX             PIC S9(04) COMP.
           05 WS-PHONE-NORMALIZED      PIC X(20).
           05 WS-PHONE-VALID-SW        PIC X.
               88 WS-PHONE-VALID             VALUE 'Y'.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE 'N' TO WS-CA-EXTENDED-SW.
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-STAFF-EXT-LEN
             MOVE 'Y' TO WS-CA-EXTENDED-SW
           END-IF.
           IF (CA-REQ-DECLARE-LINK OR CA-REQ-END-LINK)
               AND NOT WS-CA-EXTENDED
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-EMP-ID TO EM-EMPID.

           PERFORM CHECK-STAFF-ENTITLEMENT
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-STAFF
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-STAFF
               PERFORM ADD-STAFF THRU ADD-STAFF-EXIT
             WHEN CA-REQ-DEACTIVATE-STAFF
               PERFORM DEACTIVATE-STAFF THRU DEACTIVATE-STAFF-EXIT
             WHEN CA-REQ-READ-STAFF
               PERFORM READ-STAFF THRU READ-STAFF-EXIT
             WHEN CA-REQ-DECLARE-LINK
               PERFORM DECLARE-LINK THRU DECLARE-LINK-EXIT
             WHEN CA-REQ-END-LINK
               PERFORM END-LINK THRU END-LINK-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.
             GO TO ADD-STAFF-EXIT
           END-IF

           INITIALIZE WS-EMP-DETAILS
           IF WS-CA-EXTENDED
             PERFORM NORMALIZE-EMP-PHONE THRU NORMALIZE-EMP-PHONE-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-STAFF-EXIT
             END-IF

             PERFORM CHECK-LINE-MANAGER THRU CHECK-LINE-MANAGER-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-STAFF-EXIT
             END-IF

             MOVE CA-EMP-HOUSE-NAME TO WS-EMP-HOUSE-NAME
             MOVE CA-EMP-HOUSE-NUM  TO WS-EMP-HOUSE-NUM
             MOVE CA-EMP-POSTCODE   TO WS-EMP-POSTCODE
             MOVE CA-EMP-PHONE      TO WS-EMP-PHONE
             MOVE CA-EMP-SORT-CODE  TO WS-EMP-SORT-CODE
             MOVE CA-EMP-ACCOUNT    TO WS-EMP-ACCOUNT
             MOVE CA-EMP-MANAGER-ID TO WS-EMP-MANAGER-ID
           END-IF

           MOVE ' MAX EMPID' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(EMP_ID), 0) + 1
                         EMP_ROLE,
                         AUTH_LEVEL,
                         SETTLEMENT_LIMIT,
                         EMPSTATUS,
                         EMP_HOUSENAME,
                         EMP_HOUSENUMBER,
                         EMP_POSTCODE,
                         EMP_PHONE,
                         EMP_SORTCODE,
                         EMP_ACCOUNTNUMBER,
                         EMP_MANAGERID )
                VALUES ( :WS-NEXT-EMP-ID,
                         :CA-EMP-NAME,
                         :CA-EMP-ROLE,
                         :CA-AUTH-LEVEL,
                         :CA-SETTLE-LIMIT,
                         'A',
                         :WS-EMP-HOUSE-NAME,
                         :WS-EMP-HOUSE-NUM,
                         :WS-EMP-POSTCODE,
                         :WS-EMP-PHONE,
                         :WS-EMP-SORT-CODE,
                         :WS-EMP-ACCOUNT,
                         :WS-EMP-MANAGER-ID )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
      *================================================================*
       AMEND-STAFF.
      *================================================================*
      * A caller that does not send the address, bank and manager      *
      * fields leaves those columns as they are.                       *
      *================================================================*
           IF NOT WS-CA-EXTENDED
             MOVE ' UPDATE EMPLOYEE' TO EM-SQLREQ
             EXEC SQL
               UPDATE EMPLOYEE
                  SET EMP_NAME          = :CA-EMP-NAME,
                      EMP_ROLE          = :CA-EMP-ROLE,
                      AUTH_LEVEL        = :CA-AUTH-LEVEL,
                      SETTLEMENT_LIMIT  = :CA-SETTLE-LIMIT,
                      EMPSTATUS         = CASE EMPSTATUS
                                            WHEN 'S' THEN 'A'
                                            ELSE EMPSTATUS
                                          END
                WHERE EMP_ID = :CA-EMP-ID
             END-EXEC
             GO TO AMEND-STAFF-RESULT
           END-IF

           PERFORM NORMALIZE-EMP-PHONE THRU NORMALIZE-EMP-PHONE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-STAFF-EXIT
           END-IF

           PERFORM CHECK-LINE-MANAGER THRU CHECK-LINE-MANAGER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-STAFF-EXIT
           END-IF

           MOVE ' UPDATE EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             UPDATE EMPLOYEE
                SET EMP_NAME          = :CA-EMP-NAME,
                    EMP_ROLE          = :CA-EMP-ROLE,
                    AUTH_LEVEL        = :CA-AUTH-LEVEL,
                    SETTLEMENT_LIMIT  = :CA-SETTLE-LIMIT,
                    EMP_HOUSENAME     = :CA-EMP-HOUSE-NAME,
                    EMP_HOUSENUMBER   = :CA-EMP-HOUSE-NUM,
                    EMP_POSTCODE      = :CA-EMP-POSTCODE,
                    EMP_PHONE         = :CA-EMP-PHONE,
                    EMP_SORTCODE      = :CA-EMP-SORT-CODE,
                    EMP_ACCOUNTNUMBER = :CA-EMP-ACCOUNT,
                    EMP_MANAGERID     = :CA-EMP-MANAGER-ID,
                    EMPSTATUS         = CASE EMPSTATUS
                                          WHEN 'S' THEN 'A'
                                          ELSE EMPSTATUS
                                        END
              WHERE EMP_ID = :CA-EMP-ID
           END-EXEC.
       AMEND-STAFF-RESULT.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'AMD' TO WS-AUDIT-ACTION
           MOVE ' SELECT EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             SELECT EMP_NAME, EMP_ROLE, AUTH_LEVEL,
                    SETTLEMENT_LIMIT, EMPSTATUS,
                    COALESCE(EMP_HOUSENAME, ' '),
                    COALESCE(EMP_HOUSENUMBER, ' '),
                    COALESCE(EMP_POSTCODE, ' '),
                    COALESCE(EMP_PHONE, ' '),
                    COALESCE(EMP_SORTCODE, ' '),
                    COALESCE(EMP_ACCOUNTNUMBER, ' '),
                    COALESCE(EMP_MANAGERID, 0)
               INTO :CA-EMP-NAME, :CA-EMP-ROLE, :CA-AUTH-LEVEL,
                    :CA-SETTLE-LIMIT, :CA-EMP-STATUS,
                    :WS-EMP-HOUSE-NAME, :WS-EMP-HOUSE-NUM,
                    :WS-EMP-POSTCODE, :WS-EMP-PHONE,
                    :WS-EMP-SORT-CODE, :WS-EMP-ACCOUNT,
                    :WS-EMP-MANAGER-ID
               FROM EMPLOYEE
              WHERE EMP_ID = :CA-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF NOT WS-CA-EXTENDED
                 GO TO READ-STAFF-EXIT
               END-IF
               MOVE WS-EMP-HOUSE-NAME TO CA-EMP-HOUSE-NAME
               MOVE WS-EMP-HOUSE-NUM  TO CA-EMP-HOUSE-NUM
               MOVE WS-EMP-POSTCODE   TO CA-EMP-POSTCODE
               MOVE WS-EMP-PHONE      TO CA-EMP-PHONE
               MOVE WS-EMP-SORT-CODE  TO CA-EMP-SORT-CODE
               MOVE WS-EMP-ACCOUNT    TO CA-EMP-ACCOUNT
               MOVE WS-EMP-MANAGER-ID TO CA-EMP-MANAGER-ID
               MOVE ' COUNT EMPCUST' TO EM-SQLREQ
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :CA-LINK-COUNT
                   FROM EMPLOYEE_CUSTOMER_LINK
                  WHERE EMP_ID     = :CA-EMP-ID
                    AND LINKSTATUS = 'A'
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                 MOVE 0 TO CA-LINK-COUNT
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-STAFF-EXIT.
           EXIT.
      *================================================================*
       DECLARE-LINK.
      *================================================================*
      * Records that the employee holds, or shares a household with,   *
      * the customer named.  A declaration ended earlier is put back   *
      * in force rather than added twice.                              *
      *================================================================*
           IF NOT CA-VALID-LINK-TYPE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' LINK TYPE NOT S OR H' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO DECLARE-LINK-EXIT
           END-IF

           PERFORM CHECK-LINK-PARTIES THRU CHECK-LINK-PARTIES-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO DECLARE-LINK-EXIT
           END-IF

           MOVE ' UPDATE EMPCUST' TO EM-SQLREQ
           EXEC SQL
             UPDATE EMPLOYEE_CUSTOMER_LINK
                SET LINKTYPE     = :CA-LINK-TYPE,
                    LINKSTATUS   = 'A',
                    DECLAREDDATE = :WS-TODAY-DATE,
                    DECLAREDBY   = :CA-STAFF-ID,
                    ENDEDDATE    = ' ',
                    ENDEDBY      = ' '
              WHERE EMP_ID         = :CA-EMP-ID
                AND CUSTOMERNUMBER = :CA-LINK-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE ' INSERT EMPCUST' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO EMPLOYEE_CUSTOMER_LINK
                         ( EMP_ID,
                           CUSTOMERNUMBER,
                           LINKTYPE,
                           LINKSTATUS,
                           DECLAREDDATE,
                           DECLAREDBY,
                           ENDEDDATE,
                           ENDEDBY )
                  VALUES ( :CA-EMP-ID,
                           :CA-LINK-CUSTOMER-NUM,
                           :CA-LINK-TYPE,
                           'A',
                           :WS-TODAY-DATE,
                           :CA-STAFF-ID,
                           ' ',
                           ' ' )
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'LNK' TO WS-AUDIT-ACTION
             PERFORM WRITE-STAFF-AUDIT THRU WRITE-STAFF-AUDIT-EXIT
           END-IF.
       DECLARE-LINK-EXIT.
           EXIT.
      *================================================================*
       END-LINK.
      *================================================================*
      * The row stays for the trail; once ended the employee may act   *
      * on the customer again.                                         *
      *================================================================*
           MOVE ' END EMPCUST' TO EM-SQLREQ
           EXEC SQL
             UPDATE EMPLOYEE_CUSTOMER_LINK
                SET LINKSTATUS = 'E',
                    ENDEDDATE  = :WS-TODAY-DATE,
                    ENDEDBY    = :CA-STAFF-ID
              WHERE EMP_ID         = :CA-EMP-ID
                AND CUSTOMERNUMBER = :CA-LINK-CUSTOMER-NUM
                AND LINKSTATUS     = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'ULK' TO WS-AUDIT-ACTION
               PERFORM WRITE-STAFF-AUDIT THRU WRITE-STAFF-AUDIT-EXIT
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       END-LINK-EXIT.
           EXIT.
      *================================================================*
       CHECK-LINK-PARTIES.
      *================================================================*
      * Both the employee and the customer must be on file before a    *
      * declaration is taken.                                          *
      *================================================================*
           MOVE ' SELECT EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             SELECT EMPSTATUS
               INTO :CA-EMP-STATUS
               FROM EMPLOYEE
              WHERE EMP_ID = :CA-EMP-ID
           END-EXEC
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO CHECK-LINK-PARTIES-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-LINK-PARTIES-EXIT
           END-EVALUATE

           MOVE ' COUNT CUSTOMER' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LINK-CUST-COUNT
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :CA-LINK-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-LINK-PARTIES-EXIT
           END-IF
           IF WS-LINK-CUST-COUNT EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' LINK CUSTOMER NOT ON FILE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-LINK-PARTIES-EXIT.
           EXIT.
      *================================================================*
       CHECK-LINE-MANAGER.
      *================================================================*
      * A line manager, when named, must be another employee on file - *
      * they are who recertifies this one's authority each quarter.    *
      *================================================================*
           IF CA-EMP-MANAGER-ID IS NOT NUMERIC
             MOVE ZERO TO CA-EMP-MANAGER-ID
           END-IF
           IF CA-EMP-MANAGER-ID EQUAL ZERO
             GO TO CHECK-LINE-MANAGER-EXIT
           END-IF

           IF CA-EMP-MANAGER-ID EQUAL CA-EMP-ID
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' EMPLOYEE CANNOT MANAGE SELF' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-LINE-MANAGER-EXIT
           END-IF

           MOVE ' COUNT MANAGER' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-MANAGER-COUNT
               FROM EMPLOYEE
              WHERE EMP_ID    = :CA-EMP-MANAGER-ID
                AND EMPSTATUS = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-LINE-MANAGER-EXIT
           END-IF
           IF WS-MANAGER-COUNT EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' MANAGER NOT AN ACTIVE EMPLOYEE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CHECK-LINE-MANAGER-EXIT.
           EXIT.
      *================================================================*
       NORMALIZE-EMP-PHONE.
      *================================================================*
      * CA-EMP-PHONE is optional; when given it is reduced to the +44  *
      * form lgacdb01 keeps PHONEMOBILE and PHONEHOME in, or refused.  *
      *================================================================*
           IF CA-EMP-PHONE EQUAL SPACES
             GO TO NORMALIZE-EMP-PHONE-EXIT
           END-IF

           MOVE CA-EMP-PHONE TO WS-PHONE-RAW
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-DIGIT-CNT
           MOVE 1 TO WS-PHONE-IDX
           PERFORM EXTRACT-PHONE-DIGIT THRU EXTRACT-PHONE-DIGIT-EXIT
               UNTIL WS-PHONE-IDX > 20

           PERFORM BUILD-NORMALIZED-PHONE
               THRU BUILD-NORMALIZED-PHONE-EXIT

           IF NOT WS-PHONE-VALID
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PHONE NOT UK FORMAT CA-EMP-PHONE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-PHONE-NORMALIZED TO CA-EMP-PHONE
           END-IF.
       NORMALIZE-EMP-PHONE-EXIT.
           EXIT.
      *================================================================*
       EXTRACT-PHONE-DIGIT.
      *================================================================*
           IF WS-PHONE-RAW(WS-PHONE-IDX:1) IS NUMERIC
               OR (WS-PHONE-IDX = 1 AND WS-PHONE-RAW(1:1) = '+')
             ADD 1 TO WS-PHONE-DIGIT-CNT
             MOVE WS-PHONE-RAW(WS-PHONE-IDX:1)
               TO WS-PHONE-DIGITS(WS-PHONE-DIGIT-CNT:1)
           END-IF.
           ADD 1 TO WS-PHONE-IDX.
       EXTRACT-PHONE-DIGIT-EXIT.
           EXIT.
      *================================================================*
       BUILD-NORMALIZED-PHONE.
      *================================================================*
      * Recognised forms, once punctuation is stripped:                *
      *   +44 followed by a 10-digit national number                   *
      *   44  followed by a 10-digit national number (+ was dropped)   *
      *   0   followed by a 10-digit national number (UK domestic)     *
      * Anything else does not come out as WS-PHONE-VALID.             *
      *================================================================*
           MOVE 'N' TO WS-PHONE-VALID-SW.
           MOVE SPACES TO WS-PHONE-NORMALIZED.
           EVALUATE TRUE
             WHEN WS-PHONE-DIGITS(1:3) = '+44'
                  AND WS-PHONE-DIGIT-CNT = 13
               STRING '+44'                   DELIMITED BY SIZE
                      WS-PHONE-DIGITS(4:10)    DELIMITED BY SIZE
                 INTO WS-PHONE-NORMALIZED
               END-STRING
               MOVE 'Y' TO WS-PHONE-VALID-SW
             WHEN WS-PHONE-DIGITS(1:2) = '44'
                  AND WS-PHONE-DIGIT-CNT = 12
               STRING '+44'                   DELIMITED BY SIZE
                      WS-PHONE-DIGITS(3:10)    DELIMITED BY SIZE
                 INTO WS-PHONE-NORMALIZED
               END-STRING
               MOVE 'Y' TO WS-PHONE-VALID-SW
             WHEN WS-PHONE-DIGITS(1:1) = '0'
                  AND WS-PHONE-DIGIT-CNT = 11
               STRING '+44'                   DELIMITED BY SIZE
                      WS-PHONE-DIGITS(2:10)    DELIMITED BY SIZE
                 INTO WS-PHONE-NORMALIZED
               END-STRING
               MOVE 'Y' TO WS-PHONE-VALID-SW
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       BUILD-NORMALIZED-PHONE-EXIT.
           EXIT.
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
       WRITE-STAFF-AUDIT.
      *================================================================*
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
