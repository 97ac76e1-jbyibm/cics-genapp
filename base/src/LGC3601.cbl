      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Read-access log - one CUSTOMER_ACCESS_LOG row for each         *
      * customer record this inquiry shows; LGRAI01 browses them and   *
      * LGRAB01 reports the unusual ones each week                     *
      *----------------------------------------------------------------*
       01  WS-ACCESS-LOG-FIELDS.
           05 WS-AL-CUSTOMER-NUM       PIC 9(10) VALUE 0.
           05 WS-AL-STAFF-ID           PIC X(05) VALUE SPACES.
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'V'.

      *----------------------------------------------------------------*
      *    Commarea version/length catalog (LGC360 section)
           COPY LGCAVERS.
       01  WS-AH-EOJ-SW                 PIC X VALUE 'N'.
           88 WS-AH-EOJ                       VALUE 'Y'.

      * Vulnerability warning for the version-'03' header block
       01  WS-VULN-ROW.
           05 WS-VULN-CATEGORY          PIC X(04).
           05 WS-VULN-REVIEWDATE        PIC X(10).

      * Authorised representative block (version '04')
       01  WS-RP-ROW.
           05 WS-RP-REPNUMBER           PIC 9(03).
           05 WS-RP-REPNAME             PIC X(30).
           05 WS-RP-RELATIONSHIP        PIC X(04).
           05 WS-RP-AUTHORITYTYPE       PIC X(04).
           05 WS-RP-AUTHSCOPE           PIC X(04).
           05 WS-RP-EXPIRYDATE          PIC X(10).
       01  WS-RP-FETCHED                PIC S9(4) COMP VALUE +0.
       01  WS-RP-EOJ-SW                 PIC X VALUE 'N'.
           88 WS-RP-EOJ                       VALUE 'Y'.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
                    ORDER BY CHANGEDDATE DESC
           END-EXEC.

      * Active representatives whose authority is in force today
           EXEC SQL
               DECLARE RPCURSOR CURSOR FOR
                   SELECT REPNUMBER, REPNAME, RELATIONSHIP,
                          AUTHORITYTYPE, AUTHSCOPE, EXPIRYDATE
                     FROM CUSTOMER_REPRESENTATIVE
                    WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                      AND REPSTATUS      = 'A'
                      AND STARTDATE     <= CHAR(CURRENT DATE, ISO)
                      AND EXPIRYDATE    >= CHAR(CURRENT DATE, ISO)
                    ORDER BY REPNUMBER
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-CUSTOMER-NUM TO WS-AL-CUSTOMER-NUM.
           PERFORM WRITE-ACCESS-LOG.

           MOVE 'N'  TO CA-MORE-POLICIES.
           MOVE ZERO TO CA-POLICY-COUNT.
           MOVE ZERO TO WS-FETCHED-COUNT.
                 THRU READ-ADDRESS-HISTORY-EXIT
           END-IF.

      * likewise the vulnerability warning from version '03'
           IF CA-COMMAREA-VERSN NOT EQUAL '01'
               AND CA-COMMAREA-VERSN NOT EQUAL '02'
             PERFORM READ-VULNERABILITY
           END-IF.

      * and the representatives from version '04'
           IF CA-COMMAREA-VERSN NOT EQUAL '01'
               AND CA-COMMAREA-VERSN NOT EQUAL '02'
               AND CA-COMMAREA-VERSN NOT EQUAL '03'
             PERFORM READ-REPRESENTATIVES
                 THRU READ-REPRESENTATIVES-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
           MOVE WS-AH-FETCHED     TO CA-ADDR-HIST-COUNT.
       FETCH-ADDRESS-CHANGE-EXIT.
           EXIT.
      *================================================================*
       READ-REPRESENTATIVES.
      *================================================================*
      * Up to five, same pattern as READ-ADDRESS-HISTORY - a customer  *
      * with more than five people acting for them at once is not      *
      * one this book has.                                             *
      *================================================================*
           MOVE ZERO TO CA-REP-COUNT WS-RP-FETCHED
           MOVE 'N'  TO WS-RP-EOJ-SW
           MOVE ' OPEN RPCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN RPCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO READ-REPRESENTATIVES-EXIT
           END-IF

           PERFORM FETCH-REPRESENTATIVE
               THRU FETCH-REPRESENTATIVE-EXIT
               UNTIL WS-RP-EOJ

           EXEC SQL
               CLOSE RPCURSOR
           END-EXEC.
       READ-REPRESENTATIVES-EXIT.
           EXIT.
      *================================================================*
       FETCH-REPRESENTATIVE.
      *================================================================*
           EXEC SQL
               FETCH RPCURSOR
                 INTO :WS-RP-REPNUMBER,
                      :WS-RP-REPNAME,
                      :WS-RP-RELATIONSHIP,
                      :WS-RP-AUTHORITYTYPE,
                      :WS-RP-AUTHSCOPE,
                      :WS-RP-EXPIRYDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO FETCH-REPRESENTATIVE-EXIT
           END-IF

           IF WS-RP-FETCHED NOT LESS THAN 5
             MOVE 'Y' TO WS-RP-EOJ-SW
             GO TO FETCH-REPRESENTATIVE-EXIT
           END-IF

           ADD 1 TO WS-RP-FETCHED
           SET CA-RP-IDX TO WS-RP-FETCHED
           MOVE WS-RP-REPNUMBER     TO RP-REP-NUM(CA-RP-IDX)
           MOVE WS-RP-REPNAME       TO RP-REP-NAME(CA-RP-IDX)
           MOVE WS-RP-RELATIONSHIP  TO RP-RELATIONSHIP(CA-RP-IDX)
           MOVE WS-RP-AUTHORITYTYPE TO RP-AUTHORITY(CA-RP-IDX)
           MOVE WS-RP-AUTHSCOPE     TO RP-SCOPE(CA-RP-IDX)
           MOVE WS-RP-EXPIRYDATE    TO RP-EXPIRY-DATE(CA-RP-IDX)
           MOVE WS-RP-FETCHED       TO CA-REP-COUNT.
       FETCH-REPRESENTATIVE-EXIT.
           EXIT.
      *================================================================*
       READ-VULNERABILITY.
      *================================================================*
      * The warning the rep must see before anything else on the      *
      * call - an active VULNERABLE_CUSTOMER flag with its category   *
      * and review date.  No flag, or a lookup failure, leaves the    *
      * warning 'N' rather than failing the whole view.                *
      *================================================================*
           MOVE 'N'    TO CA-VULN-WARNING
           MOVE SPACES TO CA-VULN-CATEGORY CA-VULN-REVIEW-DATE
           MOVE ' SELECT VULNFLAG' TO EM-SQLREQ
           EXEC SQL
             SELECT VULNCATEGORY, REVIEWDATE
               INTO :WS-VULN-CATEGORY, :WS-VULN-REVIEWDATE
               FROM VULNERABLE_CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                AND FLAGSTATUS     = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y'                TO CA-VULN-WARNING
               MOVE WS-VULN-CATEGORY   TO CA-VULN-CATEGORY
               MOVE WS-VULN-REVIEWDATE TO CA-VULN-REVIEW-DATE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       READ-CUSTOMER-HEADER.
      *================================================================*
             MOVE 0 TO WS-OPEN-CLAIM-COUNT
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       WRITE-ACCESS-LOG.
      *================================================================*
      * One CUSTOMER_ACCESS_LOG row per customer record shown - who    *
      * looked, through which transaction and program, and when.  The  *
      * staff id falls back to the signed-on operator when the front   *
      * end supplies none, as the staff assignment on an add does.     *
      * A failure is logged but never fails the inquiry.               *
      *================================================================*
           MOVE ' INSERT ACCESSLG' TO EM-SQLREQ
           IF CA-STAFF-ID EQUAL SPACES
             MOVE EIBOPID TO WS-AL-STAFF-ID
           ELSE
             MOVE CA-STAFF-ID TO WS-AL-STAFF-ID
           END-IF
           EXEC SQL
             INSERT INTO CUSTOMER_ACCESS_LOG
                       ( CUSTOMERNUMBER,
                         STAFFID,
                         TRANSID,
                         TERMID,
                         PROGRAMID,
                         ACCESSTYPE,
                         ACCESSDATE,
                         ACCESSTIME )
                VALUES ( :WS-AL-CUSTOMER-NUM,
                         :WS-AL-STAFF-ID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         'LGC3601',
                         :WS-AL-ACCESS-TYPE,
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               AND SQLCODE NOT EQUAL 100
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
