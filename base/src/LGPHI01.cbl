      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Read-access log - one CUSTOMER_ACCESS_LOG row for each         *
      * customer record this inquiry shows; LGRAI01 browses them and   *
      * LGRAB01 reports the unusual ones each week                     *
      *----------------------------------------------------------------*
       01  WS-ACCESS-LOG-FIELDS.
           05 WS-AL-CUSTOMER-NUM       PIC 9(10) VALUE 0.
           05 WS-AL-POLICY-NUM         PIC 9(10) VALUE 0.
           05 WS-AL-STAFF-ID           PIC X(05) VALUE SPACES.
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'V'.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-PAUDIT-LEN         PIC S9(4) COMP VALUE +700.
           PERFORM BROWSE-POLICY-AUDIT
               THRU BROWSE-POLICY-AUDIT-EXIT.

           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-POLICY-NUM TO WS-AL-POLICY-NUM
             PERFORM WRITE-ACCESS-LOG
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
           MOVE WS-FETCHED-COUNT TO CA-ENTRY-COUNT.
       STORE-FETCHED-ENTRY-EXIT.
           EXIT.
      *================================================================*
       WRITE-ACCESS-LOG.
      *================================================================*
      * One CUSTOMER_ACCESS_LOG row per customer record shown - who    *
      * looked, through which transaction and program, and when.  The  *
      * staff id falls back to the signed-on operator when the front   *
      * end supplies none, as the staff assignment on an add does.     *
      * Keyed by policy here - the row carries the policy's customer.  *
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
                SELECT P.CUSTOMERNUMBER,
                       :WS-AL-STAFF-ID,
                       :WS-TRANSID,
                       :WS-TERMID,
                       'LGPHI01',
                       :WS-AL-ACCESS-TYPE,
                       CHAR(CURRENT DATE, ISO),
                       CURRENT TIME
                  FROM POLICY P
                 WHERE P.POLICYNUMBER = :WS-AL-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               AND SQLCODE NOT EQUAL 100
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
