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
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*

           PERFORM BROWSE-CONTACTS THRU BROWSE-CONTACTS-EXIT.

           IF CA-RETURN-CODE EQUAL '00'
             MOVE WS-CUSTOMER-NUM TO WS-AL-CUSTOMER-NUM
             PERFORM WRITE-ACCESS-LOG
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
           MOVE WS-FETCHED-COUNT  TO CA-CONTACT-COUNT.
       FETCH-CONTACT-ROW-EXIT.
           EXIT.
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
                         'LGCHI01',
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
