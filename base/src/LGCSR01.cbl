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
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'L'.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
           MOVE WS-MT-POSTCODE    TO CM-POSTCODE(CA-MATCH-IDX)
           MOVE WS-MT-STATUS      TO CM-CUSTOMER-STATUS(CA-MATCH-IDX)
           MOVE WS-FETCHED-COUNT  TO CA-MATCH-COUNT.

      * every customer put on the rep's screen is logged as listed
           MOVE WS-MT-CUSTOMERNUM TO WS-AL-CUSTOMER-NUM
           PERFORM WRITE-ACCESS-LOG.
       STORE-FETCHED-MATCH-EXIT.
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
                         'LGCSR01',
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
