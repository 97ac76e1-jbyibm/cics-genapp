      *  never read, let alone printed), and ERRORLOG rows naming the  *
      *  customer.  Previously five people querying tables by hand     *
      *  and hoping they remembered them all.                          *
      *   The run itself is a read of the customer's record and goes   *
      *  on CUSTOMER_ACCESS_LOG like any online inquiry, under the     *
      *  staff id in columns 12-16 of the card (the job's own name     *
      *  when that is blank).                                          *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-01-06  DM  Initial version.                            *
      *    2026-10-15  DM  Log the run on CUSTOMER_ACCESS_LOG.         *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGSAB01.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-LINE.
           05 PARM-CUSTOMER-NUM        PIC X(10).
           05 FILLER                   PIC X(01).
           05 PARM-REQUESTED-BY        PIC X(05).
           05 FILLER                   PIC X(64).

       FD  SAR-RPT
           RECORDING MODE IS F.
           05 RP-ALLOW-MKTG            PIC X(01).
           05 FILLER                   PIC X(64) VALUE SPACES.
       77  WS-CUSTNUM-TEXT             PIC X(10) VALUE SPACES.

      * The CUSTOMER_ACCESS_LOG row for this run - 'S' subject access
       01  WS-ACCESS-LOG-FIELDS.
           05 WS-AL-STAFF-ID           PIC X(05) VALUE SPACES.
           05 WS-AL-TRANSID            PIC X(04) VALUE 'BTCH'.
           05 WS-AL-TERMID             PIC X(04) VALUE 'BTCH'.
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'S'.
       01  WS-SWITCHES.
           05 WS-PARM-EOJ-SW           PIC X      VALUE 'N'.
               88 WS-PARM-EOJ                VALUE 'Y'.
           END-READ

           IF NOT WS-PARM-EOJ
             IF PARM-CUSTOMER-NUM IS NOT NUMERIC
               MOVE 'CUSTOMER-NUMBER CARD NOT NUMERIC' TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-PARM-EOJ-SW
             ELSE
               MOVE PARM-CUSTOMER-NUM TO WS-CUSTOMER-NUM
                                         WS-CUSTNUM-TEXT
               MOVE WS-CUSTOMER-NUM  TO RH-CUSTOMERNUM
               MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
               MOVE WS-RPT-HEADING TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 1500-LOG-ACCESS THRU 1500-LOG-ACCESS-EXIT
             END-IF
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1500-LOG-ACCESS - the run goes on CUSTOMER_ACCESS_LOG as a     *
      * subject access read of the customer; a failure is noted on     *
      * the report but does not stop the document being produced       *
      ******************************************************************
       1500-LOG-ACCESS.
           IF PARM-REQUESTED-BY EQUAL SPACES
             MOVE 'LGSAB' TO WS-AL-STAFF-ID
           ELSE
             MOVE PARM-REQUESTED-BY TO WS-AL-STAFF-ID
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
                VALUES ( :WS-CUSTOMER-NUM,
                         :WS-AL-STAFF-ID,
                         :WS-AL-TRANSID,
                         :WS-AL-TERMID,
                         'LGSAB01',
                         :WS-AL-ACCESS-TYPE,
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIME )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ' UNABLE TO RECORD THIS RUN ON THE ACCESS LOG'
               TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       1500-LOG-ACCESS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CUSTOMER-SECTION                                          *
      ******************************************************************
