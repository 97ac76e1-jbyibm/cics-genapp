      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Customer Read-Access Log Inquiry                    *
      *                                                                *
      *   Browses CUSTOMER_ACCESS_LOG newest first, one page at a      *
      *  time with a resume key - by customer, the answer to "who      *
      *  has looked at this person's record?", or by member of staff,  *
      *  "whose records has this person looked at?".  Every customer   *
      *  inquiry writes a row there.  The log is itself personal       *
      *  data about staff and customers alike, so browsing it needs    *
      *  administrator authority on EMPLOYEE.AUTH_LEVEL.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGRAI01.
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
                                        VALUE 'LGRAI01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGRAI01 '.
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
      * Staff entitlement check - the access log shows who looked at   *
      * whom, so only administrators may read it                       *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 5.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-ACCESS-LEN         PIC S9(4) COMP VALUE +600.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

       01  WS-SWITCHES.
           05 WS-PAGE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-PAGE-EOJ                 VALUE 'Y'.

       77  WS-PAGE-SIZE                 PIC S9(4) COMP VALUE +10.
       77  WS-FETCHED-COUNT             PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the cursors below only need
      * WORKING-STORAGE host variables, the same way LGCHI01 does
       01  WS-CUSTOMER-NUM              PIC 9(10).
       01  WS-STAFF-ID                  PIC X(05).
      * no from-date means the whole log
       01  WS-FROM-DATE                 PIC X(10).
      * browsing runs newest-first, so the resume key is the lowest
      * ACCESSID already returned; zero from the caller means "from
      * the top" and is mapped to the field maximum here
       01  WS-RESUME-ACCESS-ID          PIC 9(10).

       01  WS-ACCESS-ROW.
           05 WS-AR-ACCESSID            PIC 9(10).
           05 WS-AR-CUSTOMERNUM         PIC 9(10).
           05 WS-AR-STAFFID             PIC X(05).
           05 WS-AR-TRANSID             PIC X(04).
           05 WS-AR-PROGRAMID           PIC X(08).
           05 WS-AR-ACCESSTYPE          PIC X(01).
           05 WS-AR-ACCESSDATE          PIC X(10).
           05 WS-AR-ACCESSTIME          PIC X(08).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE RACCURSOR CURSOR FOR
                   SELECT ACCESSID, CUSTOMERNUMBER, STAFFID, TRANSID,
                          PROGRAMID, ACCESSTYPE, ACCESSDATE,
                          ACCESSTIME
                     FROM CUSTOMER_ACCESS_LOG
                    WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                      AND ACCESSID < :WS-RESUME-ACCESS-ID
                      AND ACCESSDATE >= :WS-FROM-DATE
                    ORDER BY ACCESSID DESC
           END-EXEC.

           EXEC SQL
               DECLARE RASCURSOR CURSOR FOR
                   SELECT ACCESSID, CUSTOMERNUMBER, STAFFID, TRANSID,
                          PROGRAMID, ACCESSTYPE, ACCESSDATE,
                          ACCESSTIME
                     FROM CUSTOMER_ACCESS_LOG
                    WHERE STAFFID = :WS-STAFF-ID
                      AND ACCESSID < :WS-RESUME-ACCESS-ID
                      AND ACCESSDATE >= :WS-FROM-DATE
                    ORDER BY ACCESSID DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGRAIQCA
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
                                       + WS-CA-ACCESS-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-BROWSE-BY-CUSTOMER
              AND NOT CA-REQ-BROWSE-BY-STAFF
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM EDIT-SEARCH-KEYS THRU EDIT-SEARCH-KEYS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N'  TO CA-MORE-ACCESSES.
           MOVE ZERO TO CA-ACCESS-COUNT.
           MOVE ZERO TO WS-FETCHED-COUNT.

           IF CA-REQ-BROWSE-BY-CUSTOMER
             PERFORM BROWSE-BY-CUSTOMER
                 THRU BROWSE-BY-CUSTOMER-EXIT
           ELSE
             PERFORM BROWSE-BY-STAFF
                 THRU BROWSE-BY-STAFF-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       EDIT-SEARCH-KEYS.
      *================================================================*
      * The key for the request type must be present; the other one    *
      * is ignored.                                                    *
      *================================================================*
           IF CA-REQ-BROWSE-BY-CUSTOMER
             IF CA-SEARCH-CUSTOMER-NUM IS NOT NUMERIC
                 OR CA-SEARCH-CUSTOMER-NUM EQUAL ZERO
               MOVE '96' TO CA-RETURN-CODE
               GO TO EDIT-SEARCH-KEYS-EXIT
             END-IF
             MOVE CA-SEARCH-CUSTOMER-NUM TO EM-CUSNUM WS-CUSTOMER-NUM
           ELSE
             IF CA-SEARCH-STAFF-ID EQUAL SPACES
               MOVE '96' TO CA-RETURN-CODE
               GO TO EDIT-SEARCH-KEYS-EXIT
             END-IF
             MOVE CA-SEARCH-STAFF-ID TO WS-STAFF-ID
           END-IF

           IF CA-FROM-DATE EQUAL SPACES
             MOVE '0001-01-01' TO WS-FROM-DATE
           ELSE
             MOVE CA-FROM-DATE TO WS-FROM-DATE
           END-IF

           IF CA-RESUME-ACCESS-ID IS NUMERIC
               AND CA-RESUME-ACCESS-ID IS GREATER THAN ZERO
             MOVE CA-RESUME-ACCESS-ID TO WS-RESUME-ACCESS-ID
           ELSE
             MOVE 9999999999 TO WS-RESUME-ACCESS-ID
           END-IF.
       EDIT-SEARCH-KEYS-EXIT.
           EXIT.
      *================================================================*
       BROWSE-BY-CUSTOMER.
      *================================================================*
           MOVE ' OPEN RACCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN RACCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BROWSE-BY-CUSTOMER-EXIT
           END-IF

           PERFORM FETCH-CUSTOMER-ROW THRU FETCH-CUSTOMER-ROW-EXIT
               UNTIL WS-PAGE-EOJ

           EXEC SQL
               CLOSE RACCURSOR
           END-EXEC.
       BROWSE-BY-CUSTOMER-EXIT.
           EXIT.
      *================================================================*
       FETCH-CUSTOMER-ROW.
      *================================================================*
           EXEC SQL
               FETCH RACCURSOR
                 INTO :WS-AR-ACCESSID,
                      :WS-AR-CUSTOMERNUM,
                      :WS-AR-STAFFID,
                      :WS-AR-TRANSID,
                      :WS-AR-PROGRAMID,
                      :WS-AR-ACCESSTYPE,
                      :WS-AR-ACCESSDATE,
                      :WS-AR-ACCESSTIME
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-CUSTOMER-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH RACCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-CUSTOMER-ROW-EXIT
           END-IF

           PERFORM STORE-ACCESS-ROW THRU STORE-ACCESS-ROW-EXIT.
       FETCH-CUSTOMER-ROW-EXIT.
           EXIT.
      *================================================================*
       BROWSE-BY-STAFF.
      *================================================================*
           MOVE ' OPEN RASCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN RASCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BROWSE-BY-STAFF-EXIT
           END-IF

           PERFORM FETCH-STAFF-ROW THRU FETCH-STAFF-ROW-EXIT
               UNTIL WS-PAGE-EOJ

           EXEC SQL
               CLOSE RASCURSOR
           END-EXEC.
       BROWSE-BY-STAFF-EXIT.
           EXIT.
      *================================================================*
       FETCH-STAFF-ROW.
      *================================================================*
           EXEC SQL
               FETCH RASCURSOR
                 INTO :WS-AR-ACCESSID,
                      :WS-AR-CUSTOMERNUM,
                      :WS-AR-STAFFID,
                      :WS-AR-TRANSID,
                      :WS-AR-PROGRAMID,
                      :WS-AR-ACCESSTYPE,
                      :WS-AR-ACCESSDATE,
                      :WS-AR-ACCESSTIME
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-STAFF-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH RASCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-STAFF-ROW-EXIT
           END-IF

           PERFORM STORE-ACCESS-ROW THRU STORE-ACCESS-ROW-EXIT.
       FETCH-STAFF-ROW-EXIT.
           EXIT.
      *================================================================*
       STORE-ACCESS-ROW.
      *================================================================*
      * One row past a full page only tells the caller there is more.  *
      *================================================================*
           IF WS-FETCHED-COUNT NOT LESS THAN WS-PAGE-SIZE
             MOVE 'Y' TO CA-MORE-ACCESSES
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO STORE-ACCESS-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-AL-IDX TO WS-FETCHED-COUNT
           MOVE WS-AR-ACCESSID    TO AL-ACCESS-ID(CA-AL-IDX)
                                     CA-RESUME-ACCESS-ID
           MOVE WS-AR-CUSTOMERNUM TO AL-CUSTOMER-NUM(CA-AL-IDX)
           MOVE WS-AR-STAFFID     TO AL-STAFF-ID(CA-AL-IDX)
           MOVE WS-AR-TRANSID     TO AL-TRANSID(CA-AL-IDX)
           MOVE WS-AR-PROGRAMID   TO AL-PROGRAM-ID(CA-AL-IDX)
           MOVE WS-AR-ACCESSTYPE  TO AL-ACCESS-TYPE(CA-AL-IDX)
           MOVE WS-AR-ACCESSDATE  TO AL-ACCESS-DATE(CA-AL-IDX)
           MOVE WS-AR-ACCESSTIME  TO AL-ACCESS-TIME(CA-AL-IDX)
           MOVE WS-FETCHED-COUNT  TO CA-ACCESS-COUNT.
       STORE-ACCESS-ROW-EXIT.
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
