      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Portal Document Mailbox                             *
      *                                                                *
      *   The customer portal's view of PORTAL_DOCUMENT.  A paperless  *
      *  customer's packs, statements and renewal terms are stored     *
      *  page by page by the print feeds instead of being printed;     *
      *  this lists them and hands the portal one page at a time to    *
      *  render.  The first page read stamps the document opened,      *
      *  which is what stops LGEFB01 falling it back to print.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGEDM01.
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
                                        VALUE 'LGEDM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGEDM01 '.
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
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-EDOC-LEN           PIC S9(4) COMP VALUE +1459.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

       01  WS-SWITCHES.
           05 WS-LIST-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-LIST-EOJ                 VALUE 'Y'.

       77  WS-LIST-SIZE                 PIC S9(4) COMP VALUE +10.
       77  WS-FETCHED-COUNT             PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the cursor below only needs
      * WORKING-STORAGE host variables, the same way LGLDG01 does
       01  WS-CUSTOMER-NUM              PIC 9(10) VALUE 0.

       01  WS-DOC-ROW.
           05 WS-DR-POLICYNUMBER        PIC 9(10).
           05 WS-DR-DOCTYPE             PIC X(08).
           05 WS-DR-CREATEDDATE         PIC X(10).
           05 WS-DR-PAGECOUNT           PIC S9(4) COMP.
           05 WS-DR-DOCSTATUS           PIC X(01).
           05 WS-DR-OPENEDDATE          PIC X(10).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE EDCURSOR CURSOR FOR
                   SELECT POLICYNUMBER, DOCTYPE, CREATEDDATE,
                          PAGECOUNT, DOCSTATUS, OPENEDDATE
                     FROM PORTAL_DOCUMENT
                    WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                    ORDER BY CREATEDDATE DESC, POLICYNUMBER, DOCTYPE
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGEDOCCA
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
                                       + WS-CA-EDOC-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-CUSTOMER-NUM IS NOT NUMERIC
               OR CA-CUSTOMER-NUM EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM.
           MOVE CA-CUSTOMER-NUM TO WS-CUSTOMER-NUM.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-LIST-DOCUMENTS
               PERFORM LIST-DOCUMENTS THRU LIST-DOCUMENTS-EXIT
             WHEN CA-REQ-READ-PAGE
               PERFORM READ-PAGE THRU READ-PAGE-EXIT
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
                     YYYYMMDD(WS-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2).
      *================================================================*
       LIST-DOCUMENTS.
      *================================================================*
      * The newest ten; the portal shows older ones as "ask us".       *
      *================================================================*
           MOVE ZERO TO CA-DOC-COUNT
           MOVE ' OPEN EDCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN EDCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO LIST-DOCUMENTS-EXIT
           END-IF

           PERFORM FETCH-DOCUMENT-ROW THRU FETCH-DOCUMENT-ROW-EXIT
               UNTIL WS-LIST-EOJ

           EXEC SQL
               CLOSE EDCURSOR
           END-EXEC.
       LIST-DOCUMENTS-EXIT.
           EXIT.
      *================================================================*
       FETCH-DOCUMENT-ROW.
      *================================================================*
           EXEC SQL
               FETCH EDCURSOR
                 INTO :WS-DR-POLICYNUMBER,
                      :WS-DR-DOCTYPE,
                      :WS-DR-CREATEDDATE,
                      :WS-DR-PAGECOUNT,
                      :WS-DR-DOCSTATUS,
                      :WS-DR-OPENEDDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-LIST-EOJ-SW
             GO TO FETCH-DOCUMENT-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH EDCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-LIST-EOJ-SW
             GO TO FETCH-DOCUMENT-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-DL-IDX TO WS-FETCHED-COUNT
           MOVE WS-DR-POLICYNUMBER TO DL-POLICY-NUM(CA-DL-IDX)
           MOVE WS-DR-DOCTYPE      TO DL-DOCTYPE(CA-DL-IDX)
           MOVE WS-DR-CREATEDDATE  TO DL-CREATED-DATE(CA-DL-IDX)
           MOVE WS-DR-PAGECOUNT    TO DL-PAGE-COUNT(CA-DL-IDX)
           MOVE WS-DR-DOCSTATUS    TO DL-DOC-STATUS(CA-DL-IDX)
           MOVE WS-DR-OPENEDDATE   TO DL-OPENED-DATE(CA-DL-IDX)
           MOVE WS-FETCHED-COUNT   TO CA-DOC-COUNT

           IF WS-FETCHED-COUNT NOT LESS THAN WS-LIST-SIZE
             MOVE 'Y' TO WS-LIST-EOJ-SW
           END-IF.
       FETCH-DOCUMENT-ROW-EXIT.
           EXIT.
      *================================================================*
       READ-PAGE.
      *================================================================*
      * The page belongs to the document only if the document belongs  *
      * to this customer - the customer number is part of the key.     *
      * The first read of any page stamps the document opened; a       *
      * waiting or bounced document is then no longer owed a print,    *
      * and one already printed keeps its 'F'.                         *
      *================================================================*
           MOVE ' SELECT PAGE' TO EM-SQLREQ
           EXEC SQL
             SELECT PAGEIMAGE
               INTO :CA-PG-PAGE-IMAGE
               FROM PORTAL_DOCUMENT_PAGE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND POLICYNUMBER   = :CA-PG-POLICY-NUM
                AND DOCTYPE        = :CA-PG-DOCTYPE
                AND CREATEDDATE    = :CA-PG-CREATED-DATE
                AND PAGESEQ        = :CA-PG-PAGE-SEQ
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               MOVE SPACES TO CA-PG-PAGE-IMAGE
               GO TO READ-PAGE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-PAGE-EXIT
           END-EVALUATE

           MOVE ' UPDATE OPENED' TO EM-SQLREQ
           EXEC SQL
             UPDATE PORTAL_DOCUMENT
                SET OPENEDDATE = :WS-TODAY-DATE,
                    DOCSTATUS  = CASE DOCSTATUS
                                   WHEN 'F' THEN 'F'
                                   ELSE 'O'
                                 END
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND POLICYNUMBER   = :CA-PG-POLICY-NUM
                AND DOCTYPE        = :CA-PG-DOCTYPE
                AND CREATEDDATE    = :CA-PG-CREATED-DATE
                AND OPENEDDATE     = ' '
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       READ-PAGE-EXIT.
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
