       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGEFB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Paperless document fallback.  A paperless customer's pack,   *
      *  statement or renewal terms go to the portal mailbox           *
      *  (PORTAL_DOCUMENT, see LGEDOCWS) with an email saying they     *
      *  are waiting.  When that email bounces (LGDSB01 marks the      *
      *  document 'B') or the document is still unopened               *
      *  WS-OPEN-DAYS after it was stored, the customer may never      *
      *  have seen it - so its stored pages, exactly as they would     *
      *  have printed, go onto the LGDOCPRT print file here, the       *
      *  document is marked fallen back ('F', with the date and        *
      *  reason) and the posting is recorded on CONTACT_HISTORY.  The  *
      *  document stays readable in the mailbox.  Gone-away and        *
      *  closed customers are left alone, as LGDPB01 leaves them.      *
      *  Run nightly after LGDSB01 and before the bureau collects.     *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGEFB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-FILE  ASSIGN TO DOCPRINT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EFB-RPT   ASSIGN TO EFBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOC-FILE
           RECORDING MODE IS F.
           COPY LGDOCPRT.

       FD  EFB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
      * days a stored document may go unopened before it is printed -
      * SYSTEM_PARAMETER EDOC/OPENDAYS overrides this default
       77  WS-OPEN-DAYS                PIC S9(05) COMP VALUE 14.
       77  WS-CUTOFF-YYYYMMDD          PIC 9(08) VALUE 0.
       77  WS-CUTOFF-DATE              PIC X(10) VALUE SPACES.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-PG-EOJ-SW             PIC X      VALUE 'N'.
               88 WS-PG-EOJ                  VALUE 'Y'.
       77  WS-BOUNCED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-UNREAD-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-PAGE-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-NOPAGE-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-FB-REASON                PIC X(01) VALUE SPACE.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(25)
                      VALUE 'PAPERLESS FALLBACK -     '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(16)
                      VALUE '  UNOPENED SINCE'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-CUTOFF-DATE           PIC X(10).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 FILLER                   PIC X(06) VALUE ' CUST='.
           05 RD-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(05) VALUE ' POL='.
           05 RD-POLICYNUM             PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DOCTYPE               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CREATEDDATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-STATUS                PIC X(28).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'BOUNCED = '.
           05 RT-BOUNCED-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(10) VALUE ' UNREAD = '.
           05 RT-UNREAD-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' PAGES = '.
           05 RT-PAGE-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE ' NO PAGES = '.
           05 RT-NOPAGE-COUNT          PIC Z(06)9.
           05 FILLER                   PIC X(11) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * The document being printed - key, template version and page
      * count as LGDPB01 and LGRWB01 stored it
           COPY LGEDOCWS.
       01  WS-EF-DOCSTATUS             PIC X(01) VALUE SPACE.

      * Mailbox documents whose notice bounced, or still waiting
      * unopened at the cut-off, for customers we still write to
           EXEC SQL
               DECLARE EFCURSOR CURSOR FOR
                   SELECT D.CUSTOMERNUMBER, D.POLICYNUMBER,
                          D.DOCTYPE, D.CREATEDDATE,
                          D.TEMPLATEVERSION, D.DOCSTATUS
                     FROM PORTAL_DOCUMENT D, CUSTOMER C
                    WHERE D.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND C.GONEAWAY      <> 'Y'
                      AND C.CUSTOMERSTATUS <> 'X'
                      AND ( D.DOCSTATUS = 'B'
                         OR ( D.DOCSTATUS    = 'W'
                          AND D.CREATEDDATE <= :WS-CUTOFF-DATE ) )
                    ORDER BY 1, 2, 3, 4
           END-EXEC.

      * Its stored pages, in the order they were built
           EXEC SQL
               DECLARE PGCURSOR CURSOR FOR
                   SELECT PAGEIMAGE
                     FROM PORTAL_DOCUMENT_PAGE
                    WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
                      AND POLICYNUMBER   = :ED-POLICYNUMBER
                      AND DOCTYPE        = :ED-DOCTYPE
                      AND CREATEDDATE    = :ED-CREATEDDATE
                    ORDER BY PAGESEQ
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-DOCUMENT
               THRU 2000-PROCESS-DOCUMENT-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT DOC-FILE
           OPEN OUTPUT EFB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           PERFORM 1100-LOAD-SYSTEM-PARMS
               THRU 1100-LOAD-SYSTEM-PARMS-EXIT

      * stored on or before the cut-off and still unopened is overdue
           COMPUTE WS-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-OPEN-DAYS)
           MOVE WS-CUTOFF-YYYYMMDD(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE '-'                     TO WS-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-YYYYMMDD(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE '-'                     TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-YYYYMMDD(7:2) TO WS-CUTOFF-DATE(9:2)

           MOVE WS-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN EFCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN EFCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-SYSTEM-PARMS - the unopened allowance, if set        *
      ******************************************************************
       1100-LOAD-SYSTEM-PARMS.
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'EDOC    '
                  AND PARAMKEY   = 'OPENDAYS'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-OPEN-DAYS
           END-IF.
       1100-LOAD-SYSTEM-PARMS-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-DOCUMENT - print one bounced or unread document   *
      ******************************************************************
       2000-PROCESS-DOCUMENT.
           EXEC SQL
               FETCH EFCURSOR
                 INTO :ED-CUSTOMERNUMBER,
                      :ED-POLICYNUMBER,
                      :ED-DOCTYPE,
                      :ED-CREATEDDATE,
                      :ED-TEMPLATE-VERSION,
                      :WS-EF-DOCSTATUS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-DOCUMENT-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON EFCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-PROCESS-DOCUMENT-EXIT
           END-IF

           MOVE ED-CUSTOMERNUMBER TO RD-CUSTOMERNUM
           MOVE ED-POLICYNUMBER   TO RD-POLICYNUM
           MOVE ED-DOCTYPE        TO RD-DOCTYPE
           MOVE ED-CREATEDDATE    TO RD-CREATEDDATE

           PERFORM 3000-PRINT-PAGES THRU 3000-PRINT-PAGES-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-DOCUMENT-EXIT
           END-IF

      * nothing stored to print - left as it is for the mailbox to be
      * looked at, and not counted as posted
           IF ED-PAGE-SEQ EQUAL ZERO
             ADD 1 TO WS-NOPAGE-COUNT
             MOVE 'NO PAGES STORED - NOT SENT' TO RD-STATUS
             MOVE WS-RPT-DETAIL TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2000-PROCESS-DOCUMENT-EXIT
           END-IF

           IF WS-EF-DOCSTATUS EQUAL 'B'
             MOVE 'B' TO WS-FB-REASON
             ADD 1 TO WS-BOUNCED-COUNT
             MOVE 'NOTICE BOUNCED - PRINTED' TO RD-STATUS
           ELSE
             MOVE 'U' TO WS-FB-REASON
             ADD 1 TO WS-UNREAD-COUNT
             MOVE 'UNOPENED - PRINTED' TO RD-STATUS
           END-IF

           PERFORM 4000-MARK-FALLEN-BACK
               THRU 4000-MARK-FALLEN-BACK-EXIT
           IF WS-ABORTED
             GO TO 2000-PROCESS-DOCUMENT-EXIT
           END-IF

           PERFORM 4500-RECORD-CONTACT THRU 4500-RECORD-CONTACT-EXIT

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-PAGES - the document's stored pages onto DOC-FILE;  *
      * ED-PAGE-SEQ returns how many                                   *
      ******************************************************************
       3000-PRINT-PAGES.
           MOVE ZERO TO ED-PAGE-SEQ
           EXEC SQL
               OPEN PGCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN PGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3000-PRINT-PAGES-EXIT
           END-IF

           MOVE 'N' TO WS-PG-EOJ-SW
           PERFORM 3100-PRINT-ONE-PAGE
               THRU 3100-PRINT-ONE-PAGE-EXIT
               UNTIL WS-PG-EOJ

           EXEC SQL
               CLOSE PGCURSOR
           END-EXEC.
       3000-PRINT-PAGES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-ONE-PAGE                                            *
      ******************************************************************
       3100-PRINT-ONE-PAGE.
           EXEC SQL
               FETCH PGCURSOR
                 INTO :DOC-PRINT-RECORD
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PG-EOJ-SW
             GO TO 3100-PRINT-ONE-PAGE-EXIT
           END-IF

      * a document half printed cannot be told from a whole one at
      * the bureau - the run is abandoned and the file held back
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON PGCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-PG-EOJ-SW
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 3100-PRINT-ONE-PAGE-EXIT
           END-IF

           WRITE DOC-PRINT-RECORD
           ADD 1 TO ED-PAGE-SEQ
           ADD 1 TO WS-PAGE-COUNT.
       3100-PRINT-ONE-PAGE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MARK-FALLEN-BACK - the document printed; it stays in the  *
      * mailbox as 'F' with the date and why                           *
      ******************************************************************
       4000-MARK-FALLEN-BACK.
           EXEC SQL
               UPDATE PORTAL_DOCUMENT
                  SET DOCSTATUS      = 'F',
                      FALLBACKDATE   = :WS-RUN-DATE,
                      FALLBACKREASON = :WS-FB-REASON
                WHERE CUSTOMERNUMBER = :ED-CUSTOMERNUMBER
                  AND POLICYNUMBER   = :ED-POLICYNUMBER
                  AND DOCTYPE        = :ED-DOCTYPE
                  AND CREATEDDATE    = :ED-CREATEDDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'PORTAL_DOCUMENT UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       4000-MARK-FALLEN-BACK-EXIT.
           EXIT.

      ******************************************************************
      * 4500-RECORD-CONTACT - the posting on the contact trail, under  *
      * the document's own notice type and template version            *
      ******************************************************************
       4500-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO CONTACT_HISTORY
                         ( CUSTOMERNUMBER,
                           POLICYNUMBER,
                           CHANNEL,
                           NOTICETYPE,
                           CONTACTDATE,
                           CONTACTTIME,
                           TEMPLATEVERSION )
                  VALUES ( :ED-CUSTOMERNUMBER,
                           :ED-POLICYNUMBER,
                           'PRT',
                           :ED-DOCTYPE,
                           :WS-RUN-DATE,
                           '000000',
                           :ED-TEMPLATE-VERSION )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'CONTACT_HISTORY INSERT FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4500-RECORD-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the whole run is one unit of work: a failure  *
      * part way backs out every status change and the print file is   *
      * not to be released                                             *
      ******************************************************************
       9000-TERMINATE.
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT RELEASE PRINT FILE'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             EXEC SQL COMMIT END-EXEC
           END-IF

           EXEC SQL
               CLOSE EFCURSOR
           END-EXEC

           MOVE WS-BOUNCED-COUNT TO RT-BOUNCED-COUNT
           MOVE WS-UNREAD-COUNT  TO RT-UNREAD-COUNT
           MOVE WS-PAGE-COUNT    TO RT-PAGE-COUNT
           MOVE WS-NOPAGE-COUNT  TO RT-NOPAGE-COUNT
           MOVE WS-RPT-TOTAL     TO RPT-LINE
           WRITE RPT-LINE

           CLOSE DOC-FILE
           CLOSE EFB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
