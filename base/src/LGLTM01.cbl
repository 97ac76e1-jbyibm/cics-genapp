      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *          Letter Template Maintenance Transaction               *
      *                                                                *
      *   Owns the LETTER_TEMPLATE library.  The wording of our packs, *
      *  statements, renewal terms and arrears notices used to live    *
      *  in the print bureau's and the gateways' own set-up, changed   *
      *  by phone call with no record of which customer got which      *
      *  text.  A new version of a letter is now proposed here with    *
      *  its effective date, previewed against sample values, and      *
      *  approved by a second officer who is never the proposer; the   *
      *  batches pick up the approved version in force on their run    *
      *  date and record the version they used on CONTACT_HISTORY.     *
      *  Versions are never changed once proposed - a correction is    *
      *  the next version.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGLTM01.
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
                                        VALUE 'LGLTM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGLTM01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' DOCT='.
             15 EM-DOCTYPE             PIC X(08) VALUE SPACES.
             15 FILLER                 PIC X(5)  VALUE ' VER='.
             15 EM-VERSION             PIC 9(04) VALUE ZERO.
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
           05 WS-CA-TEMPLATE-LEN       PIC S9(4) COMP VALUE +938.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Version row state read ahead of an approval
       01  WS-PEND-ROW.
           05 WS-PEND-STATUS           PIC X(01).
           05 WS-PEND-ENTERED-BY       PIC X(05).

      * Highest version on file for the doctype being proposed
       01  WS-MAX-VERSION              PIC S9(4) COMP VALUE 0.

      * The documents the batches print or queue from the library -
      * a template for anything else would never be read
       01  WS-DOCTYPE-VALUES.
           05 FILLER                   PIC X(08) VALUE 'POLDOCS '.
           05 FILLER                   PIC X(08) VALUE 'STMT    '.
           05 FILLER                   PIC X(08) VALUE 'ACCT    '.
           05 FILLER                   PIC X(08) VALUE 'RNEWTERM'.
           05 FILLER                   PIC X(08) VALUE 'ANNSTMT '.
           05 FILLER                   PIC X(08) VALUE 'ARREARS '.
       01  WS-DOCTYPE-TABLE REDEFINES WS-DOCTYPE-VALUES.
           05 WS-DOCTYPE-ENTRY         PIC X(08) OCCURS 6 TIMES
                                       INDEXED BY WS-DOCTYPE-IDX.

      * Template row and merge work fields shared with the batches
           COPY LGLTRTPL.

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
             INCLUDE LGLTMCA
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
                                       + WS-CA-TEMPLATE-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-LT-DOCTYPE TO EM-DOCTYPE.
           MOVE CA-LT-VERSION TO EM-VERSION.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-TEMPLATE
               AND NOT CA-REQ-PREVIEW-TEMPLATE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-PROPOSE-TEMPLATE
               PERFORM PROPOSE-TEMPLATE THRU PROPOSE-TEMPLATE-EXIT
             WHEN CA-REQ-APPROVE-TEMPLATE
               PERFORM APPROVE-TEMPLATE THRU APPROVE-TEMPLATE-EXIT
             WHEN CA-REQ-READ-TEMPLATE
               PERFORM READ-TEMPLATE
             WHEN CA-REQ-PREVIEW-TEMPLATE
               PERFORM PREVIEW-TEMPLATE THRU PREVIEW-TEMPLATE-EXIT
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
       PROPOSE-TEMPLATE.
      *================================================================*
      * A new version of a known letter, effective today or later -    *
      * a back-dated version would misstate what customers already     *
      * received - with at least its first block of wording.  The      *
      * version number is the next one for the doctype.                *
      *================================================================*
           SET WS-DOCTYPE-IDX TO 1
           SEARCH WS-DOCTYPE-ENTRY
             AT END
               MOVE '96' TO CA-RETURN-CODE
               MOVE ' DOCTYPE NOT IN LIBRARY' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PROPOSE-TEMPLATE-EXIT
             WHEN WS-DOCTYPE-ENTRY(WS-DOCTYPE-IDX) EQUAL CA-LT-DOCTYPE
               CONTINUE
           END-SEARCH

           IF CA-EFFECTIVE-DATE LESS THAN WS-TODAY-DATE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' EFFECTIVE DATE IN THE PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PROPOSE-TEMPLATE-EXIT
           END-IF

           IF CA-LT-TEXT-BLOCK-1 EQUAL SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' NO TEMPLATE WORDING GIVEN' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PROPOSE-TEMPLATE-EXIT
           END-IF

           MOVE ' SELECT MAX VER' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(VERSIONNUM), 0)
               INTO :WS-MAX-VERSION
               FROM LETTER_TEMPLATE
              WHERE DOCTYPE = :CA-LT-DOCTYPE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PROPOSE-TEMPLATE-EXIT
           END-IF
           ADD 1 TO WS-MAX-VERSION
           MOVE WS-MAX-VERSION TO CA-LT-VERSION
           MOVE CA-LT-VERSION  TO EM-VERSION

           MOVE ' INSERT TEMPLATE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO LETTER_TEMPLATE
                       ( DOCTYPE,
                         VERSIONNUM,
                         EFFECTIVEDATE,
                         TEXTBLOCK1,
                         TEXTBLOCK2,
                         TEXTBLOCK3,
                         TEXTBLOCK4,
                         TEXTBLOCK5,
                         TEXTBLOCK6,
                         TEMPLATESTATUS,
                         ENTEREDBY )
                VALUES ( :CA-LT-DOCTYPE,
                         :WS-MAX-VERSION,
                         :CA-EFFECTIVE-DATE,
                         :CA-LT-TEXT-BLOCK-1,
                         :CA-LT-TEXT-BLOCK-2,
                         :CA-LT-TEXT-BLOCK-3,
                         :CA-LT-TEXT-BLOCK-4,
                         :CA-LT-TEXT-BLOCK-5,
                         :CA-LT-TEXT-BLOCK-6,
                         'P',
                         :CA-STAFF-ID )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'P' TO CA-TEMPLATE-STATUS
               MOVE CA-STAFF-ID TO CA-ENTERED-BY
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' VERSION PROPOSED CONCURRENTLY' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       PROPOSE-TEMPLATE-EXIT.
           EXIT.
      *================================================================*
       APPROVE-TEMPLATE.
      *================================================================*
      * The second officer: a different signed-on EMP_ID from the      *
      * proposer, or the approval is refused.  Both identities stay    *
      * on the version row.                                            *
      *================================================================*
           MOVE ' SELECT TEMPLATE' TO EM-SQLREQ
           EXEC SQL
             SELECT TEMPLATESTATUS, ENTEREDBY
               INTO :WS-PEND-STATUS, :WS-PEND-ENTERED-BY
               FROM LETTER_TEMPLATE
              WHERE DOCTYPE    = :CA-LT-DOCTYPE
                AND VERSIONNUM = :CA-LT-VERSION
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO APPROVE-TEMPLATE-EXIT
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-TEMPLATE-EXIT
             WHEN WS-PEND-STATUS NOT EQUAL 'P'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' VERSION NOT AWAITING APPROVAL' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-TEMPLATE-EXIT
             WHEN WS-PEND-ENTERED-BY EQUAL CA-STAFF-ID
               MOVE '87' TO CA-RETURN-CODE
               MOVE ' APPROVER MUST DIFFER FROM PROPOSER'
                 TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPROVE-TEMPLATE-EXIT
           END-EVALUATE

           MOVE ' APPROVE TEMPLATE' TO EM-SQLREQ
           EXEC SQL
             UPDATE LETTER_TEMPLATE
                SET TEMPLATESTATUS = 'A',
                    APPROVEDBY     = :CA-STAFF-ID,
                    APPROVEDDATE   = :WS-TODAY-DATE
              WHERE DOCTYPE        = :CA-LT-DOCTYPE
                AND VERSIONNUM     = :CA-LT-VERSION
                AND TEMPLATESTATUS = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'A' TO CA-TEMPLATE-STATUS
             MOVE WS-PEND-ENTERED-BY TO CA-ENTERED-BY
           END-IF.
       APPROVE-TEMPLATE-EXIT.
           EXIT.
      *================================================================*
       READ-TEMPLATE.
      *================================================================*
           MOVE ' SELECT TEMPLATE' TO EM-SQLREQ
           EXEC SQL
             SELECT EFFECTIVEDATE,
                    TEXTBLOCK1, TEXTBLOCK2, TEXTBLOCK3,
                    TEXTBLOCK4, TEXTBLOCK5, TEXTBLOCK6,
                    TEMPLATESTATUS, ENTEREDBY
               INTO :CA-EFFECTIVE-DATE,
                    :CA-LT-TEXT-BLOCK-1, :CA-LT-TEXT-BLOCK-2,
                    :CA-LT-TEXT-BLOCK-3, :CA-LT-TEXT-BLOCK-4,
                    :CA-LT-TEXT-BLOCK-5, :CA-LT-TEXT-BLOCK-6,
                    :CA-TEMPLATE-STATUS, :CA-ENTERED-BY
               FROM LETTER_TEMPLATE
              WHERE DOCTYPE    = :CA-LT-DOCTYPE
                AND VERSIONNUM = :CA-LT-VERSION
           END-EXEC
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
       PREVIEW-TEMPLATE.
      *================================================================*
      * The letter as a customer would read it: a version's blocks -   *
      * pending ones included, which is the point - merged exactly as  *
      * the batches merge them.  Version zero previews the approved    *
      * version in force today, as tonight's run would resolve it.     *
      *================================================================*
           IF CA-LT-VERSION EQUAL ZERO
             MOVE ' SELECT IN FORCE' TO EM-SQLREQ
             EXEC SQL
               SELECT VERSIONNUM
                 INTO :LT-VERSION
                 FROM LETTER_TEMPLATE
                WHERE DOCTYPE        = :CA-LT-DOCTYPE
                  AND TEMPLATESTATUS = 'A'
                  AND EFFECTIVEDATE <= :WS-TODAY-DATE
                ORDER BY EFFECTIVEDATE DESC, VERSIONNUM DESC
                FETCH FIRST 1 ROW ONLY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE LT-VERSION TO CA-LT-VERSION
               WHEN 100
                 MOVE '94' TO CA-RETURN-CODE
                 GO TO PREVIEW-TEMPLATE-EXIT
               WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO PREVIEW-TEMPLATE-EXIT
             END-EVALUATE
           END-IF

           PERFORM READ-TEMPLATE
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO PREVIEW-TEMPLATE-EXIT
           END-IF

           MOVE CA-LT-DOCTYPE      TO LT-DOCTYPE
           MOVE CA-LT-VERSION      TO LT-VERSION
           MOVE CA-EFFECTIVE-DATE  TO LT-EFFECTIVE-DATE
           MOVE CA-LT-TEXT-BLOCKS  TO LT-TEXT-BLOCKS

           IF CA-LT-SAMPLE-NAME EQUAL SPACES
             MOVE 'A N OTHER'        TO LT-MRG-NAME
           ELSE
             MOVE CA-LT-SAMPLE-NAME  TO LT-MRG-NAME
           END-IF
           IF CA-LT-SAMPLE-POLICY IS NOT NUMERIC
               OR CA-LT-SAMPLE-POLICY EQUAL ZERO
             MOVE 1234567890         TO LT-MRG-POLICY
           ELSE
             MOVE CA-LT-SAMPLE-POLICY TO LT-MRG-POLICY
           END-IF
           IF CA-LT-SAMPLE-AMOUNT IS NOT NUMERIC
               OR CA-LT-SAMPLE-AMOUNT EQUAL ZERO
             MOVE 123.45             TO LT-MRG-AMOUNT
           ELSE
             MOVE CA-LT-SAMPLE-AMOUNT TO LT-MRG-AMOUNT
           END-IF
           IF CA-LT-SAMPLE-DATE EQUAL SPACES
             MOVE WS-TODAY-DATE      TO LT-MRG-DATE
           ELSE
             MOVE CA-LT-SAMPLE-DATE  TO LT-MRG-DATE
           END-IF

           PERFORM MERGE-TEMPLATE
           MOVE LT-MERGED-TEXT TO CA-LT-MERGED-TEXT.
       PREVIEW-TEMPLATE-EXIT.
           EXIT.
      *================================================================*
       MERGE-TEMPLATE.
      *================================================================*
      * The text blocks of LT-TEMPLATE-ROW into LT-MERGED-LINE with    *
      * the LT-MRG- values in place of the %NAME%, %POLICY%, %AMOUNT%  *
      * and %DATE% tokens - the batches' merge, line for line.         *
      *================================================================*
           MOVE SPACES TO LT-MERGED-TEXT
           PERFORM MERGE-BLOCK
               VARYING LT-BLK-IDX FROM 1 BY 1
               UNTIL LT-BLK-IDX GREATER THAN 6.
      *================================================================*
       MERGE-BLOCK.
      *================================================================*
           MOVE 1 TO LT-IN-POS
           MOVE 1 TO LT-OUT-POS
           PERFORM MERGE-CHAR THRU MERGE-CHAR-EXIT
               UNTIL LT-IN-POS GREATER THAN 60
                  OR LT-OUT-POS GREATER THAN 80.
      *================================================================*
       MERGE-CHAR.
      *================================================================*
      * Copy the character at LT-IN-POS, or the value for the token    *
      * starting there.  A '%' that starts no token is copied as it    *
      * stands.                                                        *
      *================================================================*
           IF LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1) NOT EQUAL '%'
             MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:1)
               TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
             ADD 1 TO LT-IN-POS
             ADD 1 TO LT-OUT-POS
             GO TO MERGE-CHAR-EXIT
           END-IF

           MOVE SPACES TO LT-TOKEN
           COMPUTE LT-LEAD = 61 - LT-IN-POS
           IF LT-LEAD GREATER THAN 8
             MOVE 8 TO LT-LEAD
           END-IF
           MOVE LT-TEXT-BLOCK(LT-BLK-IDX)(LT-IN-POS:LT-LEAD)
             TO LT-TOKEN

           EVALUATE TRUE
             WHEN LT-TOKEN(1:6) EQUAL '%NAME%'
               STRING LT-MRG-NAME DELIMITED BY '  '
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%POLICY%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-POLICY
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-POLICY(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN EQUAL '%AMOUNT%'
               MOVE ZERO TO LT-LEAD
               INSPECT LT-MRG-AMOUNT
                 TALLYING LT-LEAD FOR LEADING SPACES
               ADD 1 TO LT-LEAD
               STRING LT-MRG-AMOUNT(LT-LEAD:) DELIMITED BY SIZE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 8 TO LT-IN-POS
             WHEN LT-TOKEN(1:6) EQUAL '%DATE%'
               STRING LT-MRG-DATE DELIMITED BY SPACE
                 INTO LT-MERGED-LINE(LT-BLK-IDX)
                 WITH POINTER LT-OUT-POS
               END-STRING
               ADD 6 TO LT-IN-POS
             WHEN OTHER
               MOVE '%' TO LT-MERGED-LINE(LT-BLK-IDX)(LT-OUT-POS:1)
               ADD 1 TO LT-IN-POS
               ADD 1 TO LT-OUT-POS
           END-EVALUATE.
       MERGE-CHAR-EXIT.
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
