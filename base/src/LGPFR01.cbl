      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Bank Payment File Dual Release                       *
      *                                                                *
      *   Every bank payment file the disbursement runs write is       *
      *  registered on PAYMENT_FILE_CONTROL held ('H'), with its       *
      *  record count, value and the hash total of its payee sort      *
      *  codes and account numbers.  Here treasury staff list the      *
      *  files awaiting release, read one, and release it.  A release  *
      *  keys back the count and value the releaser checked on the     *
      *  run's control-total page; the first release leaves the file   *
      *  part-released ('P') and a second, different member of staff   *
      *  completes it ('R').  Who released and when is kept on the     *
      *  row.  LGPXB01 will not pass a file for transmission until it  *
      *  is released in full and its figures still match.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGPFR01.
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
                                        VALUE 'LGPFR01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGPFR01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' FILE='.
             15 EM-FILEID              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - senior authority releases money      *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 4.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.
           05 WS-ENT-STATUS            PIC X(01).

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-PAYFILE-LEN        PIC S9(4) COMP VALUE +1050.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

       01  WS-SWITCHES.
           05 WS-PAGE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-PAGE-EOJ                 VALUE 'Y'.

       77  WS-PAGE-SIZE                 PIC S9(4) COMP VALUE +10.
       77  WS-FETCHED-COUNT             PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the SQL below only needs
      * WORKING-STORAGE host variables, the same way LGCHI01 does
       01  WS-FILE-ID                   PIC S9(09) COMP VALUE 0.
       01  WS-RESUME-FILE-ID            PIC S9(09) COMP VALUE 0.

      * PAYMENT_FILE_CONTROL row as read - listed, read or released
       01  WS-FILE-ROW.
           05 WS-FR-FILE-ID             PIC S9(09) COMP.
           05 WS-FR-SOURCE-SYSTEM       PIC X(03).
           05 WS-FR-CREATED-BY          PIC X(08).
           05 WS-FR-CREATED-DATE        PIC X(10).
           05 WS-FR-RECORD-COUNT        PIC S9(09) COMP.
           05 WS-FR-TOTAL-AMOUNT        PIC 9(11)V9(02).
           05 WS-FR-ACCOUNT-HASH        PIC 9(18).
           05 WS-FR-STATUS              PIC X(01).
           05 WS-FR-RELEASE1-BY         PIC X(05).
           05 WS-FR-RELEASE1-DATE       PIC X(10).
           05 WS-FR-RELEASE2-BY         PIC X(05).
           05 WS-FR-RELEASE2-DATE       PIC X(10).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Files still awaiting release, oldest first
           EXEC SQL
               DECLARE PFCURSOR CURSOR FOR
                   SELECT FILEID, SOURCESYSTEM, CREATEDBY,
                          CREATEDDATE, RECORDCOUNT, TOTALAMOUNT,
                          ACCOUNTHASH, FILESTATUS,
                          COALESCE(RELEASE1BY, ' '),
                          COALESCE(RELEASE1DATE, ' '),
                          COALESCE(RELEASE2BY, ' '),
                          COALESCE(RELEASE2DATE, ' ')
                     FROM PAYMENT_FILE_CONTROL
                    WHERE FILESTATUS IN ('H', 'P')
                      AND FILEID     > :WS-RESUME-FILE-ID
                    ORDER BY FILEID
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGPFRLCA
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
                                       + WS-CA-PAYFILE-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF NOT CA-REQ-LIST-FILES
              AND NOT CA-REQ-READ-FILE
              AND NOT CA-REQ-RELEASE-FILE
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-FILE-ID TO EM-FILEID.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-REQ-LIST-FILES
             PERFORM LIST-FILES THRU LIST-FILES-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF CA-REQ-RELEASE-FILE
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM READ-FILE-ROW THRU READ-FILE-ROW-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-REQ-RELEASE-FILE
             PERFORM GET-TODAYS-DATE
             PERFORM RELEASE-FILE THRU RELEASE-FILE-EXIT
             IF CA-RETURN-CODE EQUAL '00'
               PERFORM READ-FILE-ROW THRU READ-FILE-ROW-EXIT
             END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       LIST-FILES.
      *================================================================*
           IF CA-RESUME-FILE-ID IS NUMERIC
             MOVE CA-RESUME-FILE-ID TO WS-RESUME-FILE-ID
           ELSE
             MOVE ZERO TO WS-RESUME-FILE-ID
           END-IF
           MOVE 'N'  TO CA-MORE-FILES
           MOVE ZERO TO CA-FILE-COUNT
           MOVE ZERO TO WS-FETCHED-COUNT

           MOVE ' OPEN PFCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN PFCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO LIST-FILES-EXIT
           END-IF

           PERFORM FETCH-FILE-ROW THRU FETCH-FILE-ROW-EXIT
               UNTIL WS-PAGE-EOJ

           EXEC SQL
               CLOSE PFCURSOR
           END-EXEC.
       LIST-FILES-EXIT.
           EXIT.
      *================================================================*
       FETCH-FILE-ROW.
      *================================================================*
           EXEC SQL
               FETCH PFCURSOR
                 INTO :WS-FR-FILE-ID,
                      :WS-FR-SOURCE-SYSTEM,
                      :WS-FR-CREATED-BY,
                      :WS-FR-CREATED-DATE,
                      :WS-FR-RECORD-COUNT,
                      :WS-FR-TOTAL-AMOUNT,
                      :WS-FR-ACCOUNT-HASH,
                      :WS-FR-STATUS,
                      :WS-FR-RELEASE1-BY,
                      :WS-FR-RELEASE1-DATE,
                      :WS-FR-RELEASE2-BY,
                      :WS-FR-RELEASE2-DATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-FILE-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH PFCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-FILE-ROW-EXIT
           END-IF

           IF WS-FETCHED-COUNT NOT LESS THAN WS-PAGE-SIZE
             MOVE 'Y' TO CA-MORE-FILES
             MOVE 'Y' TO WS-PAGE-EOJ-SW
             GO TO FETCH-FILE-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-FL-IDX TO WS-FETCHED-COUNT
           MOVE WS-FR-FILE-ID TO CA-RESUME-FILE-ID
           PERFORM STORE-FILE-ENTRY
           MOVE WS-FETCHED-COUNT TO CA-FILE-COUNT.
       FETCH-FILE-ROW-EXIT.
           EXIT.
      *================================================================*
       STORE-FILE-ENTRY.
      *================================================================*
           MOVE WS-FR-FILE-ID       TO FL-FILE-ID(CA-FL-IDX)
           MOVE WS-FR-SOURCE-SYSTEM TO FL-SOURCE-SYSTEM(CA-FL-IDX)
           MOVE WS-FR-CREATED-BY    TO FL-CREATED-BY(CA-FL-IDX)
           MOVE WS-FR-CREATED-DATE  TO FL-CREATED-DATE(CA-FL-IDX)
           MOVE WS-FR-RECORD-COUNT  TO FL-RECORD-COUNT(CA-FL-IDX)
           MOVE WS-FR-TOTAL-AMOUNT  TO FL-TOTAL-AMOUNT(CA-FL-IDX)
           MOVE WS-FR-ACCOUNT-HASH  TO FL-ACCOUNT-HASH(CA-FL-IDX)
           MOVE WS-FR-STATUS        TO FL-FILE-STATUS(CA-FL-IDX)
           MOVE WS-FR-RELEASE1-BY   TO FL-RELEASE1-BY(CA-FL-IDX)
           MOVE WS-FR-RELEASE1-DATE TO FL-RELEASE1-DATE(CA-FL-IDX)
           MOVE WS-FR-RELEASE2-BY   TO FL-RELEASE2-BY(CA-FL-IDX)
           MOVE WS-FR-RELEASE2-DATE TO FL-RELEASE2-DATE(CA-FL-IDX).
      *================================================================*
       READ-FILE-ROW.
      *================================================================*
      * One file and its control figures, returned in the first list   *
      * entry.                                                         *
      *================================================================*
           IF CA-FILE-ID IS NOT NUMERIC
             MOVE '94' TO CA-RETURN-CODE
             GO TO READ-FILE-ROW-EXIT
           END-IF
           MOVE CA-FILE-ID TO WS-FILE-ID

           MOVE ' SELECT PAYFILE' TO EM-SQLREQ
           EXEC SQL
             SELECT FILEID, SOURCESYSTEM, CREATEDBY,
                    CREATEDDATE, RECORDCOUNT, TOTALAMOUNT,
                    ACCOUNTHASH, FILESTATUS,
                    COALESCE(RELEASE1BY, ' '),
                    COALESCE(RELEASE1DATE, ' '),
                    COALESCE(RELEASE2BY, ' '),
                    COALESCE(RELEASE2DATE, ' ')
               INTO :WS-FR-FILE-ID, :WS-FR-SOURCE-SYSTEM,
                    :WS-FR-CREATED-BY, :WS-FR-CREATED-DATE,
                    :WS-FR-RECORD-COUNT, :WS-FR-TOTAL-AMOUNT,
                    :WS-FR-ACCOUNT-HASH, :WS-FR-STATUS,
                    :WS-FR-RELEASE1-BY, :WS-FR-RELEASE1-DATE,
                    :WS-FR-RELEASE2-BY, :WS-FR-RELEASE2-DATE
               FROM PAYMENT_FILE_CONTROL
              WHERE FILEID = :WS-FILE-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO READ-FILE-ROW-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-FILE-ROW-EXIT
           END-EVALUATE

           SET CA-FL-IDX TO 1
           PERFORM STORE-FILE-ENTRY
           MOVE 1 TO CA-FILE-COUNT
           MOVE 'N' TO CA-MORE-FILES.
       READ-FILE-ROW-EXIT.
           EXIT.
      *================================================================*
       RELEASE-FILE.
      *================================================================*
      * The releaser must key back the count and value they checked.   *
      * A held file takes its first release; a part-released one its   *
      * second, which must come from someone other than the first      *
      * releaser - one member of staff alone cannot send money to the  *
      * bank.  The status guard on each UPDATE keeps two releases      *
      * racing each other from both landing.                           *
      *================================================================*
           IF CA-CONFIRM-COUNT IS NOT NUMERIC
               OR CA-CONFIRM-TOTAL IS NOT NUMERIC
               OR CA-CONFIRM-COUNT NOT EQUAL WS-FR-RECORD-COUNT
               OR CA-CONFIRM-TOTAL NOT EQUAL WS-FR-TOTAL-AMOUNT
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' CONTROL FIGURES DO NOT AGREE' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RELEASE-FILE-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-FR-STATUS EQUAL 'H'
               MOVE ' UPDATE RELEASE1' TO EM-SQLREQ
               EXEC SQL
                 UPDATE PAYMENT_FILE_CONTROL
                    SET FILESTATUS   = 'P',
                        RELEASE1BY   = :CA-STAFF-ID,
                        RELEASE1DATE = :WS-TODAY-DATE,
                        RELEASE1TIME = CURRENT TIME
                  WHERE FILEID     = :WS-FILE-ID
                    AND FILESTATUS = 'H'
               END-EXEC
             WHEN WS-FR-STATUS EQUAL 'P'
                 AND WS-FR-RELEASE1-BY EQUAL CA-STAFF-ID
               MOVE '87' TO CA-RETURN-CODE
               MOVE ' SECOND RELEASER MUST DIFFER FROM FIRST'
                 TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RELEASE-FILE-EXIT
             WHEN WS-FR-STATUS EQUAL 'P'
               MOVE ' UPDATE RELEASE2' TO EM-SQLREQ
               EXEC SQL
                 UPDATE PAYMENT_FILE_CONTROL
                    SET FILESTATUS   = 'R',
                        RELEASE2BY   = :CA-STAFF-ID,
                        RELEASE2DATE = :WS-TODAY-DATE,
                        RELEASE2TIME = CURRENT TIME
                  WHERE FILEID     = :WS-FILE-ID
                    AND FILESTATUS = 'P'
                    AND RELEASE1BY <> :CA-STAFF-ID
               END-EXEC
             WHEN OTHER
               MOVE '95' TO CA-RETURN-CODE
               GO TO RELEASE-FILE-EXIT
           END-EVALUATE

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RELEASE-FILE-EXIT.
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
       CHECK-STAFF-ENTITLEMENT.
      *================================================================*
      * See the note at WS-REQUIRED-AUTH-LEVEL.  A CA-STAFF-ID that    *
      * is not a real, active EMP_ID, or whose AUTH_LEVEL is below     *
      * what this transaction needs, is refused before anything is     *
      * touched.                                                       *
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
             SELECT AUTH_LEVEL, EMPSTATUS
               INTO :WS-ENT-AUTH-LEVEL, :WS-ENT-STATUS
               FROM EMPLOYEE
              WHERE EMP_ID = :WS-ENT-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-ENT-STATUS NOT EQUAL 'A'
                 MOVE '86' TO CA-RETURN-CODE
                 MOVE ' CA-STAFF-ID NOT ACTIVE' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO CHECK-STAFF-ENTITLEMENT-EXIT
               END-IF
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
