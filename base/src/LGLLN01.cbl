      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Large-Loss Notification Service Program              *
      *                                                                *
      *   Senior management and the reinsurers expect to hear about    *
      *  any claim over a set value within a day, and until now that   *
      *  hung on a handler remembering to send an email.  LINKed to    *
      *  by LGCLB01 when a claim is filed and by LGCRS01 when its      *
      *  reserve moves, this program works out the claim's incurred    *
      *  value and compares it with the threshold for the policy       *
      *  type held on SYSTEM_PARAMETER.  The first time a claim        *
      *  crosses it, a LARGE_LOSS_NOTICE row is written and the        *
      *  alert goes out through LGSTSQ - the *ALERT* marker LGEAM01    *
      *  uses, naming the distribution list - for whatever watches     *
      *  the queue.  Once notified, every later movement brings the    *
      *  notice's current incurred up to date so LGLLB01's daily       *
      *  report shows the loss developing.  The callers gate           *
      *  entitlement; this program just keeps the list true.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGLLN01.
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
                                        VALUE 'LGLLN01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGLLN01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CLM#='.
             15 EM-CLMNUM              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.

      * The large-loss alert - its own record so the SQLCODE stamp
      * WRITE-ERROR-MESSAGE puts on ERROR-MSG cannot overlay it.  The
      * '*ALERT*' marker leads, as on LGEAM01's, and DL= names the
      * distribution list the queue watcher routes it to.
       01  ALERT-MSG.
           05 AL-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 AL-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGLLN01 '.
           05 FILLER                   PIC X(08) VALUE '*ALERT* '.
           05 FILLER                   PIC X(03) VALUE 'DL='.
           05 AL-DIST-LIST             PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' CLM='.
           05 AL-CLAIM-NUM             PIC 9(10).
           05 FILLER                   PIC X(05) VALUE ' INC='.
           05 AL-INCURRED              PIC Z(08)9.
           05 FILLER                   PIC X(05) VALUE ' THR='.
           05 AL-THRESHOLD             PIC Z(08)9.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-LARGE-LOSS-LEN     PIC S9(4) COMP VALUE +44.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Threshold and distribution list per policy type - read from    *
      * SYSTEM_PARAMETER group 'LARGELOS', keyed by POLICY's own       *
      * three-character POLICYTYPE ('HOU', 'MOT', 'END', 'COM'),       *
      * falling back to the 'DEFAULT ' row: NUMVALUE1 is the           *
      * threshold, TEXTVALUE the distribution list.  The compiled      *
      * figures stand only when the table cannot be read.              *
      *----------------------------------------------------------------*
       77  WS-DEFAULT-THRESHOLD        PIC 9(09)V9(02) VALUE 50000.00.
       77  WS-DEFAULT-DIST-LIST        PIC X(08) VALUE 'LARGELOS'.
       01  WS-PARAM-WORK.
           05 WS-PRM-KEY               PIC X(08).
           05 WS-PRM-NUM               PIC S9(09)V9(02).
           05 WS-PRM-TEXT              PIC X(08).

      * The claim as it stands after the caller's change
       01  WS-CLAIM-WORK.
           05 WS-POLICY-TYPE           PIC X(03).
           05 WS-CLAIM-STATUS          PIC X(01).
           05 WS-CLAIM-AMOUNT          PIC 9(07)V9(02).
           05 WS-CASE-RESERVE          PIC 9(07)V9(02).
           05 WS-INTERIM-PAID          PIC 9(07)V9(02).
           05 WS-APPROVED-AMOUNT       PIC 9(07)V9(02).
           05 WS-INCURRED              PIC 9(09)V9(02).
           05 WS-THRESHOLD             PIC 9(09)V9(02).
           05 WS-DIST-LIST             PIC X(08).
           05 WS-NOTIFIED-DATE         PIC X(10).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGLLNCA
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
                                       + WS-CA-LARGE-LOSS-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CLAIM-NUM TO EM-CLMNUM.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-CHECK-INCURRED
               PERFORM CHECK-INCURRED THRU CHECK-INCURRED-EXIT
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
       CHECK-INCURRED.
      *================================================================*
      * Incurred is what has been paid plus what is still reserved -   *
      * interim payments, the approved amount once settled, and the    *
      * case reserve.  A claim just filed has neither yet, so the      *
      * amount claimed stands in until a handler sets a reserve.       *
      *================================================================*
           MOVE 'N' TO CA-LARGE-LOSS
           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT P.POLICYTYPE, C.CLAIMSTATUS, C.CLAIMAMOUNT,
                    C.CASERESERVE, C.INTERIMPAID, C.APPROVEDAMOUNT
               INTO :WS-POLICY-TYPE, :WS-CLAIM-STATUS,
                    :WS-CLAIM-AMOUNT, :WS-CASE-RESERVE,
                    :WS-INTERIM-PAID, :WS-APPROVED-AMOUNT
               FROM CLAIM C, POLICY P
              WHERE C.CLAIMNUMBER  = :CA-CLAIM-NUM
                AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO CHECK-INCURRED-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-INCURRED-EXIT
           END-EVALUATE

           COMPUTE WS-INCURRED = WS-INTERIM-PAID + WS-CASE-RESERVE
           IF WS-CLAIM-STATUS EQUAL 'S'
             ADD WS-APPROVED-AMOUNT TO WS-INCURRED
           END-IF
           IF WS-INCURRED EQUAL ZERO
             MOVE WS-CLAIM-AMOUNT TO WS-INCURRED
           END-IF
           MOVE WS-INCURRED TO CA-INCURRED

           PERFORM READ-THRESHOLD
           MOVE WS-THRESHOLD TO CA-THRESHOLD

      * already on the list - bring the current figure up to date,
      * whichever way it moved
           MOVE ' SELECT LLNOTICE' TO EM-SQLREQ
           EXEC SQL
             SELECT NOTIFIEDDATE
               INTO :WS-NOTIFIED-DATE
               FROM LARGE_LOSS_NOTICE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO CA-LARGE-LOSS
               PERFORM UPDATE-NOTICE
               GO TO CHECK-INCURRED-EXIT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-INCURRED-EXIT
           END-EVALUATE

           IF WS-INCURRED NOT LESS THAN WS-THRESHOLD
             MOVE 'Y' TO CA-LARGE-LOSS
             PERFORM RAISE-NOTICE THRU RAISE-NOTICE-EXIT
           END-IF.
       CHECK-INCURRED-EXIT.
           EXIT.
      *================================================================*
       READ-THRESHOLD.
      *================================================================*
      * See the note at WS-DEFAULT-THRESHOLD.                          *
      *================================================================*
           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           MOVE WS-DEFAULT-DIST-LIST TO WS-DIST-LIST
           MOVE WS-POLICY-TYPE TO WS-PRM-KEY
           EXEC SQL
             SELECT NUMVALUE1, TEXTVALUE
               INTO :WS-PRM-NUM, :WS-PRM-TEXT
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'LARGELOS'
                AND PARAMKEY   = :WS-PRM-KEY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'DEFAULT ' TO WS-PRM-KEY
             EXEC SQL
               SELECT NUMVALUE1, TEXTVALUE
                 INTO :WS-PRM-NUM, :WS-PRM-TEXT
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'LARGELOS'
                  AND PARAMKEY   = :WS-PRM-KEY
             END-EXEC
           END-IF
           IF SQLCODE EQUAL 0
             IF WS-PRM-NUM GREATER THAN ZERO
               MOVE WS-PRM-NUM TO WS-THRESHOLD
             END-IF
             IF WS-PRM-TEXT NOT EQUAL SPACES
               MOVE WS-PRM-TEXT TO WS-DIST-LIST
             END-IF
           END-IF.
      *================================================================*
       RAISE-NOTICE.
      *================================================================*
      * The notice row first, then the alert - the row is what         *
      * LGLLB01 reports from and survives the queue being drained.     *
      * Two movements racing on one claim surface as the DB2 -803 on   *
      * the second; that one is already notified and simply updates.   *
      *================================================================*
           MOVE ' INSERT LLNOTICE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO LARGE_LOSS_NOTICE
                       ( CLAIMNUMBER,
                         POLICYTYPE,
                         NOTIFIEDSOURCE,
                         THRESHOLD,
                         DISTLIST,
                         NOTIFIEDINCURRED,
                         CURRENTINCURRED,
                         REPORTEDINCURRED,
                         NOTIFIEDDATE,
                         NOTIFIEDBY,
                         LASTMOVEDDATE,
                         REINSNOTIFIEDDATE )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-POLICY-TYPE,
                         :CA-LL-SOURCE,
                         :WS-THRESHOLD,
                         :WS-DIST-LIST,
                         :WS-INCURRED,
                         :WS-INCURRED,
                         0,
                         :WS-TODAY-DATE,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         ' ' )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               PERFORM UPDATE-NOTICE
               GO TO RAISE-NOTICE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RAISE-NOTICE-EXIT
           END-EVALUATE

           MOVE WS-DIST-LIST  TO AL-DIST-LIST
           MOVE CA-CLAIM-NUM  TO AL-CLAIM-NUM
           MOVE WS-INCURRED   TO AL-INCURRED
           MOVE WS-THRESHOLD  TO AL-THRESHOLD
           PERFORM WRITE-ALERT-MESSAGE.
       RAISE-NOTICE-EXIT.
           EXIT.
      *================================================================*
       UPDATE-NOTICE.
      *================================================================*
           MOVE ' UPDATE LLNOTICE' TO EM-SQLREQ
           EXEC SQL
             UPDATE LARGE_LOSS_NOTICE
                SET CURRENTINCURRED = :WS-INCURRED,
                    LASTMOVEDDATE   = :WS-TODAY-DATE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write the large-loss alert to Queues              *
      *================================================================*
       WRITE-ALERT-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO AL-DATE
           MOVE WS-TIME TO AL-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ALERT-MSG)
                     LENGTH(LENGTH OF ALERT-MSG)
           END-EXEC.
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
