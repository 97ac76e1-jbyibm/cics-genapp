      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *            Brand Master Maintenance Transaction                *
      *                                                                *
      *   Owns the BRAND master.  We used to sell under our own name   *
      *  only; an affinity partner's brand is now set up here with its *
      *  letterhead, contacts and commission, the intake programs and  *
      *  LGQOT01 accept its code on new business, LGRAT01 prices it on *
      *  the brand's own factor set, and the document, statement and   *
      *  renewal print runs put its letterhead on the page.  A brand   *
      *  is retired, never deleted - it closes to new business but its *
      *  policies keep printing under it.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGBDM01.
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
                                        VALUE 'LGBDM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGBDM01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(7)  VALUE ' BRAND='.
             15 EM-BRAND               PIC X(09) VALUE SPACES.
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
           05 WS-CA-BRAND-LEN          PIC S9(4) COMP VALUE +230.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

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
             INCLUDE LGBDMCA
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
                                       + WS-CA-BRAND-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-BRAND-CODE TO EM-BRAND.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-BRAND
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-BRAND
               PERFORM ADD-BRAND THRU ADD-BRAND-EXIT
             WHEN CA-REQ-AMEND-BRAND
               PERFORM AMEND-BRAND THRU AMEND-BRAND-EXIT
             WHEN CA-REQ-RETIRE-BRAND
               PERFORM RETIRE-BRAND
             WHEN CA-REQ-READ-BRAND
               PERFORM READ-BRAND
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       ADD-BRAND.
      *================================================================*
           IF CA-BRAND-CODE IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' BRAND CODE REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-BRAND-EXIT
           END-IF

           PERFORM VALIDATE-BRAND-DETAILS
               THRU VALIDATE-BRAND-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-BRAND-EXIT
           END-IF

           MOVE ' INSERT BRAND' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BRAND
                       ( BRANDCODE,
                         BRANDNAME,
                         LETTERHEAD1,
                         LETTERHEAD2,
                         CONTACTPHONE,
                         CONTACTEMAIL,
                         PARTNERCOMMPCT,
                         BRANDSTATUS,
                         LASTCHANGED )
                VALUES ( :CA-BRAND-CODE,
                         :CA-BRAND-NAME,
                         :CA-LETTERHEAD-1,
                         :CA-LETTERHEAD-2,
                         :CA-CONTACT-PHONE,
                         :CA-CONTACT-EMAIL,
                         :CA-PARTNER-COMM-PCT,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO CA-BRAND-STATUS
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' BRAND ALREADY ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       ADD-BRAND-EXIT.
           EXIT.
      *================================================================*
       AMEND-BRAND.
      *================================================================*
      * Only a live brand is amended - a retired one keeps the         *
      * letterhead its policies were sold and printed under.           *
      *================================================================*
           PERFORM VALIDATE-BRAND-DETAILS
               THRU VALIDATE-BRAND-DETAILS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-BRAND-EXIT
           END-IF

           MOVE ' UPDATE BRAND' TO EM-SQLREQ
           EXEC SQL
             UPDATE BRAND
                SET BRANDNAME       = :CA-BRAND-NAME,
                    LETTERHEAD1     = :CA-LETTERHEAD-1,
                    LETTERHEAD2     = :CA-LETTERHEAD-2,
                    CONTACTPHONE    = :CA-CONTACT-PHONE,
                    CONTACTEMAIL    = :CA-CONTACT-EMAIL,
                    PARTNERCOMMPCT  = :CA-PARTNER-COMM-PCT,
                    LASTCHANGED     = CURRENT TIMESTAMP
              WHERE BRANDCODE   = :CA-BRAND-CODE
                AND BRANDSTATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO CA-BRAND-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-BRAND-EXIT.
           EXIT.
      *================================================================*
       RETIRE-BRAND.
      *================================================================*
           MOVE ' RETIRE BRAND' TO EM-SQLREQ
           EXEC SQL
             UPDATE BRAND
                SET BRANDSTATUS = 'R',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE BRANDCODE = :CA-BRAND-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'R' TO CA-BRAND-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       READ-BRAND.
      *================================================================*
           MOVE ' SELECT BRAND' TO EM-SQLREQ
           EXEC SQL
             SELECT BRANDNAME, LETTERHEAD1, LETTERHEAD2,
                    CONTACTPHONE, CONTACTEMAIL,
                    PARTNERCOMMPCT, BRANDSTATUS
               INTO :CA-BRAND-NAME, :CA-LETTERHEAD-1,
                    :CA-LETTERHEAD-2, :CA-CONTACT-PHONE,
                    :CA-CONTACT-EMAIL, :CA-PARTNER-COMM-PCT,
                    :CA-BRAND-STATUS
               FROM BRAND
              WHERE BRANDCODE = :CA-BRAND-CODE
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
       VALIDATE-BRAND-DETAILS.
      *================================================================*
      * A brand's documents go out under its letterhead, so it needs   *
      * at least the first letterhead line, and the partner's          *
      * commission must be a percentage under 100.                     *
      *================================================================*
           IF CA-BRAND-NAME IS EQUAL TO SPACES
               OR CA-LETTERHEAD-1 IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' BRAND NAME/LETTERHEAD REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-BRAND-DETAILS-EXIT
           END-IF

           IF CA-PARTNER-COMM-PCT IS NOT NUMERIC
             MOVE ZERO TO CA-PARTNER-COMM-PCT
           END-IF
           IF CA-PARTNER-COMM-PCT IS NOT LESS THAN 100
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' PARTNER COMMISSION INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-BRAND-DETAILS-EXIT.
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
