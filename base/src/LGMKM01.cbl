      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *          Marketing Campaign Maintenance Transaction            *
      *                                                                *
      *   Owns the CAMPAIGN master.  Marketing used to build their     *
      *  mailing lists with ad hoc queries that took no account of     *
      *  consent; a campaign is now set up here with its offer and     *
      *  selection rules, LGMKB01 picks the customers for it honouring *
      *  CONTACT_PREFERENCE and the vulnerable customer register, and  *
      *  LGQOT01 attributes any quote raised under the code back to    *
      *  it.  A campaign is closed, never deleted - its selections     *
      *  and quotes reference it for the response reporting.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGMKM01.
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
                                        VALUE 'LGMKM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGMKM01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CMPN='.
             15 EM-CAMPAIGN            PIC X(10)  VALUE SPACES.
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
           05 WS-CA-CAMPAIGN-LEN       PIC S9(4) COMP VALUE +85.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Product codes a campaign may offer or require - POLICYTYPE     *
      * as it is held on POLICY                                        *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-CHECK            PIC X(03) VALUE SPACES.
           88 WS-PRODUCT-VALID             VALUE 'HOU' 'MOT'
                                                 'END' 'COM'
                                                 'TRV'.

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
             INCLUDE LGMKMCA
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
                                       + WS-CA-CAMPAIGN-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CAMPAIGN-CODE TO EM-CAMPAIGN.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-CAMPAIGN
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-CAMPAIGN
               PERFORM ADD-CAMPAIGN THRU ADD-CAMPAIGN-EXIT
             WHEN CA-REQ-AMEND-CAMPAIGN
               PERFORM AMEND-CAMPAIGN THRU AMEND-CAMPAIGN-EXIT
             WHEN CA-REQ-CLOSE-CAMPAIGN
               PERFORM CLOSE-CAMPAIGN
             WHEN CA-REQ-READ-CAMPAIGN
               PERFORM READ-CAMPAIGN
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       ADD-CAMPAIGN.
      *================================================================*
           IF CA-CAMPAIGN-CODE IS EQUAL TO SPACES
               OR CA-CAMPAIGN-NAME IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' CAMPAIGN CODE/NAME REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-CAMPAIGN-EXIT
           END-IF

           PERFORM VALIDATE-SELECTION-RULES
               THRU VALIDATE-SELECTION-RULES-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-CAMPAIGN-EXIT
           END-IF

           MOVE ' INSERT CAMPAIGN' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CAMPAIGN
                       ( CAMPAIGNCODE,
                         CAMPAIGNNAME,
                         OFFERPRODUCT,
                         HOLDPRODUCT,
                         MAXPRODUCTS,
                         EXCLUDEPRIOR,
                         REGIONCODE,
                         MINTENUREMONTHS,
                         HOUSEHOLDRULE,
                         STARTDATE,
                         ENDDATE,
                         CAMPAIGNSTATUS,
                         LASTCHANGED )
                VALUES ( :CA-CAMPAIGN-CODE,
                         :CA-CAMPAIGN-NAME,
                         :CA-OFFER-PRODUCT,
                         :CA-HOLD-PRODUCT,
                         :CA-MAX-PRODUCTS,
                         :CA-EXCLUDE-PRIOR,
                         :CA-REGION-CODE,
                         :CA-MIN-TENURE-MONTHS,
                         :CA-HOUSEHOLD-RULE,
                         :CA-START-DATE,
                         :CA-END-DATE,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO CA-CAMPAIGN-STATUS
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' CAMPAIGN ALREADY ON MASTER' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       ADD-CAMPAIGN-EXIT.
           EXIT.
      *================================================================*
       AMEND-CAMPAIGN.
      *================================================================*
      * Only a campaign still active is amended - a closed one has     *
      * had its selections and responses counted against the rules     *
      * it ran with.                                                   *
      *================================================================*
           PERFORM VALIDATE-SELECTION-RULES
               THRU VALIDATE-SELECTION-RULES-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-CAMPAIGN-EXIT
           END-IF

           MOVE ' UPDATE CAMPAIGN' TO EM-SQLREQ
           EXEC SQL
             UPDATE CAMPAIGN
                SET CAMPAIGNNAME    = :CA-CAMPAIGN-NAME,
                    OFFERPRODUCT    = :CA-OFFER-PRODUCT,
                    HOLDPRODUCT     = :CA-HOLD-PRODUCT,
                    MAXPRODUCTS     = :CA-MAX-PRODUCTS,
                    EXCLUDEPRIOR    = :CA-EXCLUDE-PRIOR,
                    REGIONCODE      = :CA-REGION-CODE,
                    MINTENUREMONTHS = :CA-MIN-TENURE-MONTHS,
                    HOUSEHOLDRULE   = :CA-HOUSEHOLD-RULE,
                    STARTDATE       = :CA-START-DATE,
                    ENDDATE         = :CA-END-DATE,
                    LASTCHANGED     = CURRENT TIMESTAMP
              WHERE CAMPAIGNCODE   = :CA-CAMPAIGN-CODE
                AND CAMPAIGNSTATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO CA-CAMPAIGN-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-CAMPAIGN-EXIT.
           EXIT.
      *================================================================*
       CLOSE-CAMPAIGN.
      *================================================================*
           MOVE ' CLOSE CAMPAIGN' TO EM-SQLREQ
           EXEC SQL
             UPDATE CAMPAIGN
                SET CAMPAIGNSTATUS = 'C',
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CAMPAIGNCODE = :CA-CAMPAIGN-CODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'C' TO CA-CAMPAIGN-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       READ-CAMPAIGN.
      *================================================================*
           MOVE ' SELECT CAMPAIGN' TO EM-SQLREQ
           EXEC SQL
             SELECT CAMPAIGNNAME, OFFERPRODUCT, HOLDPRODUCT,
                    MAXPRODUCTS, EXCLUDEPRIOR, REGIONCODE,
                    MINTENUREMONTHS, HOUSEHOLDRULE,
                    STARTDATE, ENDDATE, CAMPAIGNSTATUS
               INTO :CA-CAMPAIGN-NAME, :CA-OFFER-PRODUCT,
                    :CA-HOLD-PRODUCT, :CA-MAX-PRODUCTS,
                    :CA-EXCLUDE-PRIOR, :CA-REGION-CODE,
                    :CA-MIN-TENURE-MONTHS, :CA-HOUSEHOLD-RULE,
                    :CA-START-DATE, :CA-END-DATE,
                    :CA-CAMPAIGN-STATUS
               FROM CAMPAIGN
              WHERE CAMPAIGNCODE = :CA-CAMPAIGN-CODE
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
       VALIDATE-SELECTION-RULES.
      *================================================================*
      * The offer must be a product we write, the product to hold      *
      * either one too or spaces, the two must differ, and the         *
      * campaign must run for at least a day.                          *
      *================================================================*
           MOVE CA-OFFER-PRODUCT TO WS-PRODUCT-CHECK
           IF NOT WS-PRODUCT-VALID
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' OFFER PRODUCT INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-SELECTION-RULES-EXIT
           END-IF

           IF CA-HOLD-PRODUCT NOT EQUAL SPACES
             MOVE CA-HOLD-PRODUCT TO WS-PRODUCT-CHECK
             IF NOT WS-PRODUCT-VALID
                 OR CA-HOLD-PRODUCT EQUAL CA-OFFER-PRODUCT
               MOVE '96' TO CA-RETURN-CODE
               MOVE ' HOLD PRODUCT INVALID' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VALIDATE-SELECTION-RULES-EXIT
             END-IF
           END-IF

           IF CA-MAX-PRODUCTS IS NOT NUMERIC
             MOVE ZERO TO CA-MAX-PRODUCTS
           END-IF
           IF CA-MIN-TENURE-MONTHS IS NOT NUMERIC
             MOVE ZERO TO CA-MIN-TENURE-MONTHS
           END-IF
           IF CA-EXCLUDE-PRIOR NOT EQUAL 'Y'
             MOVE 'N' TO CA-EXCLUDE-PRIOR
           END-IF
           IF CA-HOUSEHOLD-RULE NOT EQUAL 'Y'
             MOVE 'N' TO CA-HOUSEHOLD-RULE
           END-IF

           IF CA-START-DATE IS EQUAL TO SPACES
               OR CA-END-DATE IS EQUAL TO SPACES
               OR CA-END-DATE IS LESS THAN CA-START-DATE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' START/END DATES INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-SELECTION-RULES-EXIT.
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
