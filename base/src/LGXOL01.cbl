      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *        Catastrophe Excess-of-Loss Layer Transaction            *
      *                                                                *
      *   Maintains the TREATY_XOL_LAYER rows - the layers of the      *
      *  catastrophe excess-of-loss programme held against a           *
      *  REINSURANCE_TREATY: retention, limit, layer premium, the      *
      *  reinstatements the slip allows and their premium, and the     *
      *  reinsurer.  Add opens a layer, amend changes its terms or     *
      *  cancels it, read returns what is on file.  The layers of one  *
      *  treaty must stack - each starting at or above the top of the  *
      *  one beneath it - or LGXLB01 would recover the same slice of   *
      *  an event twice.  A layer is never deleted.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGXOL01.
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
                                        VALUE 'LGXOL01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGXOL01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' XOL#='.
             15 EM-LAYERKEY            PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - the same gate the other staff       *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-LAYER-LEN          PIC S9(4) COMP VALUE +92.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * The treaty the layer is held against, and the top of the
      * highest active layer beneath this one - the floor its
      * retention may not go below
       01  WS-LAYER-WORK.
           05 WS-TREATY-COUNT          PIC S9(9) COMP.
           05 WS-FLOOR-NULL            PIC S9(4) COMP.
           05 WS-LAYER-FLOOR           PIC S9(11)V9(02) COMP-3.
           05 WS-LAYER-KEY.
              10 WS-KEY-CLASS          PIC X(04).
              10 FILLER                PIC X(01) VALUE '/'.
              10 WS-KEY-LAYER          PIC 9(02).
              10 FILLER                PIC X(03) VALUE SPACES.

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
             INCLUDE LGXOLMCA
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
                                       + WS-CA-LAYER-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-TRADE-CLASS TO WS-KEY-CLASS.
           MOVE CA-LAYER-NUM   TO WS-KEY-LAYER.
           MOVE WS-LAYER-KEY   TO EM-LAYERKEY.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-LAYER
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-LAYER
               PERFORM ADD-LAYER THRU ADD-LAYER-EXIT
             WHEN CA-REQ-AMEND-LAYER
               PERFORM AMEND-LAYER THRU AMEND-LAYER-EXIT
             WHEN CA-REQ-READ-LAYER
               PERFORM READ-LAYER
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       ADD-LAYER.
      *================================================================*
      * The terms are validated and the layer checked to sit above     *
      * the ones beneath it before the row goes on.  A layer number    *
      * already on the treaty surfaces as the DB2 -803 and is          *
      * returned '92'.  A new layer always starts active.              *
      *================================================================*
           MOVE 'A' TO CA-LAYER-STATUS
           PERFORM VALIDATE-LAYER THRU VALIDATE-LAYER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-LAYER-EXIT
           END-IF

           MOVE ' INSERT XOLLAYER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TREATY_XOL_LAYER
                       ( TRADECLASS,
                         LAYERNUM,
                         RETENTION,
                         LAYERLIMIT,
                         LAYERPREMIUM,
                         REINSTATEMENTS,
                         REINSTATEPCT,
                         REINSURERNAME,
                         LAYERSTATUS,
                         CHANGEDBY,
                         LASTCHANGED )
                VALUES ( :CA-TRADE-CLASS,
                         :CA-LAYER-NUM,
                         :CA-RETENTION,
                         :CA-LAYER-LIMIT,
                         :CA-LAYER-PREMIUM,
                         :CA-REINSTATEMENTS,
                         :CA-REINSTATE-PCT,
                         :CA-REINSURER-NAME,
                         :CA-LAYER-STATUS,
                         :CA-STAFF-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE CA-STAFF-ID TO CA-CHANGED-BY
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' LAYER ALREADY ON TREATY' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       ADD-LAYER-EXIT.
           EXIT.
      *================================================================*
       AMEND-LAYER.
      *================================================================*
      * Replaces the layer's terms, reinsurer and status wholesale -   *
      * the caller reads the layer first and sends it all back.  A     *
      * cancelled layer is not checked against the stack; it no        *
      * longer takes part in it.                                       *
      *================================================================*
           IF NOT CA-VALID-LAYER-STATUS
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' LAYER STATUS NOT A OR C' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-LAYER-EXIT
           END-IF

           PERFORM VALIDATE-LAYER THRU VALIDATE-LAYER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-LAYER-EXIT
           END-IF

           MOVE ' UPDATE XOLLAYER' TO EM-SQLREQ
           EXEC SQL
             UPDATE TREATY_XOL_LAYER
                SET RETENTION      = :CA-RETENTION,
                    LAYERLIMIT     = :CA-LAYER-LIMIT,
                    LAYERPREMIUM   = :CA-LAYER-PREMIUM,
                    REINSTATEMENTS = :CA-REINSTATEMENTS,
                    REINSTATEPCT   = :CA-REINSTATE-PCT,
                    REINSURERNAME  = :CA-REINSURER-NAME,
                    LAYERSTATUS    = :CA-LAYER-STATUS,
                    CHANGEDBY      = :CA-STAFF-ID,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE TRADECLASS = :CA-TRADE-CLASS
                AND LAYERNUM   = :CA-LAYER-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE CA-STAFF-ID TO CA-CHANGED-BY
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-LAYER-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-LAYER.
      *================================================================*
      * Common to add and amend.  The treaty must be on file, the      *
      * layer numbered and given a limit and a reinsurer, and the      *
      * reinstatement premium no more than the layer premium twice     *
      * over.  An active layer's retention may not sit below the top   *
      * of any active layer numbered beneath it on the same treaty.    *
      *================================================================*
           IF CA-LAYER-NUM IS NOT NUMERIC
               OR CA-LAYER-NUM IS EQUAL TO ZERO
               OR CA-LAYER-LIMIT IS NOT NUMERIC
               OR CA-LAYER-LIMIT IS EQUAL TO ZERO
               OR CA-RETENTION IS NOT NUMERIC
               OR CA-LAYER-PREMIUM IS NOT NUMERIC
               OR CA-REINSTATEMENTS IS NOT NUMERIC
               OR CA-REINSTATE-PCT IS NOT NUMERIC
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' LAYER TERMS NOT NUMERIC' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF

           IF CA-REINSURER-NAME IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REINSURER NAME REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF

           IF CA-REINSTATE-PCT IS GREATER THAN 200
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' REINSTATEMENT PCT OVER 200' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF

           MOVE ' SELECT TREATY' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-TREATY-COUNT
               FROM REINSURANCE_TREATY
              WHERE TRADECLASS = :CA-TRADE-CLASS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF
           IF WS-TREATY-COUNT IS EQUAL TO ZERO
             MOVE '94' TO CA-RETURN-CODE
             MOVE ' NO REINSURANCE_TREATY ROW' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF

           IF CA-LAYER-CANCELLED
             GO TO VALIDATE-LAYER-EXIT
           END-IF

           MOVE ' SELECT XOLFLOOR' TO EM-SQLREQ
           EXEC SQL
             SELECT MAX(RETENTION + LAYERLIMIT)
               INTO :WS-LAYER-FLOOR :WS-FLOOR-NULL
               FROM TREATY_XOL_LAYER
              WHERE TRADECLASS  = :CA-TRADE-CLASS
                AND LAYERNUM    < :CA-LAYER-NUM
                AND LAYERSTATUS = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO VALIDATE-LAYER-EXIT
           END-IF
           IF WS-FLOOR-NULL IS NOT LESS THAN ZERO
               AND CA-RETENTION IS LESS THAN WS-LAYER-FLOOR
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' OVERLAPS LAYER BENEATH' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-LAYER-EXIT.
           EXIT.
      *================================================================*
       READ-LAYER.
      *================================================================*
           MOVE ' SELECT XOLLAYER' TO EM-SQLREQ
           EXEC SQL
             SELECT RETENTION, LAYERLIMIT, LAYERPREMIUM,
                    REINSTATEMENTS, REINSTATEPCT, REINSURERNAME,
                    LAYERSTATUS, CHANGEDBY
               INTO :CA-RETENTION, :CA-LAYER-LIMIT,
                    :CA-LAYER-PREMIUM, :CA-REINSTATEMENTS,
                    :CA-REINSTATE-PCT, :CA-REINSURER-NAME,
                    :CA-LAYER-STATUS, :CA-CHANGED-BY
               FROM TREATY_XOL_LAYER
              WHERE TRADECLASS = :CA-TRADE-CLASS
                AND LAYERNUM   = :CA-LAYER-NUM
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
