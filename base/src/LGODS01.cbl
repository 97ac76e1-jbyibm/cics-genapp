      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Administration-fee LINK area (LGFEECA layout under local      *
      * names) for the LGFEE01 service                                *
      *----------------------------------------------------------------*
       77 LGFEE01                      PIC X(8)  VALUE 'LGFEE01'.
       01  WS-FEE-RESP                 PIC S9(8) COMP VALUE +0.
       01  FE-COMMAREA.
           05 FE-RETURN-CODE           PIC X(02).
           05 FE-REQUEST-TYPE          PIC X(01).
           05 FE-COMMAREA-VERSN        PIC X(02).
           05 FE-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 FE-POLICY-NUM            PIC 9(10).
           05 FE-CUSTOMER-NUM          PIC 9(10).
           05 FE-FEE-EVENT             PIC X(04).
           05 FE-FEE-BILLING           PIC X(01).
           05 FE-NET-LIMIT             PIC 9(07)V9(02).
           05 FE-WAIVE-REASON          PIC X(04).
           05 FE-SOURCE-PGM            PIC X(08).
           05 FE-SCHEDULE-FEE          PIC 9(05)V9(02).
           05 FE-FEE-CHARGED           PIC 9(05)V9(02).
           05 FE-FEE-WAIVED            PIC X(01).
           05 FE-INSTALLMENT-NUM       PIC 9(04).
           05 FILLER                   PIC X(10).

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-POLICY-COUNT             PIC S9(05) COMP VALUE 0.
       01  WS-PREMIUM-TOTAL            PIC 9(09)V9(02) VALUE 0.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM.

      * no update while the overnight batch window is open
           PERFORM CHECK-BATCH-WINDOW.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-TODAYS-DATE.

           PERFORM CHECK-CUSTOMER-EXISTS.
           END-IF.

           PERFORM RECORD-CONTACT.
           PERFORM CHARGE-DOCUMENT-FEE.

           MOVE WS-POLICY-COUNT  TO CA-POLICY-COUNT.
           MOVE WS-PREMIUM-TOTAL TO CA-TOTAL-PREMIUM.
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
      *================================================================*
       CHARGE-DOCUMENT-FEE.
      *================================================================*
      * LGFEE01 prices the 'DOCS' fee, bills it to the next unraised   *
      * installment and records it (or the waiver).  A customer-level *
      * statement is charged to the customer's lowest-numbered         *
      * in-force policy; with none in force it is free.  A failure is  *
      * logged but never unwinds the queued document.                  *
      *================================================================*
           MOVE ZERO TO CA-DOCUMENT-FEE
           INITIALIZE FE-COMMAREA
           MOVE '00'                TO FE-RETURN-CODE
           MOVE '2'                 TO FE-REQUEST-TYPE
           MOVE CA-STAFF-ID         TO FE-STAFF-ID
           MOVE ZERO                TO FE-POLICY-NUM
           MOVE CA-CUSTOMER-NUM     TO FE-CUSTOMER-NUM
           MOVE 'DOCS'              TO FE-FEE-EVENT
           MOVE 'I'                 TO FE-FEE-BILLING
           MOVE CA-FEE-WAIVE-REASON TO FE-WAIVE-REASON
           MOVE 'LGODS01 '          TO FE-SOURCE-PGM
           EXEC CICS LINK Program(LGFEE01)
                Commarea(FE-COMMAREA)
                LENGTH(LENGTH OF FE-COMMAREA)
                RESP(WS-FEE-RESP)
           END-EXEC
           IF WS-FEE-RESP NOT EQUAL DFHRESP(NORMAL)
               OR FE-RETURN-CODE NOT EQUAL '00'
             MOVE ' DOCUMENT FEE CHARGE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE FE-FEE-CHARGED TO CA-DOCUMENT-FEE
           END-IF.
      *================================================================*
       RECORD-CONTACT.
      *================================================================*
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
