      *  not a DSN batch step, because LGACDB02 can only be reached    *
      *  by a LINK.                                                    *
      *                                                                *
      *   A customer under legal hold (LGLHOLD) is never erased - the  *
      *  skip goes to LGSTSQ with the hold's reason, and the run ends  *
      *  with the skips by reason.                                     *
      *                                                                *
      *   SIMULATE in the START data (the scheduler's stand-in for a   *
      *  SYSIN card) makes the same selection and logs each customer   *
      *  it would erase to LGSTSQ, but erases, clears, retires and     *
      *  logs nothing.  Every run is registered on BATCH_RUN_CONTROL   *
      *  (LGRUNCTL), a simulation as run type 'S'.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGANS01.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-ANON-COUNT               PIC S9(7) COMP VALUE 0.

      * Run card, from the START data - SIMULATE anywhere on it
       01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
       01  WS-PARM-LEN                 PIC S9(4) COMP VALUE 80.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
           COPY LGCDB2CA.

       77 LGACDB02                     PIC X(8)  VALUE 'LGACDB02'.

      *----------------------------------------------------------------*
      * Legal hold check - a held customer is never erased             *
      *----------------------------------------------------------------*
           COPY LGLHOLD.

       01  WS-HOLD-SUMMARY.
           05 FILLER                   PIC X(11) VALUE ' HELD LITG='.
           05 HS-LITG                  PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' REGU='.
           05 HS-REGU                  PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' OTHR='.
           05 HS-OTHR                  PIC Z(04)9.

       01  WS-RUN-SUMMARY.
           05 FILLER                   PIC X(05) VALUE ' RUN='.
           05 RS-RUN-TYPE              PIC X(08).
           05 FILLER                   PIC X(07) VALUE ' ANON ='.
           05 RS-ANON-COUNT            PIC Z(06)9.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.
      * Retry/backoff controls for the LGACDB02 LINK, same pattern as
      * lgacdb01.cbl's SET-CUSTOMER-SECRET/LINK-LGACDB02-ATTEMPT
       77 WS-DB02-RESP                 PIC S9(8) COMP  VALUE 0.
           MOVE EIBTASKN TO WS-TASKNUM.

           PERFORM GET-TODAYS-DATE.
           PERFORM GET-RUN-TYPE.
           PERFORM REGISTER-RUN-START.

           EXEC SQL
               OPEN ANCURSOR
               CLOSE ANCURSOR
           END-EXEC.

           PERFORM REGISTER-RUN-END.

           IF LH-SKIP-TOTAL > 0
             MOVE LH-SKIP-LITG    TO HS-LITG
             MOVE LH-SKIP-REGU    TO HS-REGU
             MOVE LH-SKIP-OTHR    TO HS-OTHR
             MOVE SPACES          TO EM-VARIABLE
             MOVE WS-HOLD-SUMMARY TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           IF RC-SIMULATION-RUN
             MOVE 'SIMULATE' TO RS-RUN-TYPE
           ELSE
             MOVE 'LIVE    ' TO RS-RUN-TYPE
           END-IF
           MOVE WS-ANON-COUNT   TO RS-ANON-COUNT
           MOVE SPACES          TO EM-VARIABLE
           MOVE WS-RUN-SUMMARY  TO EM-VARIABLE
           PERFORM WRITE-ERROR-MESSAGE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
           COMPUTE WS-CUTOFF-YYYYMMDD =
               WS-TODAY-YYYYMMDD - (WS-RETENTION-YEARS * 10000)
           MOVE WS-CUTOFF-YYYYMMDD TO WS-CUTOFF-DATE.
      *================================================================*
       GET-RUN-TYPE.
      *================================================================*
      * No START data, or none saying SIMULATE, is a live run          *
      *================================================================*
           EXEC CICS RETRIEVE INTO(WS-PARM-CARD)
                     LENGTH(WS-PARM-LEN)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              OR WS-RESP = DFHRESP(LENGERR)
             INSPECT WS-PARM-CARD TALLYING RC-SIMULATE-COUNT
                 FOR ALL 'SIMULATE'
             IF RC-SIMULATE-COUNT GREATER THAN ZERO
               MOVE 'S' TO RC-RUN-TYPE
             END-IF
           ELSE
             MOVE SPACES TO WS-PARM-CARD
           END-IF.
      *================================================================*
       PROCESS-ERASURE-ROW.
      *================================================================*

           MOVE WC-CUSTOMERNUM TO EM-CUSNUM.

           MOVE WC-CUSTOMERNUM TO LH-CUSTOMERNUMBER
           PERFORM CHECK-LEGAL-HOLD
           IF LH-HELD
             PERFORM REPORT-HOLD-SKIP
             GO TO PROCESS-ERASURE-ROW-EXIT
           END-IF

      * a simulation names the customer and touches nothing
           IF RC-SIMULATION-RUN
             MOVE ' WOULD ANONYMISE' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             ADD 1 TO WS-ANON-COUNT
             GO TO PROCESS-ERASURE-ROW-EXIT
           END-IF

           PERFORM ANONYMIZE-CUSTOMER-ROW.
           PERFORM CLEAR-QUEUE-ENTRIES.
           PERFORM RETIRE-SECRET.
           ADD 1 TO WS-ANON-COUNT.
       PROCESS-ERASURE-ROW-EXIT.
           EXIT.
      *================================================================*
       CHECK-LEGAL-HOLD.
      *================================================================*
      * Is the customer held - by a hold on it, or on any of its       *
      * policies or claims?  A check that fails keeps the person.      *
      *================================================================*
           MOVE 'N' TO LH-HELD-SW
           MOVE ' SELECT LEGALHLD' TO EM-SQLREQ
           EXEC SQL
             SELECT HOLDID, HOLDTYPE, HOLDKEY, REASONCODE
               INTO :LH-HOLDID, :LH-HOLDTYPE,
                    :LH-HOLDKEY, :LH-REASONCODE
               FROM LEGAL_HOLD
              WHERE HOLDSTATUS     = 'A'
                AND CUSTOMERNUMBER = :LH-CUSTOMERNUMBER
              ORDER BY HOLDID
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO LH-HELD-SW
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y'    TO LH-HELD-SW
               MOVE 'ERR ' TO LH-REASONCODE
           END-EVALUATE.
      *================================================================*
       REPORT-HOLD-SKIP.
      *================================================================*
      * Count the skip by reason and log it with the hold's reason     *
      *================================================================*
           ADD 1 TO LH-SKIP-TOTAL
           EVALUATE LH-REASONCODE
             WHEN 'LITG'
               ADD 1 TO LH-SKIP-LITG
             WHEN 'REGU'
               ADD 1 TO LH-SKIP-REGU
             WHEN 'ERR '
               CONTINUE
             WHEN OTHER
               ADD 1 TO LH-SKIP-OTHR
           END-EVALUATE

           MOVE SPACES TO EM-SQLREQ
           STRING ' LEGAL HOLD '      DELIMITED BY SIZE
                  LH-REASONCODE       DELIMITED BY SIZE
             INTO EM-SQLREQ
           END-STRING
           PERFORM WRITE-ERROR-MESSAGE.
      *================================================================*
       ANONYMIZE-CUSTOMER-ROW.
      *================================================================*
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
       REGISTER-RUN-START.
      *================================================================*
      * Open this run's BATCH_RUN_CONTROL row under its run type and   *
      * commit it at once, so the row shows while the sweep runs; a    *
      * registration failure is logged but does not stop the sweep     *
      *================================================================*
           MOVE 'LGANS01 '         TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           MOVE ' INSERT RUNCTL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BATCH_RUN_CONTROL
                       ( JOBNAME,
                         RUNPERIOD,
                         PARMCARD,
                         RUNSTART,
                         RUNSTATUS,
                         RECORDCOUNT,
                         RUNTYPE )
                VALUES ( :RC-JOBNAME,
                         :RC-RUN-PERIOD,
                         :RC-PARM-CARD,
                         CURRENT TIMESTAMP,
                         'R',
                         0,
                         :RC-RUN-TYPE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXEC CICS SYNCPOINT END-EXEC.
      *================================================================*
       REGISTER-RUN-END.
      *================================================================*
      * Close the row as complete with the customers anonymised - or,  *
      * for a simulation, the customers it would have anonymised       *
      *================================================================*
           MOVE WS-ANON-COUNT TO RC-RECORD-COUNT
           MOVE ' UPDATE RUNCTL' TO EM-SQLREQ
           EXEC SQL
             UPDATE BATCH_RUN_CONTROL
                SET RUNSTATUS   = 'C',
                    RUNEND      = CURRENT TIMESTAMP,
                    RECORDCOUNT = :RC-RECORD-COUNT
              WHERE JOBNAME   = :RC-JOBNAME
                AND RUNPERIOD = :RC-RUN-PERIOD
                AND RUNTYPE   = :RC-RUN-TYPE
                AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
