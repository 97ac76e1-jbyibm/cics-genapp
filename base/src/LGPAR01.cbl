      *  LGRAT01's own header called moving the factors out of the     *
      *  load module the right pattern, and this finishes the job.     *
      *  Every change writes a PARAM_AUDIT row with before and after.  *
      *  A change to the overnight batch window switch (BATCHWIN/      *
      *  READONLY, see LGBWCHK) is also logged on BATCH_WINDOW_LOG,    *
      *  so an operator's override sits beside the scheduler's own     *
      *  LGBWB01 entries.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-OLD-NUM-1             PIC S9(09)V9(02).
           05 WS-OLD-NUM-2             PIC S9(09)V9(02).
           05 WS-OLD-TEXT              PIC X(08).
      * The batch window log row for a change to BATCHWIN/READONLY
       01  WS-WINDOW-LOG.
           05 WS-WL-STATE              PIC X(03).
           05 WS-WL-OPERATOR           PIC X(08).
       01  WS-PARAM-EXISTS-SW          PIC X VALUE 'N'.
           88 WS-PARAM-EXISTS                VALUE 'Y'.
       01  WS-ENTITLE-WORK.
             GO TO SET-PARAMETER-EXIT
           END-IF

           PERFORM WRITE-PARAM-AUDIT THRU WRITE-PARAM-AUDIT-EXIT

           IF CA-PARAM-GROUP EQUAL 'BATCHWIN'
               AND CA-PARAM-KEY EQUAL 'READONLY'
             PERFORM WRITE-WINDOW-LOG THRU WRITE-WINDOW-LOG-EXIT
           END-IF.
       SET-PARAMETER-EXIT.
           EXIT.
      *================================================================*
           END-IF.
       WRITE-PARAM-AUDIT-EXIT.
           EXIT.
      *================================================================*
       WRITE-WINDOW-LOG.
      *================================================================*
      * The batch window switch turned by hand - logged with the time  *
      * and the member of staff, the same row LGBWB01 writes for the   *
      * scheduler.  A failure is logged but never unwinds the change.  *
      *================================================================*
           IF CA-NUM-VALUE-1 EQUAL 1
             MOVE 'ON ' TO WS-WL-STATE
           ELSE
             MOVE 'OFF' TO WS-WL-STATE
           END-IF
           MOVE CA-STAFF-ID TO WS-WL-OPERATOR

           MOVE ' INSERT BWINLOG' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BATCH_WINDOW_LOG
                       ( CHANGEDATE,
                         CHANGETIME,
                         SWITCHSTATE,
                         OPERATOR,
                         SOURCE )
                VALUES ( :WS-TODAY-DATE,
                         CURRENT TIME,
                         :WS-WL-STATE,
                         :WS-WL-OPERATOR,
                         'LGPAR01' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       WRITE-WINDOW-LOG-EXIT.
           EXIT.
      *================================================================*
       READ-PARAMETER.
      *================================================================*
