       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGLHB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Quarterly legal hold review report.  Lists every active      *
      *  LEGAL_HOLD whose release date falls in the quarter or before  *
      *  it, oldest first, so legal can confirm each matter is still   *
      *  open and either move the date on or release the hold          *
      *  through LGLHM01.  A hold is never lifted by its date alone -  *
      *  one left past it stays in force and is flagged OVERDUE here   *
      *  until someone acts on it.                                     *
      *                                                                *
      *   Each hold prints with what it is on, its reason, the         *
      *  authorising officer and its dates, and a second line with     *
      *  the customer it covers and the reason text.  The report       *
      *  closes with the holds due and overdue, and by reason.         *
      *                                                                *
      *   SYSIN card 1-6 is the quarter (CCYYQn, e.g. 2026Q4) - blank  *
      *  takes the current quarter.  Read-only apart from its          *
      *  BATCH_RUN_CONTROL registration.                               *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGLHB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LHB-RPT   ASSIGN TO LHBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LHB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Quarter card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-QUARTER.
               10 WS-PARM-YYYY         PIC X(04).
               10 WS-PARM-Q            PIC X(01).
               10 WS-PARM-QNUM         PIC X(01).
           05 FILLER                   PIC X(74).

      * The quarter's first and last months and the dates they span -
      * a release date before the first is overdue, one up to the
      * last is due
       01  WS-QUARTER-WORK.
           05 WS-QTR-YYYY              PIC 9(04).
           05 WS-QTR-NUM               PIC 9(01).
           05 WS-TODAY-MM              PIC 9(02).
       01  WS-FROM-PERIOD.
           05 WS-FROM-YYYY             PIC 9(04).
           05 WS-FROM-MM               PIC 9(02).
       01  WS-TO-PERIOD.
           05 WS-TO-YYYY               PIC 9(04).
           05 WS-TO-MM                 PIC 9(02).
       01  WS-FROM-DATE                PIC X(10) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(10) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.

       77  WS-HOLD-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-OVERDUE-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-DUE-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-LITG-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-REGU-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-OTHR-COUNT               PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'LEGAL HOLDS FOR REVIEW - QUARTER'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RH-QUARTER               PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' RUN  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                      VALUE '     HOLD ON              KEY RSN  AUTH '.
           05 FILLER                   PIC X(40)
                      VALUE ' PLACED     RELEASE    REVIEW           '.
       01  WS-RPT-COLUMNS-2.
           05 FILLER                   PIC X(40)
                      VALUE '            CUSTOMER REASON             '.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 RD-HOLDID                PIC Z(08)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-HOLDTYPE              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-HOLDKEY               PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-REASON                PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-AUTHORISEDBY          PIC X(05).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-PLACEDDATE            PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-RELEASEDATE           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-FLAG                  PIC X(07).
           05 FILLER                   PIC X(10) VALUE SPACES.

       01  WS-RPT-DETAIL-2.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 RD-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-REASONTEXT            PIC X(59).

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(15)
                                        VALUE 'HOLDS LISTED = '.
           05 RT-HOLD-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(11) VALUE ' OVERDUE = '.
           05 RT-OVERDUE-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' DUE = '.
           05 RT-DUE-COUNT             PIC Z(06)9.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-RPT-REASONS.
           05 FILLER                   PIC X(15)
                                        VALUE 'BY REASON LITG='.
           05 RT-LITG-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' REGU='.
           05 RT-REGU-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' OTHR='.
           05 RT-OTHR-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Active holds whose release date has come, or comes this
      * quarter - oldest first
           EXEC SQL
               DECLARE LHCURSOR CURSOR FOR
                   SELECT HOLDID, HOLDTYPE, HOLDKEY, CUSTOMERNUMBER,
                          REASONCODE, REASONTEXT, AUTHORISEDBY,
                          PLACEDDATE, RELEASEDATE
                     FROM LEGAL_HOLD
                    WHERE HOLDSTATUS   = 'A'
                      AND RELEASEDATE <= :WS-TO-DATE
                    ORDER BY RELEASEDATE, HOLDID
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-HOLDID                PIC S9(9) COMP.
           05 WC-HOLDTYPE              PIC X(01).
           05 WC-HOLDKEY               PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-REASONCODE            PIC X(04).
           05 WC-REASONTEXT            PIC X(60).
           05 WC-AUTHORISEDBY          PIC X(05).
           05 WC-PLACEDDATE            PIC X(10).
           05 WC-RELEASEDATE           PIC X(10).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LIST-HOLD THRU 2000-LIST-HOLD-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - quarter, register the run, open the cursor   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT LHB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * blank quarter - the one we are in, so the report looks ahead
      * to the reviews coming up
           IF WS-PARM-QUARTER EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-QTR-YYYY
             MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-MM
             COMPUTE WS-QTR-NUM = (WS-TODAY-MM + 2) / 3
             MOVE WS-QTR-YYYY TO WS-PARM-YYYY
             MOVE 'Q'         TO WS-PARM-Q
             MOVE WS-QTR-NUM  TO WS-PARM-QNUM
           END-IF

           IF WS-PARM-YYYY IS NOT NUMERIC
               OR WS-PARM-Q NOT EQUAL 'Q'
               OR WS-PARM-QNUM LESS THAN '1'
               OR WS-PARM-QNUM GREATER THAN '4'
             MOVE 'INVALID QUARTER ON SYSIN - EXPECTED CCYYQN'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-PARM-YYYY TO WS-FROM-YYYY
           MOVE WS-PARM-YYYY TO WS-TO-YYYY
           MOVE WS-PARM-QNUM TO WS-QTR-NUM
           COMPUTE WS-FROM-MM = (WS-QTR-NUM * 3) - 2
           COMPUTE WS-TO-MM   = WS-QTR-NUM * 3

           MOVE WS-FROM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-FROM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)
           MOVE WS-TO-PERIOD(1:4)   TO WS-TO-DATE(1:4)
           MOVE '-'                 TO WS-TO-DATE(5:1)
           MOVE WS-TO-PERIOD(5:2)   TO WS-TO-DATE(6:2)
           MOVE '-31'               TO WS-TO-DATE(8:3)

           MOVE WS-PARM-QUARTER TO RH-QUARTER
           MOVE WS-RUN-DATE     TO RH-RUN-DATE
           MOVE WS-RPT-HEADING  TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS-2 TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LGLHB01 '         TO RC-JOBNAME
           MOVE WS-PARM-QUARTER    TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN LHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN LHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LIST-HOLD - one hold, flagged overdue or due              *
      ******************************************************************
       2000-LIST-HOLD.
           EXEC SQL
               FETCH LHCURSOR
                 INTO :WC-HOLDID,
                      :WC-HOLDTYPE,
                      :WC-HOLDKEY,
                      :WC-CUSTOMERNUMBER,
                      :WC-REASONCODE,
                      :WC-REASONTEXT,
                      :WC-AUTHORISEDBY,
                      :WC-PLACEDDATE,
                      :WC-RELEASEDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-LIST-HOLD-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON LHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 2000-LIST-HOLD-EXIT
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           IF WC-RELEASEDATE LESS THAN WS-FROM-DATE
             ADD 1 TO WS-OVERDUE-COUNT
             MOVE 'OVERDUE' TO RD-FLAG
           ELSE
             ADD 1 TO WS-DUE-COUNT
             MOVE 'DUE    ' TO RD-FLAG
           END-IF

           EVALUATE WC-REASONCODE
             WHEN 'LITG'
               ADD 1 TO WS-LITG-COUNT
             WHEN 'REGU'
               ADD 1 TO WS-REGU-COUNT
             WHEN OTHER
               ADD 1 TO WS-OTHR-COUNT
           END-EVALUATE

           EVALUATE WC-HOLDTYPE
             WHEN 'C'
               MOVE 'CUSTOMER' TO RD-HOLDTYPE
             WHEN 'P'
               MOVE 'POLICY  ' TO RD-HOLDTYPE
             WHEN 'L'
               MOVE 'CLAIM   ' TO RD-HOLDTYPE
             WHEN OTHER
               MOVE 'UNKNOWN ' TO RD-HOLDTYPE
           END-EVALUATE

           MOVE WC-HOLDID        TO RD-HOLDID
           MOVE WC-HOLDKEY       TO RD-HOLDKEY
           MOVE WC-REASONCODE    TO RD-REASON
           MOVE WC-AUTHORISEDBY  TO RD-AUTHORISEDBY
           MOVE WC-PLACEDDATE    TO RD-PLACEDDATE
           MOVE WC-RELEASEDATE   TO RD-RELEASEDATE
           MOVE WS-RPT-DETAIL    TO RPT-LINE
           WRITE RPT-LINE

           MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM
           MOVE WC-REASONTEXT     TO RD-REASONTEXT
           MOVE WS-RPT-DETAIL-2   TO RPT-LINE
           WRITE RPT-LINE.
       2000-LIST-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - totals, run-control completion                *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE LHCURSOR
           END-EXEC

           IF NOT WS-ABORTED
             MOVE SPACES TO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-HOLD-COUNT    TO RT-HOLD-COUNT
             MOVE WS-OVERDUE-COUNT TO RT-OVERDUE-COUNT
             MOVE WS-DUE-COUNT     TO RT-DUE-COUNT
             MOVE WS-RPT-TOTAL     TO RPT-LINE
             WRITE RPT-LINE
             MOVE WS-LITG-COUNT    TO RT-LITG-COUNT
             MOVE WS-REGU-COUNT    TO RT-REGU-COUNT
             MOVE WS-OTHR-COUNT    TO RT-OTHR-COUNT
             MOVE WS-RPT-REASONS   TO RPT-LINE
             WRITE RPT-LINE
           END-IF

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - REPORT INCOMPLETE' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-HOLD-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE LHB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8800-REGISTER-RUN-START - open this run's BATCH_RUN_CONTROL    *
      * row; a registration failure is reported but does not stop      *
      * the run                                                        *
      ******************************************************************
       8800-REGISTER-RUN-START.
           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
                         ( JOBNAME,
                           RUNPERIOD,
                           PARMCARD,
                           RUNSTART,
                           RUNSTATUS,
                           RECORDCOUNT )
                  VALUES ( :RC-JOBNAME,
                           :RC-RUN-PERIOD,
                           :RC-PARM-CARD,
                           CURRENT TIMESTAMP,
                           'R',
                           0 )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL REGISTRATION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8800-REGISTER-RUN-START-EXIT.
           EXIT.

      ******************************************************************
      * 8900-REGISTER-RUN-END - close the row as complete with the     *
      * record count                                                   *
      ******************************************************************
       8900-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
                  SET RUNSTATUS   = 'C',
                      RUNEND      = CURRENT TIMESTAMP,
                      RECORDCOUNT = :RC-RECORD-COUNT
                WHERE JOBNAME   = :RC-JOBNAME
                  AND RUNPERIOD = :RC-RUN-PERIOD
                  AND RUNSTATUS = 'R'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RUN-CONTROL COMPLETION FAILED' TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       8900-REGISTER-RUN-END-EXIT.
           EXIT.
