       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGWVB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly weather-flagged claims report.  At intake LGCLB01    *
      *  checks every house storm, flood and freeze claim against the  *
      *  WEATHER_OBSERVATION for the risk postcode area on the claim   *
      *  date and keeps the outcome on CLAIM_WEATHER_CHECK; a claim    *
      *  the conditions did not bear out is filed for handler review.  *
      *  Lists every claim flagged in the SYSIN month - claim date,    *
      *  type, postcode area, the reading it failed on and the amount  *
      *  claimed - with how it has been decided so far: still open,    *
      *  settled (with the amount approved) or rejected.  Closes with  *
      *  the checks made in the month by outcome and the flagged       *
      *  claims by decision.  Run monthly.                             *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGWVB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WVB-RPT  ASSIGN TO WVBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WVB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.

       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD           PIC X(06).
           05 FILLER                   PIC X(74).

      * the month's date range, first day of the run month up to (but
      * not including) the first day of the next
       01  WS-PERIOD-WORK.
           05 WS-FROM-DATE             PIC X(10).
           05 WS-TO-DATE               PIC X(10).
           05 WS-NEXT-YYYY             PIC 9(04).
           05 WS-NEXT-MM               PIC 9(02).

       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.

       77  WS-FLAGGED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-OPEN-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-SETTLED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-REJECTED-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-CHECKED-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-PASSED-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-NO-DATA-COUNT            PIC S9(7) COMP VALUE 0.
       77  WS-APPROVED-TOTAL           PIC S9(9)V9(02) COMP-3 VALUE 0.

      * the reading the claim was checked on, edited for the line
       01  WS-READING-WORK.
           05 WS-GUST-EDIT             PIC ZZ9.
           05 WS-RAIN-EDIT             PIC ZZ9.9.
           05 WS-TEMP-EDIT             PIC -Z9.9.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(32)
                      VALUE 'WEATHER-FLAGGED CLAIMS -        '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  WS-RPT-COLUMNS.
           05 FILLER                   PIC X(40)
                VALUE '     CLAIM CLAIM DATE TYPE AREA READING '.
           05 FILLER                   PIC X(40)
                VALUE '        CLAIMED DECISION   APPROVED     '.

       01  WS-RPT-DETAIL.
           05 RD-CLAIMNUMBER           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMDATE             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMTYPE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-AREA-CODE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-READING               PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CLAIMAMOUNT           PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-DECISION              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-APPROVEDAMOUNT        PIC Z(06)9.99.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-RPT-CHECKS.
           05 FILLER                   PIC X(08) VALUE 'CHECKED='.
           05 RT-CHECKED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(08) VALUE ' PASSED='.
           05 RT-PASSED-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' FLAGGED='.
           05 RT-FLAGGED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' NO DATA='.
           05 RT-NO-DATA-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(22) VALUE SPACES.

       01  WS-RPT-DECISIONS.
           05 FILLER                   PIC X(05) VALUE 'OPEN='.
           05 RT-OPEN-COUNT            PIC Z(05)9.
           05 FILLER                   PIC X(09) VALUE ' SETTLED='.
           05 RT-SETTLED-COUNT         PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' REJECTED='.
           05 RT-REJECTED-COUNT        PIC Z(05)9.
           05 FILLER                   PIC X(10) VALUE ' APPROVED='.
           05 RT-APPROVED-TOTAL        PIC Z(08)9.99.
           05 FILLER                   PIC X(16) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Claims whose weather check failed at intake in the month, with
      * the claim's decision as it stands now
           EXEC SQL
               DECLARE WVCURSOR CURSOR FOR
                   SELECT C.CLAIMNUMBER, C.CLAIMDATE, C.CLAIMTYPE,
                          W.AREACODE, W.MAXGUST, W.RAINFALL,
                          W.MINTEMP, C.CLAIMAMOUNT, C.CLAIMSTATUS,
                          COALESCE(C.APPROVEDAMOUNT, 0)
                     FROM CLAIM_WEATHER_CHECK W, CLAIM C
                    WHERE W.CLAIMNUMBER = C.CLAIMNUMBER
                      AND W.CHECKRESULT = 'F'
                      AND W.CHECKDATE  >= :WS-FROM-DATE
                      AND W.CHECKDATE  <  :WS-TO-DATE
                    ORDER BY C.CLAIMNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CLAIMNUMBER           PIC 9(10).
           05 WC-CLAIMDATE             PIC X(10).
           05 WC-CLAIMTYPE             PIC X(04).
               88 WC-CLAIM-STORM            VALUE 'STRM'.
               88 WC-CLAIM-FLOOD            VALUE 'FLOD'.
               88 WC-CLAIM-FREEZE           VALUE 'FRZE'.
           05 WC-AREACODE              PIC X(04).
           05 WC-MAXGUST               PIC 9(03).
           05 WC-RAINFALL              PIC 9(03)V9(01).
           05 WC-MINTEMP               PIC S9(02)V9(01).
           05 WC-CLAIMAMOUNT           PIC 9(07)V9(02).
           05 WC-CLAIMSTATUS           PIC X(01).
               88 WC-CLAIM-OPEN             VALUE 'O'.
               88 WC-CLAIM-SETTLED          VALUE 'S'.
               88 WC-CLAIM-REJECTED         VALUE 'R'.
           05 WC-APPROVEDAMOUNT        PIC 9(07)V9(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CLAIM THRU 2000-PROCESS-CLAIM-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - work out the month's date range              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT WVB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           IF WS-PARM-PERIOD EQUAL SPACES
             MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PARM-PERIOD
           END-IF

           MOVE WS-PARM-PERIOD(1:4) TO WS-FROM-DATE(1:4)
           MOVE '-'                 TO WS-FROM-DATE(5:1)
           MOVE WS-PARM-PERIOD(5:2) TO WS-FROM-DATE(6:2)
           MOVE '-01'               TO WS-FROM-DATE(8:3)

           MOVE WS-PARM-PERIOD(1:4) TO WS-NEXT-YYYY
           MOVE WS-PARM-PERIOD(5:2) TO WS-NEXT-MM
           ADD 1 TO WS-NEXT-MM
           IF WS-NEXT-MM GREATER THAN 12
             MOVE 1 TO WS-NEXT-MM
             ADD 1 TO WS-NEXT-YYYY
           END-IF
           MOVE WS-NEXT-YYYY TO WS-TO-DATE(1:4)
           MOVE '-'          TO WS-TO-DATE(5:1)
           MOVE WS-NEXT-MM   TO WS-TO-DATE(6:2)
           MOVE '-01'        TO WS-TO-DATE(8:3)

           MOVE WS-PARM-PERIOD TO RH-RUN-PERIOD
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN WVCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN WVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CLAIM - one flagged claim and its decision        *
      ******************************************************************
       2000-PROCESS-CLAIM.
           EXEC SQL
               FETCH WVCURSOR
                 INTO :WC-CLAIMNUMBER,
                      :WC-CLAIMDATE,
                      :WC-CLAIMTYPE,
                      :WC-AREACODE,
                      :WC-MAXGUST,
                      :WC-RAINFALL,
                      :WC-MINTEMP,
                      :WC-CLAIMAMOUNT,
                      :WC-CLAIMSTATUS,
                      :WC-APPROVEDAMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON WVCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CLAIM-EXIT
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT

           MOVE WC-CLAIMNUMBER TO RD-CLAIMNUMBER
           MOVE WC-CLAIMDATE   TO RD-CLAIMDATE
           MOVE WC-CLAIMTYPE   TO RD-CLAIMTYPE
           MOVE WC-AREACODE    TO RD-AREA-CODE
           MOVE WC-CLAIMAMOUNT TO RD-CLAIMAMOUNT
           PERFORM 2100-FORMAT-READING THRU 2100-FORMAT-READING-EXIT

           MOVE 0 TO RD-APPROVEDAMOUNT
           EVALUATE TRUE
             WHEN WC-CLAIM-SETTLED
               MOVE 'SETTLED'  TO RD-DECISION
               MOVE WC-APPROVEDAMOUNT TO RD-APPROVEDAMOUNT
               ADD 1 TO WS-SETTLED-COUNT
               ADD WC-APPROVEDAMOUNT TO WS-APPROVED-TOTAL
             WHEN WC-CLAIM-REJECTED
               MOVE 'REJECTED' TO RD-DECISION
               ADD 1 TO WS-REJECTED-COUNT
             WHEN OTHER
               MOVE 'OPEN'     TO RD-DECISION
               ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           MOVE WS-RPT-DETAIL  TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FORMAT-READING - the reading that matches the peril       *
      * claimed, as the intake check compared it                       *
      ******************************************************************
       2100-FORMAT-READING.
           MOVE SPACES TO RD-READING
           EVALUATE TRUE
             WHEN WC-CLAIM-STORM
               MOVE WC-MAXGUST  TO WS-GUST-EDIT
               STRING 'GUST '      DELIMITED BY SIZE
                      WS-GUST-EDIT DELIMITED BY SIZE
                      'MPH'        DELIMITED BY SIZE
                 INTO RD-READING
               END-STRING
             WHEN WC-CLAIM-FLOOD
               MOVE WC-RAINFALL TO WS-RAIN-EDIT
               STRING 'RAIN '      DELIMITED BY SIZE
                      WS-RAIN-EDIT DELIMITED BY SIZE
                      'MM'         DELIMITED BY SIZE
                 INTO RD-READING
               END-STRING
             WHEN WC-CLAIM-FREEZE
               MOVE WC-MINTEMP  TO WS-TEMP-EDIT
               STRING 'MIN '       DELIMITED BY SIZE
                      WS-TEMP-EDIT DELIMITED BY SIZE
                      'C'          DELIMITED BY SIZE
                 INTO RD-READING
               END-STRING
           END-EVALUATE.
       2100-FORMAT-READING-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - the month's checks by outcome, then the       *
      * flagged claims by decision                                     *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE WVCURSOR
           END-EXEC

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN CHECKRESULT = 'P'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CHECKRESULT = 'N'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-CHECKED-COUNT,
                      :WS-PASSED-COUNT,
                      :WS-NO-DATA-COUNT
                 FROM CLAIM_WEATHER_CHECK
                WHERE CHECKDATE >= :WS-FROM-DATE
                  AND CHECKDATE <  :WS-TO-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO COUNT WEATHER CHECKS' TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           MOVE WS-CHECKED-COUNT     TO RT-CHECKED-COUNT
           MOVE WS-PASSED-COUNT      TO RT-PASSED-COUNT
           MOVE WS-FLAGGED-COUNT     TO RT-FLAGGED-COUNT
           MOVE WS-NO-DATA-COUNT     TO RT-NO-DATA-COUNT
           MOVE WS-RPT-CHECKS        TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-OPEN-COUNT        TO RT-OPEN-COUNT
           MOVE WS-SETTLED-COUNT     TO RT-SETTLED-COUNT
           MOVE WS-REJECTED-COUNT    TO RT-REJECTED-COUNT
           MOVE WS-APPROVED-TOTAL    TO RT-APPROVED-TOTAL
           MOVE WS-RPT-DECISIONS     TO RPT-LINE
           WRITE RPT-LINE

           CLOSE WVB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
