       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGVRB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Vulnerability flag review report.  Lists every active        *
      *  VULNERABLE_CUSTOMER flag (LGVUL01) whose review date has      *
      *  passed - customer, name, category, who recorded it and how    *
      *  many days overdue the review is - so a flag keeps getting     *
      *  looked at rather than silently protecting (or failing to      *
      *  protect) someone whose circumstances changed a year ago.     *
      *  The handler either amends the flag with a new review date or  *
      *  closes it through LGVUL01; either way it drops off next       *
      *  month's list.  Run monthly.                                   *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGVRB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VRB-RPT  ASSIGN TO VRBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VRB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-TODAY-INT                PIC S9(09) COMP VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-DATE-WORK.
           05 WS-REVIEW-NUMERIC        PIC 9(08).
           05 WS-REVIEW-INT            PIC S9(09) COMP.
           05 WS-DAYS-OVERDUE          PIC S9(09) COMP.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-OVERDUE-COUNT            PIC S9(7) COMP VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)
                      VALUE 'VULNERABILITY REVIEWS DUE -  '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 RD-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-LASTNAME              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CATEGORY              PIC X(04).
           05 FILLER                   PIC X(05) VALUE ' REV='.
           05 RD-REVIEWDATE            PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' BY ='.
           05 RD-RECORDEDBY            PIC X(05).
           05 FILLER                   PIC X(07) VALUE ' DAYS ='.
           05 RD-DAYS-OVERDUE          PIC Z(04)9.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(20)
                      VALUE 'REVIEWS OVERDUE  =  '.
           05 RT-OVERDUE-COUNT         PIC Z(06)9.
           05 FILLER                   PIC X(53) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every active flag whose review date is already behind us,
      * longest overdue first
           EXEC SQL
               DECLARE VRCURSOR CURSOR FOR
                   SELECT V.CUSTOMERNUMBER, C.LASTNAME,
                          V.VULNCATEGORY, V.REVIEWDATE,
                          V.RECORDEDBY
                     FROM VULNERABLE_CUSTOMER V, CUSTOMER C
                    WHERE V.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                      AND V.FLAGSTATUS     = 'A'
                      AND V.REVIEWDATE     < :WS-RUN-DATE
                    ORDER BY V.REVIEWDATE, V.CUSTOMERNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-LASTNAME              PIC X(20).
           05 WC-VULNCATEGORY          PIC X(04).
           05 WC-REVIEWDATE            PIC X(10).
           05 WC-RECORDEDBY            PIC X(05).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ROWS THRU 2000-PROCESS-ROWS-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT VRB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN VRCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN VRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per overdue review                *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH VRCURSOR
                 INTO :WC-CUSTOMERNUMBER,
                      :WC-LASTNAME,
                      :WC-VULNCATEGORY,
                      :WC-REVIEWDATE,
                      :WC-RECORDEDBY
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON VRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           ADD 1 TO WS-OVERDUE-COUNT

           MOVE WC-REVIEWDATE(1:4) TO WS-REVIEW-NUMERIC(1:4)
           MOVE WC-REVIEWDATE(6:2) TO WS-REVIEW-NUMERIC(5:2)
           MOVE WC-REVIEWDATE(9:2) TO WS-REVIEW-NUMERIC(7:2)
           COMPUTE WS-REVIEW-INT =
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-NUMERIC)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-REVIEW-INT

           MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM
           MOVE WC-LASTNAME       TO RD-LASTNAME
           MOVE WC-VULNCATEGORY   TO RD-CATEGORY
           MOVE WC-REVIEWDATE     TO RD-REVIEWDATE
           MOVE WC-RECORDEDBY     TO RD-RECORDEDBY
           MOVE WS-DAYS-OVERDUE   TO RD-DAYS-OVERDUE
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE VRCURSOR
           END-EXEC

           MOVE WS-OVERDUE-COUNT TO RT-OVERDUE-COUNT
           MOVE WS-RPT-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE VRB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
