       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGMRB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Marketing campaign response and conversion report.  For      *
      *  every campaign on the CAMPAIGN master, to date: the customers *
      *  LGMKB01 selected (CAMPAIGN_SELECTION), the quotes raised      *
      *  under the campaign code (QUOTE.CAMPAIGNCODE, set by LGQOT01), *
      *  how many of the selected customers responded with a quote,    *
      *  and the quotes bound with the premium they brought in.  The   *
      *  response rate is responders over selected; the conversion     *
      *  rate is quotes bound over quotes raised.  Quotes raised under *
      *  the code by customers never selected - the code passed on by  *
      *  word of mouth - count as quotes but not as responses.         *
      *  Run weekly while campaigns are live.                          *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGMRB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRB-RPT  ASSIGN TO MRBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MRB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-CAMPAIGN-COUNT           PIC S9(7) COMP VALUE 0.
       77  WS-RATE                     PIC 9(03)V9(02) VALUE 0.

      * One campaign's figures
       01  WS-CAMPAIGN-FIELDS.
           05 WS-CAMPAIGNCODE          PIC X(08).
           05 WS-CAMPAIGNNAME          PIC X(30).
           05 WS-OFFERPRODUCT          PIC X(03).
           05 WS-STARTDATE             PIC X(10).
           05 WS-ENDDATE               PIC X(10).
           05 WS-CAMPAIGNSTATUS        PIC X(01).
           05 WS-SELECTED              PIC S9(9) COMP.
           05 WS-QUOTED                PIC S9(9) COMP.
           05 WS-RESPONDED             PIC S9(9) COMP.
           05 WS-BOUND                 PIC S9(9) COMP.
           05 WS-BOUND-PREMIUM         PIC S9(09)V9(02).

      * Totals over every campaign
       01  WS-TOTALS.
           05 WS-TOT-SELECTED          PIC S9(9) COMP VALUE 0.
           05 WS-TOT-QUOTED            PIC S9(9) COMP VALUE 0.
           05 WS-TOT-RESPONDED         PIC S9(9) COMP VALUE 0.
           05 WS-TOT-BOUND             PIC S9(9) COMP VALUE 0.
           05 WS-TOT-PREMIUM           PIC S9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(35)
                      VALUE 'CAMPAIGN RESPONSE AND CONVERSION - '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-RPT-CAMPAIGN-NAME.
           05 FILLER                   PIC X(09) VALUE 'CAMPAIGN '.
           05 RN-CAMPAIGNCODE          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RN-CAMPAIGNNAME          PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RN-OFFERPRODUCT          PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RN-STARTDATE             PIC X(10).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RN-ENDDATE               PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RN-CAMPAIGNSTATUS        PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.

      * selection and response
       01  WS-RPT-CAMPAIGN-RESPONSE.
           05 FILLER                   PIC X(11) VALUE '  SELECTED='.
           05 RR-SELECTED              PIC Z(07)9.
           05 FILLER                   PIC X(08) VALUE ' QUOTED='.
           05 RR-QUOTED                PIC Z(07)9.
           05 FILLER                   PIC X(11) VALUE ' RESPONDED='.
           05 RR-RESPONDED             PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' RESP%='.
           05 RR-RATE                  PIC Z(02)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

      * conversion
       01  WS-RPT-CAMPAIGN-CONVERSION.
           05 FILLER                   PIC X(08) VALUE '  BOUND='.
           05 RC-BOUND                 PIC Z(07)9.
           05 FILLER                   PIC X(07) VALUE ' CONV%='.
           05 RC-RATE                  PIC Z(02)9.99.
           05 FILLER                   PIC X(09) VALUE ' PREMIUM='.
           05 RC-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'CAMPAIGNS='.
           05 RT-CAMPAIGNS             PIC Z(03)9.
           05 FILLER                   PIC X(05) VALUE ' SEL='.
           05 RT-SELECTED              PIC Z(07)9.
           05 FILLER                   PIC X(06) VALUE ' RESP='.
           05 RT-RESPONDED             PIC Z(06)9.
           05 FILLER                   PIC X(07) VALUE ' BOUND='.
           05 RT-BOUND                 PIC Z(06)9.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RT-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every campaign on the master, open or closed - a closed
      * campaign's quotes go on binding until they expire
           EXEC SQL
               DECLARE MRCURSOR CURSOR FOR
                   SELECT CAMPAIGNCODE, CAMPAIGNNAME, OFFERPRODUCT,
                          STARTDATE, ENDDATE, CAMPAIGNSTATUS
                     FROM CAMPAIGN
                    ORDER BY CAMPAIGNCODE
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CAMPAIGN THRU 2000-PROCESS-CAMPAIGN-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT MRB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN MRCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN MRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CAMPAIGN - response, then conversion              *
      ******************************************************************
       2000-PROCESS-CAMPAIGN.
           EXEC SQL
               FETCH MRCURSOR
                INTO :WS-CAMPAIGNCODE,
                     :WS-CAMPAIGNNAME,
                     :WS-OFFERPRODUCT,
                     :WS-STARTDATE,
                     :WS-ENDDATE,
                     :WS-CAMPAIGNSTATUS
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CAMPAIGN-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON MRCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-CAMPAIGN-EXIT
           END-IF

           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE WS-CAMPAIGNCODE   TO RN-CAMPAIGNCODE
           MOVE WS-CAMPAIGNNAME   TO RN-CAMPAIGNNAME
           MOVE WS-OFFERPRODUCT   TO RN-OFFERPRODUCT
           MOVE WS-STARTDATE      TO RN-STARTDATE
           MOVE WS-ENDDATE        TO RN-ENDDATE
           MOVE WS-CAMPAIGNSTATUS TO RN-CAMPAIGNSTATUS
           MOVE WS-RPT-CAMPAIGN-NAME TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 3000-CAMPAIGN-RESPONSE
               THRU 3000-CAMPAIGN-RESPONSE-EXIT
           PERFORM 4000-CAMPAIGN-CONVERSION
               THRU 4000-CAMPAIGN-CONVERSION-EXIT.
       2000-PROCESS-CAMPAIGN-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CAMPAIGN-RESPONSE - selected, quoted, and the selected    *
      * customers who quoted under the code                            *
      ******************************************************************
       3000-CAMPAIGN-RESPONSE.
           MOVE 0 TO WS-SELECTED WS-QUOTED WS-RESPONDED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SELECTED
                 FROM CAMPAIGN_SELECTION
                WHERE CAMPAIGNCODE = :WS-CAMPAIGNCODE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'SELECTION COUNT FAILED FOR CAMPAIGN' TO RPT-LINE
             MOVE WS-CAMPAIGNCODE TO RPT-LINE(37:8)
             WRITE RPT-LINE
             GO TO 3000-CAMPAIGN-RESPONSE-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QUOTED
                 FROM QUOTE
                WHERE CAMPAIGNCODE = :WS-CAMPAIGNCODE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'QUOTE COUNT FAILED FOR CAMPAIGN' TO RPT-LINE
             MOVE WS-CAMPAIGNCODE TO RPT-LINE(33:8)
             WRITE RPT-LINE
             GO TO 3000-CAMPAIGN-RESPONSE-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-RESPONDED
                 FROM CAMPAIGN_SELECTION S
                WHERE S.CAMPAIGNCODE = :WS-CAMPAIGNCODE
                  AND EXISTS
                      (SELECT 1
                         FROM QUOTE Q
                        WHERE Q.CAMPAIGNCODE   = S.CAMPAIGNCODE
                          AND Q.CUSTOMERNUMBER = S.CUSTOMERNUMBER)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'RESPONSE COUNT FAILED FOR CAMPAIGN' TO RPT-LINE
             MOVE WS-CAMPAIGNCODE TO RPT-LINE(36:8)
             WRITE RPT-LINE
             GO TO 3000-CAMPAIGN-RESPONSE-EXIT
           END-IF

           ADD WS-SELECTED  TO WS-TOT-SELECTED
           ADD WS-QUOTED    TO WS-TOT-QUOTED
           ADD WS-RESPONDED TO WS-TOT-RESPONDED

           MOVE WS-SELECTED  TO RR-SELECTED
           MOVE WS-QUOTED    TO RR-QUOTED
           MOVE WS-RESPONDED TO RR-RESPONDED
           IF WS-SELECTED GREATER THAN ZERO
             COMPUTE WS-RATE ROUNDED =
                 WS-RESPONDED * 100 / WS-SELECTED
           ELSE
             MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO RR-RATE
           MOVE WS-RPT-CAMPAIGN-RESPONSE TO RPT-LINE
           WRITE RPT-LINE.
       3000-CAMPAIGN-RESPONSE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CAMPAIGN-CONVERSION - quotes under the code that were     *
      * bound, and the premium quoted on them                          *
      ******************************************************************
       4000-CAMPAIGN-CONVERSION.
           MOVE 0 TO WS-BOUND WS-BOUND-PREMIUM
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(QUOTEDPREMIUM), 0)
                 INTO :WS-BOUND, :WS-BOUND-PREMIUM
                 FROM QUOTE
                WHERE CAMPAIGNCODE = :WS-CAMPAIGNCODE
                  AND QUOTESTATUS  = 'B'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'BIND COUNT FAILED FOR CAMPAIGN' TO RPT-LINE
             MOVE WS-CAMPAIGNCODE TO RPT-LINE(32:8)
             WRITE RPT-LINE
             GO TO 4000-CAMPAIGN-CONVERSION-EXIT
           END-IF

           ADD WS-BOUND         TO WS-TOT-BOUND
           ADD WS-BOUND-PREMIUM TO WS-TOT-PREMIUM

           MOVE WS-BOUND TO RC-BOUND
           IF WS-QUOTED GREATER THAN ZERO
             COMPUTE WS-RATE ROUNDED = WS-BOUND * 100 / WS-QUOTED
           ELSE
             MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE          TO RC-RATE
           MOVE WS-BOUND-PREMIUM TO RC-PREMIUM
           MOVE WS-RPT-CAMPAIGN-CONVERSION TO RPT-LINE
           WRITE RPT-LINE.
       4000-CAMPAIGN-CONVERSION-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE MRCURSOR
           END-EXEC

           MOVE WS-CAMPAIGN-COUNT TO RT-CAMPAIGNS
           MOVE WS-TOT-SELECTED   TO RT-SELECTED
           MOVE WS-TOT-RESPONDED  TO RT-RESPONDED
           MOVE WS-TOT-BOUND      TO RT-BOUND
           MOVE WS-TOT-PREMIUM    TO RT-PREMIUM
           MOVE WS-RPT-TOTAL      TO RPT-LINE
           WRITE RPT-LINE

           CLOSE MRB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
