       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGAOB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly add-on bordereau and remittance.  Lists every add-on *
      *  cover (legal expenses, breakdown, key cover, home emergency)  *
      *  written on POLICY_ADDON by LGHPB01, LGMPB01 or LGRNW01 with a *
      *  start date in the SYSIN month, grouped by the underwriting    *
      *  provider on the row.  Each provider's section closes with its *
      *  count, premium, IPT and the remittance due to it - the add-on *
      *  premium plus the IPT collected on it, the provider being the  *
      *  insurer liable for that tax.  The section is the bordereau    *
      *  sent to the provider; the totals replace the spreadsheet the  *
      *  remittances were worked from.  Run monthly.                   *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGAOB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AOB-RPT  ASSIGN TO AOBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AOB-RPT
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

      * provider control break
       01  WS-PREV-PROVIDER            PIC X(08) VALUE LOW-VALUES.
       77  WS-PROV-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-GRAND-COUNT              PIC S9(7) COMP VALUE 0.
       01  WS-PROV-TOTALS.
           05 WS-PROV-PREMIUM          PIC 9(09)V9(02) VALUE 0.
           05 WS-PROV-IPT              PIC 9(08)V9(02) VALUE 0.
           05 WS-PROV-DUE              PIC 9(09)V9(02) VALUE 0.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-PREMIUM         PIC 9(09)V9(02) VALUE 0.
           05 WS-GRAND-IPT             PIC 9(08)V9(02) VALUE 0.
           05 WS-GRAND-DUE             PIC 9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)
                      VALUE 'ADD-ON BORDEREAU/REMITTANCE - '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  WS-RPT-PROVIDER.
           05 FILLER                   PIC X(09) VALUE 'PROVIDER '.
           05 RV-PROVIDER              PIC X(08).
           05 FILLER                   PIC X(63) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05 RD-POLICYNUM             PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-CUSTOMERNUM           PIC Z(09)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-ADDONCODE             PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RD-STARTDATE             PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RD-PREMIUM               PIC Z(06)9.99.
           05 FILLER                   PIC X(05) VALUE ' IPT='.
           05 RD-IPT                   PIC Z(05)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-PROV-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'TOTAL '.
           05 RP-PROVIDER              PIC X(08).
           05 FILLER                   PIC X(03) VALUE ' N='.
           05 RP-COUNT                 PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RP-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' IPT='.
           05 RP-IPT                   PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RP-DUE                   PIC Z(08)9.99.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL.
           05 FILLER                   PIC X(14)
                      VALUE 'ALL PROVIDERS '.
           05 FILLER                   PIC X(03) VALUE ' N='.
           05 RG-COUNT                 PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RG-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' IPT='.
           05 RG-IPT                   PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RG-DUE                   PIC Z(08)9.99.
           05 FILLER                   PIC X(07) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every add-on written in the month, provider by provider
           EXEC SQL
               DECLARE AOCURSOR CURSOR FOR
                   SELECT A.PROVIDERID, A.POLICYNUMBER,
                          P.CUSTOMERNUMBER, A.ADDONCODE,
                          A.STARTDATE, A.PREMIUM, A.IPTAMOUNT
                     FROM POLICY_ADDON A, POLICY P
                    WHERE A.POLICYNUMBER = P.POLICYNUMBER
                      AND A.ADDONSTATUS  = 'A'
                      AND A.STARTDATE   >= :WS-FROM-DATE
                      AND A.STARTDATE   <  :WS-TO-DATE
                    ORDER BY A.PROVIDERID, A.POLICYNUMBER,
                             A.ADDONCODE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-PROVIDERID            PIC X(08).
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-CUSTOMERNUMBER        PIC 9(10).
           05 WC-ADDONCODE             PIC X(04).
           05 WC-STARTDATE             PIC X(10).
           05 WC-PREMIUM               PIC 9(05)V9(02).
           05 WC-IPTAMOUNT             PIC 9(05)V9(02).

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
      * 1000-INITIALIZE - work out the month's date range              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AOB-RPT

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

           EXEC SQL
               OPEN AOCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN AOCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per add-on, a new section each    *
      * time the provider changes                                      *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH AOCURSOR
                 INTO :WC-PROVIDERID,
                      :WC-POLICYNUMBER,
                      :WC-CUSTOMERNUMBER,
                      :WC-ADDONCODE,
                      :WC-STARTDATE,
                      :WC-PREMIUM,
                      :WC-IPTAMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON AOCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF WC-PROVIDERID NOT EQUAL WS-PREV-PROVIDER
             IF WS-PROV-COUNT GREATER THAN ZERO
               PERFORM 3000-PROVIDER-TOTAL
                   THRU 3000-PROVIDER-TOTAL-EXIT
             END-IF
             MOVE WC-PROVIDERID TO WS-PREV-PROVIDER
             MOVE WC-PROVIDERID TO RV-PROVIDER
             MOVE WS-RPT-PROVIDER TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           ADD 1            TO WS-PROV-COUNT
           ADD WC-PREMIUM   TO WS-PROV-PREMIUM
           ADD WC-IPTAMOUNT TO WS-PROV-IPT

           MOVE WC-POLICYNUMBER   TO RD-POLICYNUM
           MOVE WC-CUSTOMERNUMBER TO RD-CUSTOMERNUM
           MOVE WC-ADDONCODE      TO RD-ADDONCODE
           MOVE WC-STARTDATE      TO RD-STARTDATE
           MOVE WC-PREMIUM        TO RD-PREMIUM
           MOVE WC-IPTAMOUNT      TO RD-IPT
           MOVE WS-RPT-DETAIL     TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROVIDER-TOTAL - close a provider's section with what is  *
      * to be remitted to it, and roll it into the grand totals        *
      ******************************************************************
       3000-PROVIDER-TOTAL.
           COMPUTE WS-PROV-DUE = WS-PROV-PREMIUM + WS-PROV-IPT

           MOVE WS-PREV-PROVIDER TO RP-PROVIDER
           MOVE WS-PROV-COUNT    TO RP-COUNT
           MOVE WS-PROV-PREMIUM  TO RP-PREMIUM
           MOVE WS-PROV-IPT      TO RP-IPT
           MOVE WS-PROV-DUE      TO RP-DUE
           MOVE WS-RPT-PROV-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-PROV-COUNT   TO WS-GRAND-COUNT
           ADD WS-PROV-PREMIUM TO WS-GRAND-PREMIUM
           ADD WS-PROV-IPT     TO WS-GRAND-IPT
           ADD WS-PROV-DUE     TO WS-GRAND-DUE

           MOVE 0 TO WS-PROV-COUNT
           MOVE 0 TO WS-PROV-PREMIUM
           MOVE 0 TO WS-PROV-IPT
           MOVE 0 TO WS-PROV-DUE.
       3000-PROVIDER-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE AOCURSOR
           END-EXEC

           IF WS-PROV-COUNT GREATER THAN ZERO
             PERFORM 3000-PROVIDER-TOTAL
                 THRU 3000-PROVIDER-TOTAL-EXIT
           END-IF

           MOVE WS-GRAND-COUNT   TO RG-COUNT
           MOVE WS-GRAND-PREMIUM TO RG-PREMIUM
           MOVE WS-GRAND-IPT     TO RG-IPT
           MOVE WS-GRAND-DUE     TO RG-DUE
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE AOB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
