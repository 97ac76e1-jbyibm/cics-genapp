       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGCOB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Monthly co-insurance statements.  On a commercial risk we    *
      *  lead (the COINSURANCE_SHARE row marked OURLINE is also the    *
      *  LEADFLAG row) we collect the whole premium and pay the whole  *
      *  of every claim, and each following co-insurer must be sent    *
      *  its share.  Lists, follower by follower, each led policy with *
      *  premium or claims money in the SYSIN month: premium collected *
      *  (PREMIUM_INSTALLMENT rows paid in the month, IPT excluded -   *
      *  the tax is ours to account for as lead) and claims paid (the  *
      *  settlement balances and interim stages LGPYB01 extracted in   *
      *  the month), each at 100% and at the follower's share.  Each   *
      *  follower's section closes with its share of premium, its      *
      *  share of claims and the net due to it - negative where its    *
      *  claims share exceeds its premium share and the balance is     *
      *  owed to us.  The section is the statement sent to that        *
      *  co-insurer.  Run monthly.                                     *
      *                                                                *
      *   SYSIN card 1-6 is the run month (CCYYMM), default this month.*
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGCOB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COB-RPT  ASSIGN TO COBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COB-RPT
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

      * the policy's month at the follower's share
       01  WS-SHARE-WORK.
           05 WS-SH-PREMIUM            PIC 9(09)V9(02).
           05 WS-SH-CLAIMS             PIC 9(09)V9(02).

      * co-insurer control break
       01  WS-PREV-INSURER             PIC X(08) VALUE LOW-VALUES.
       77  WS-INS-COUNT                PIC S9(7) COMP VALUE 0.
       77  WS-GRAND-COUNT              PIC S9(7) COMP VALUE 0.
       01  WS-INS-TOTALS.
           05 WS-INS-PREMIUM           PIC 9(09)V9(02) VALUE 0.
           05 WS-INS-CLAIMS            PIC 9(09)V9(02) VALUE 0.
           05 WS-INS-DUE               PIC S9(09)V9(02) VALUE 0.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-PREMIUM         PIC 9(09)V9(02) VALUE 0.
           05 WS-GRAND-CLAIMS          PIC 9(09)V9(02) VALUE 0.
           05 WS-GRAND-DUE             PIC S9(09)V9(02) VALUE 0.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(26)
                      VALUE 'CO-INSURANCE STATEMENTS - '.
           05 RH-RUN-PERIOD            PIC X(06).
           05 FILLER                   PIC X(48) VALUE SPACES.

       01  WS-RPT-INSURER.
           05 FILLER                   PIC X(11) VALUE 'CO-INSURER '.
           05 RV-INSURER               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RV-INSURER-NAME          PIC X(30).
           05 FILLER                   PIC X(30) VALUE SPACES.

      * money columns are 100% / follower's share
       01  WS-RPT-DETAIL.
           05 RD-POLICYNUM             PIC Z(09)9.
           05 FILLER                   PIC X(04) VALUE ' SH='.
           05 RD-SHARE-PCT             PIC ZZ9.99.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RD-PREMIUM               PIC Z(07)9.99.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RD-SH-PREMIUM            PIC Z(07)9.99.
           05 FILLER                   PIC X(06) VALUE ' CLMS='.
           05 RD-CLAIMS                PIC Z(07)9.99.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RD-SH-CLAIMS             PIC Z(07)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.

       01  WS-RPT-INS-TOTAL.
           05 FILLER                   PIC X(06) VALUE 'TOTAL '.
           05 RP-INSURER               PIC X(08).
           05 FILLER                   PIC X(03) VALUE ' N='.
           05 RP-COUNT                 PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RP-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' CLMS='.
           05 RP-CLAIMS                PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RP-DUE                   PIC -(09)9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-RPT-GRAND-TOTAL.
           05 FILLER                   PIC X(14)
                      VALUE 'ALL FOLLOWERS '.
           05 FILLER                   PIC X(03) VALUE ' N='.
           05 RG-COUNT                 PIC Z(04)9.
           05 FILLER                   PIC X(06) VALUE ' PREM='.
           05 RG-PREMIUM               PIC Z(08)9.99.
           05 FILLER                   PIC X(06) VALUE ' CLMS='.
           05 RG-CLAIMS                PIC Z(08)9.99.
           05 FILLER                   PIC X(05) VALUE ' DUE='.
           05 RG-DUE                   PIC -(09)9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every following participant on every policy where our own line
      * leads, with the month's premium collected and claims paid on
      * the policy at 100%.  A settlement pays the approved amount
      * less the interim stages already disbursed, as LGPYB01 pays it.
           EXEC SQL
               DECLARE COCURSOR CURSOR FOR
                   SELECT F.INSURERCODE, F.INSURERNAME,
                          F.POLICYNUMBER, F.SHAREPCT,
                          COALESCE((SELECT SUM(I.AMOUNT)
                                      FROM PREMIUM_INSTALLMENT I
                                     WHERE I.POLICYNUMBER =
                                                   F.POLICYNUMBER
                                       AND I.STATUS    = 'P'
                                       AND I.PAIDDATE >= :WS-FROM-DATE
                                       AND I.PAIDDATE <  :WS-TO-DATE),
                                   0),
                          COALESCE((SELECT SUM(
                                      CASE WHEN C.APPROVEDAMOUNT >
                                                COALESCE(C.INTERIMPAID,
                                                         0)
                                           THEN C.APPROVEDAMOUNT -
                                                COALESCE(C.INTERIMPAID,
                                                         0)
                                           ELSE 0 END)
                                      FROM CLAIM C
                                     WHERE C.POLICYNUMBER =
                                                   F.POLICYNUMBER
                                       AND C.PAYMENTEXTRACTED = 'Y'
                                       AND C.EXTRACTDATE >=
                                                   :WS-FROM-DATE
                                       AND C.EXTRACTDATE <
                                                   :WS-TO-DATE),
                                   0)
                        + COALESCE((SELECT SUM(CP.AMOUNT)
                                      FROM CLAIM_PAYMENT CP, CLAIM C
                                     WHERE CP.CLAIMNUMBER =
                                                   C.CLAIMNUMBER
                                       AND C.POLICYNUMBER =
                                                   F.POLICYNUMBER
                                       AND CP.PAYMENTEXTRACTED = 'Y'
                                       AND CP.EXTRACTDATE >=
                                                   :WS-FROM-DATE
                                       AND CP.EXTRACTDATE <
                                                   :WS-TO-DATE),
                                   0)
                     FROM COINSURANCE_SHARE F, COINSURANCE_SHARE O
                    WHERE O.POLICYNUMBER = F.POLICYNUMBER
                      AND O.OURLINE      = 'Y'
                      AND O.LEADFLAG     = 'Y'
                      AND F.OURLINE      = 'N'
                    ORDER BY F.INSURERCODE, F.POLICYNUMBER
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-INSURERCODE           PIC X(08).
           05 WC-INSURERNAME           PIC X(30).
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-SHAREPCT              PIC 9(03)V9(02).
           05 WC-PREMIUM               PIC 9(09)V9(02).
           05 WC-CLAIMS                PIC 9(09)V9(02).

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
           OPEN OUTPUT COB-RPT

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
               OPEN COCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN COCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ROWS - one line per led policy with money in the  *
      * month, a new statement each time the co-insurer changes        *
      ******************************************************************
       2000-PROCESS-ROWS.
           EXEC SQL
               FETCH COCURSOR
                 INTO :WC-INSURERCODE,
                      :WC-INSURERNAME,
                      :WC-POLICYNUMBER,
                      :WC-SHAREPCT,
                      :WC-PREMIUM,
                      :WC-CLAIMS
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON COCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

      * a led policy with no money either way in the month has
      * nothing to settle and stays off the statement
           IF WC-PREMIUM EQUAL ZERO AND WC-CLAIMS EQUAL ZERO
             GO TO 2000-PROCESS-ROWS-EXIT
           END-IF

           IF WC-INSURERCODE NOT EQUAL WS-PREV-INSURER
             IF WS-INS-COUNT GREATER THAN ZERO
               PERFORM 3000-INSURER-TOTAL
                   THRU 3000-INSURER-TOTAL-EXIT
             END-IF
             MOVE WC-INSURERCODE TO WS-PREV-INSURER
             MOVE WC-INSURERCODE TO RV-INSURER
             MOVE WC-INSURERNAME TO RV-INSURER-NAME
             MOVE WS-RPT-INSURER TO RPT-LINE
             WRITE RPT-LINE
           END-IF

           COMPUTE WS-SH-PREMIUM ROUNDED =
               WC-PREMIUM * WC-SHAREPCT / 100
           COMPUTE WS-SH-CLAIMS ROUNDED =
               WC-CLAIMS * WC-SHAREPCT / 100

           ADD 1             TO WS-INS-COUNT
           ADD WS-SH-PREMIUM TO WS-INS-PREMIUM
           ADD WS-SH-CLAIMS  TO WS-INS-CLAIMS

           MOVE WC-POLICYNUMBER TO RD-POLICYNUM
           MOVE WC-SHAREPCT     TO RD-SHARE-PCT
           MOVE WC-PREMIUM      TO RD-PREMIUM
           MOVE WS-SH-PREMIUM   TO RD-SH-PREMIUM
           MOVE WC-CLAIMS       TO RD-CLAIMS
           MOVE WS-SH-CLAIMS    TO RD-SH-CLAIMS
           MOVE WS-RPT-DETAIL   TO RPT-LINE
           WRITE RPT-LINE.
       2000-PROCESS-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INSURER-TOTAL - close a co-insurer's statement with the   *
      * net due to it, and roll it into the grand totals               *
      ******************************************************************
       3000-INSURER-TOTAL.
           COMPUTE WS-INS-DUE = WS-INS-PREMIUM - WS-INS-CLAIMS

           MOVE WS-PREV-INSURER TO RP-INSURER
           MOVE WS-INS-COUNT    TO RP-COUNT
           MOVE WS-INS-PREMIUM  TO RP-PREMIUM
           MOVE WS-INS-CLAIMS   TO RP-CLAIMS
           MOVE WS-INS-DUE      TO RP-DUE
           MOVE WS-RPT-INS-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-INS-COUNT   TO WS-GRAND-COUNT
           ADD WS-INS-PREMIUM TO WS-GRAND-PREMIUM
           ADD WS-INS-CLAIMS  TO WS-GRAND-CLAIMS
           ADD WS-INS-DUE     TO WS-GRAND-DUE

           MOVE 0 TO WS-INS-COUNT
           MOVE 0 TO WS-INS-PREMIUM
           MOVE 0 TO WS-INS-CLAIMS
           MOVE 0 TO WS-INS-DUE.
       3000-INSURER-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE COCURSOR
           END-EXEC

           IF WS-INS-COUNT GREATER THAN ZERO
             PERFORM 3000-INSURER-TOTAL
                 THRU 3000-INSURER-TOTAL-EXIT
           END-IF

           MOVE WS-GRAND-COUNT   TO RG-COUNT
           MOVE WS-GRAND-PREMIUM TO RG-PREMIUM
           MOVE WS-GRAND-CLAIMS  TO RG-CLAIMS
           MOVE WS-GRAND-DUE     TO RG-DUE
           MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE COB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
