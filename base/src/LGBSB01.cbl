       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBSB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Broker account current statement and aged debt report.       *
      *  For every broker with an account current (BROKER_ACCOUNT,     *
      *  posted daily by LGBAB01 - see LGBRKACC) this prints on the    *
      *  BSSTMT file, formatted for dispatch like LGXBB01's book       *
      *  statement, the account for the month just ended: opening      *
      *  balance, each installment debited (gross, commission, net)    *
      *  and each remittance credited, the closing balance, and the    *
      *  debt still unpaid aged by the date it was payable.            *
      *                                                                *
      *   The same ageing goes, one line per broker, on the BSBRPT     *
      *  aged debt report for credit control; a broker with debt more  *
      *  than WS-REFER-DAYS past its payable date that its unallocated *
      *  cash does not cover is flagged for chasing.  Run monthly,     *
      *  early in the month, after the day's LGBAB01.                  *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBSB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSS-FILE  ASSIGN TO BSSTMT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BSB-RPT   ASSIGN TO BSBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BSS-FILE
           RECORDING MODE IS F.
       01  STMT-LINE                   PIC X(80).

       FD  BSB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-ENTRY-EOF-SW          PIC X      VALUE 'N'.
               88 WS-ENTRY-EOF               VALUE 'Y'.
       77  WS-BROKER-COUNT             PIC S9(7) COMP VALUE 0.
       77  WS-REFER-COUNT              PIC S9(7) COMP VALUE 0.

      * Debt this many days past its payable date, not covered by
      * unallocated cash, refers the broker to credit control
       77  WS-REFER-DAYS               PIC S9(03) COMP VALUE 30.

      * The statement month (the calendar month before the run) and
      * the ageing cut-off dates, all ISO for comparison with the
      * BROKER_ACCOUNT date columns
       01  WS-DATE-WORK.
           05 WS-WORK-NUMERIC          PIC 9(08).
           05 WS-WORK-INT              PIC S9(09) COMP.
           05 WS-WORK-ISO              PIC X(10).
           05 WS-PERIOD-START          PIC X(10).
           05 WS-PERIOD-END            PIC X(10).
           05 WS-AGE-30-DATE           PIC X(10).
           05 WS-AGE-60-DATE           PIC X(10).
           05 WS-AGE-90-DATE           PIC X(10).
           05 WS-REFER-DATE            PIC X(10).
           05 WS-DAYS-BACK             PIC S9(03) COMP.

       01  WS-BROKER-FIELDS.
           05 WS-BROKERID              PIC X(08).
           05 WS-MST-NAME              PIC X(30).
           05 WS-MST-ADDRESS           PIC X(40).
           05 WS-OPENING-BALANCE       PIC S9(09)V9(02).
           05 WS-CLOSING-BALANCE       PIC S9(09)V9(02).
           05 WS-PERIOD-DEBITS         PIC S9(09)V9(02).
           05 WS-PERIOD-CREDITS        PIC S9(09)V9(02).

      * Ageing of one broker's outstanding debt
       01  WS-AGED-DEBT.
           05 WS-AGE-NOT-DUE           PIC S9(09)V9(02).
           05 WS-AGE-1-30              PIC S9(09)V9(02).
           05 WS-AGE-31-60             PIC S9(09)V9(02).
           05 WS-AGE-61-90             PIC S9(09)V9(02).
           05 WS-AGE-OVER-90           PIC S9(09)V9(02).
           05 WS-AGE-REFERABLE         PIC S9(09)V9(02).
           05 WS-UNALLOCATED-CASH      PIC S9(09)V9(02).

      * One BROKER_ACCOUNT row in the statement month
       01  WS-ENTRY-ROW.
           05 WE-ENTRYDATE             PIC X(10).
           05 WE-ENTRYTYPE             PIC X(04).
           05 WE-POLICYNUMBER          PIC 9(10).
           05 WE-INSTALLMENTNUM        PIC 9(04).
           05 WE-GROSSAMOUNT           PIC S9(07)V9(02).
           05 WE-COMMISSION            PIC S9(07)V9(02).
           05 WE-NETAMOUNT             PIC S9(07)V9(02).
           05 WE-REFERENCE             PIC X(16).

       01  WS-STMT-HEADING.
           05 FILLER                   PIC X(24)
                      VALUE 'BROKER ACCOUNT CURRENT  '.
           05 SH-BROKERID              PIC X(08).
           05 FILLER                   PIC X(08) VALUE '  FROM  '.
           05 SH-PERIOD-START          PIC X(10).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 SH-PERIOD-END            PIC X(10).
           05 FILLER                   PIC X(16) VALUE SPACES.

       01  WS-STMT-BROKER-NAME.
           05 SN-BROKER-NAME           PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SN-BROKER-ADDRESS        PIC X(40).
           05 FILLER                   PIC X(08) VALUE SPACES.

       01  WS-STMT-BALANCE.
           05 SB-LABEL                 PIC X(20).
           05 SB-AMOUNT                PIC -(9)9.99.
           05 FILLER                   PIC X(47) VALUE SPACES.

      * an installment debited - gross, commission, net
       01  WS-STMT-DUE-LINE.
           05 SD-ENTRYDATE             PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' DUE  '.
           05 SD-POLICYNUM             PIC 9(10).
           05 FILLER                   PIC X(01) VALUE '/'.
           05 SD-INSTALLMENTNUM        PIC 9(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SD-GROSS                 PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SD-COMMISSION            PIC Z(06)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SD-NET-DEBIT             PIC Z(06)9.99.
           05 FILLER                   PIC X(16) VALUE SPACES.

      * a remittance credited
       01  WS-STMT-REMIT-LINE.
           05 SR-ENTRYDATE             PIC X(10).
           05 FILLER                   PIC X(06) VALUE ' REMIT'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SR-REFERENCE             PIC X(16).
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'CR '.
           05 SR-NET-CREDIT            PIC Z(06)9.99.
           05 FILLER                   PIC X(15) VALUE SPACES.

      * ageing - statement and report share the layout
       01  WS-AGED-HEADING.
           05 FILLER                   PIC X(09) VALUE 'BROKER   '.
           05 FILLER                   PIC X(11) VALUE '   NOT DUE '.
           05 FILLER                   PIC X(11) VALUE '    1-30   '.
           05 FILLER                   PIC X(11) VALUE '   31-60   '.
           05 FILLER                   PIC X(11) VALUE '   61-90   '.
           05 FILLER                   PIC X(11) VALUE '   OVER 90 '.
           05 FILLER                   PIC X(11) VALUE ' UNALLOC CR'.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WS-AGED-LINE.
           05 AL-BROKERID              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-NOT-DUE               PIC Z(07)9.99.
           05 AL-1-30                  PIC Z(07)9.99.
           05 AL-31-60                 PIC Z(07)9.99.
           05 AL-61-90                 PIC Z(07)9.99.
           05 AL-OVER-90               PIC Z(07)9.99.
           05 AL-UNALLOCATED           PIC Z(07)9.99.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WS-REFER-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(42) VALUE
                 '** REFER TO CREDIT CONTROL - OVERDUE OVER '.
           05 RF-REFER-DAYS            PIC ZZ9.
           05 FILLER                   PIC X(25) VALUE
                 ' DAYS, NOT COVERED'.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'BROKER AGED DEBT REPORT - RUN DATE '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(16)
                      VALUE 'BROKERS LISTED ='.
           05 RT-BROKER-COUNT          PIC Z(05)9.
           05 FILLER                   PIC X(21)
                      VALUE ' REFERRED TO CREDIT ='.
           05 RT-REFER-COUNT           PIC Z(05)9.
           05 FILLER                   PIC X(31) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every broker with an account current
           EXEC SQL
               DECLARE BRKCURSOR CURSOR FOR
                   SELECT DISTINCT BROKERID
                     FROM BROKER_ACCOUNT
                    ORDER BY BROKERID
           END-EXEC.

      * One broker's entries for the statement month
           EXEC SQL
               DECLARE ENTCURSOR CURSOR FOR
                   SELECT ENTRYDATE, ENTRYTYPE, POLICYNUMBER,
                          INSTALLMENTNUM, GROSSAMOUNT, COMMISSION,
                          NETAMOUNT, REFERENCE
                     FROM BROKER_ACCOUNT
                    WHERE BROKERID   = :WS-BROKERID
                      AND ENTRYDATE >= :WS-PERIOD-START
                      AND ENTRYDATE <= :WS-PERIOD-END
                    ORDER BY ENTRYDATE, ENTRYSEQ
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-BROKER THRU 2000-PROCESS-BROKER-EXIT
               UNTIL WS-EOJ.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - statement month and ageing dates             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BSS-FILE
           OPEN OUTPUT BSB-RPT

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-'                    TO WS-RUN-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-'                    TO WS-RUN-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-RUN-DATE(9:2)

      * the month ends the day before the first of this month, and
      * starts on the first of the month that day falls in
           MOVE WS-TODAY-YYYYMMDD TO WS-WORK-NUMERIC
           MOVE '01' TO WS-WORK-NUMERIC(7:2)
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUMERIC) - 1
           PERFORM 1100-INT-TO-ISO THRU 1100-INT-TO-ISO-EXIT
           MOVE WS-WORK-ISO TO WS-PERIOD-END
           MOVE WS-WORK-ISO TO WS-PERIOD-START
           MOVE '01' TO WS-PERIOD-START(9:2)

           MOVE 30 TO WS-DAYS-BACK
           PERFORM 1200-DAYS-BEFORE-RUN THRU 1200-DAYS-BEFORE-RUN-EXIT
           MOVE WS-WORK-ISO TO WS-AGE-30-DATE
           MOVE 60 TO WS-DAYS-BACK
           PERFORM 1200-DAYS-BEFORE-RUN THRU 1200-DAYS-BEFORE-RUN-EXIT
           MOVE WS-WORK-ISO TO WS-AGE-60-DATE
           MOVE 90 TO WS-DAYS-BACK
           PERFORM 1200-DAYS-BEFORE-RUN THRU 1200-DAYS-BEFORE-RUN-EXIT
           MOVE WS-WORK-ISO TO WS-AGE-90-DATE
           MOVE WS-REFER-DAYS TO WS-DAYS-BACK
           PERFORM 1200-DAYS-BEFORE-RUN THRU 1200-DAYS-BEFORE-RUN-EXIT
           MOVE WS-WORK-ISO TO WS-REFER-DATE

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGED-HEADING TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
               OPEN BRKCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN BRKCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-INT-TO-ISO - WS-WORK-INT (integer date) to WS-WORK-ISO    *
      ******************************************************************
       1100-INT-TO-ISO.
           COMPUTE WS-WORK-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUMERIC(1:4) TO WS-WORK-ISO(1:4)
           MOVE '-'                  TO WS-WORK-ISO(5:1)
           MOVE WS-WORK-NUMERIC(5:2) TO WS-WORK-ISO(6:2)
           MOVE '-'                  TO WS-WORK-ISO(8:1)
           MOVE WS-WORK-NUMERIC(7:2) TO WS-WORK-ISO(9:2).
       1100-INT-TO-ISO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-DAYS-BEFORE-RUN - the date WS-DAYS-BACK days before the   *
      * run, into WS-WORK-ISO                                          *
      ******************************************************************
       1200-DAYS-BEFORE-RUN.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               - WS-DAYS-BACK
           PERFORM 1100-INT-TO-ISO THRU 1100-INT-TO-ISO-EXIT.
       1200-DAYS-BEFORE-RUN-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-BROKER - statement, then the aged debt line       *
      ******************************************************************
       2000-PROCESS-BROKER.
           EXEC SQL
               FETCH BRKCURSOR
                INTO :WS-BROKERID
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-BROKER-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON BRKCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO 2000-PROCESS-BROKER-EXIT
           END-IF

           ADD 1 TO WS-BROKER-COUNT
           PERFORM 3000-PRINT-STATEMENT THRU 3000-PRINT-STATEMENT-EXIT
           PERFORM 4000-AGE-DEBT THRU 4000-AGE-DEBT-EXIT.
       2000-PROCESS-BROKER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-STATEMENT - the month's account current.  Opening   *
      * balance is the net of every entry dated before the month, so   *
      * opening plus the lines printed always equals closing.          *
      ******************************************************************
       3000-PRINT-STATEMENT.
           MOVE WS-BROKERID     TO SH-BROKERID
           MOVE WS-PERIOD-START TO SH-PERIOD-START
           MOVE WS-PERIOD-END   TO SH-PERIOD-END
           MOVE WS-STMT-HEADING TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO WS-MST-NAME WS-MST-ADDRESS
           EXEC SQL
               SELECT BROKERNAME, BROKERADDRESS
                 INTO :WS-MST-NAME, :WS-MST-ADDRESS
                 FROM BROKER
                WHERE BROKERID = :WS-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '** NOT ON BROKER MASTER **' TO WS-MST-NAME
           END-IF
           MOVE WS-MST-NAME    TO SN-BROKER-NAME
           MOVE WS-MST-ADDRESS TO SN-BROKER-ADDRESS
           MOVE WS-STMT-BROKER-NAME TO STMT-LINE
           WRITE STMT-LINE

           MOVE 0 TO WS-OPENING-BALANCE
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ENTRYTYPE = 'DUE '
                                        THEN NETAMOUNT
                                        ELSE 0 - NETAMOUNT END), 0)
                 INTO :WS-OPENING-BALANCE
                 FROM BROKER_ACCOUNT
                WHERE BROKERID  = :WS-BROKERID
                  AND ENTRYDATE < :WS-PERIOD-START
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-OPENING-BALANCE
           END-IF
           MOVE 'OPENING BALANCE     ' TO SB-LABEL
           MOVE WS-OPENING-BALANCE     TO SB-AMOUNT
           MOVE WS-STMT-BALANCE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 0 TO WS-PERIOD-DEBITS
           MOVE 0 TO WS-PERIOD-CREDITS
           EXEC SQL
               OPEN ENTCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN ENTCURSOR FOR BROKER' TO RPT-LINE
             MOVE WS-BROKERID TO RPT-LINE(37:8)
             WRITE RPT-LINE
           ELSE
             MOVE 'N' TO WS-ENTRY-EOF-SW
             PERFORM 3100-PRINT-ENTRY THRU 3100-PRINT-ENTRY-EXIT
                 UNTIL WS-ENTRY-EOF
             EXEC SQL
                 CLOSE ENTCURSOR
             END-EXEC
           END-IF

           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
                                      + WS-PERIOD-DEBITS
                                      - WS-PERIOD-CREDITS
           MOVE 'CLOSING BALANCE     ' TO SB-LABEL
           MOVE WS-CLOSING-BALANCE     TO SB-AMOUNT
           MOVE WS-STMT-BALANCE TO STMT-LINE
           WRITE STMT-LINE.
       3000-PRINT-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-ENTRY                                               *
      ******************************************************************
       3100-PRINT-ENTRY.
           EXEC SQL
               FETCH ENTCURSOR
                INTO :WE-ENTRYDATE,
                     :WE-ENTRYTYPE,
                     :WE-POLICYNUMBER,
                     :WE-INSTALLMENTNUM,
                     :WE-GROSSAMOUNT,
                     :WE-COMMISSION,
                     :WE-NETAMOUNT,
                     :WE-REFERENCE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-ENTRY-EOF-SW
             GO TO 3100-PRINT-ENTRY-EXIT
           END-IF

           IF WE-ENTRYTYPE EQUAL 'DUE '
             ADD WE-NETAMOUNT TO WS-PERIOD-DEBITS
             MOVE WE-ENTRYDATE      TO SD-ENTRYDATE
             MOVE WE-POLICYNUMBER   TO SD-POLICYNUM
             MOVE WE-INSTALLMENTNUM TO SD-INSTALLMENTNUM
             MOVE WE-GROSSAMOUNT    TO SD-GROSS
             MOVE WE-COMMISSION     TO SD-COMMISSION
             MOVE WE-NETAMOUNT      TO SD-NET-DEBIT
             MOVE WS-STMT-DUE-LINE  TO STMT-LINE
           ELSE
             ADD WE-NETAMOUNT TO WS-PERIOD-CREDITS
             MOVE WE-ENTRYDATE      TO SR-ENTRYDATE
             MOVE WE-REFERENCE      TO SR-REFERENCE
             MOVE WE-NETAMOUNT      TO SR-NET-CREDIT
             MOVE WS-STMT-REMIT-LINE TO STMT-LINE
           END-IF
           WRITE STMT-LINE.
       3100-PRINT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-AGE-DEBT - what is still unpaid today, by how far past    *
      * its payable date, onto the statement and the credit control    *
      * report alike                                                   *
      ******************************************************************
       4000-AGE-DEBT.
           INITIALIZE WS-AGED-DEBT
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DUEDATE >= :WS-RUN-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <  :WS-RUN-DATE
                                         AND DUEDATE >= :WS-AGE-30-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <  :WS-AGE-30-DATE
                                         AND DUEDATE >= :WS-AGE-60-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <  :WS-AGE-60-DATE
                                         AND DUEDATE >= :WS-AGE-90-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <  :WS-AGE-90-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DUEDATE <  :WS-REFER-DATE
                                        THEN OUTSTANDING
                                        ELSE 0 END), 0)
                 INTO :WS-AGE-NOT-DUE,
                      :WS-AGE-1-30,
                      :WS-AGE-31-60,
                      :WS-AGE-61-90,
                      :WS-AGE-OVER-90,
                      :WS-AGE-REFERABLE
                 FROM BROKER_ACCOUNT
                WHERE BROKERID    = :WS-BROKERID
                  AND ENTRYTYPE   = 'DUE '
                  AND OUTSTANDING > 0
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'AGEING FAILED FOR BROKER' TO RPT-LINE
             MOVE WS-BROKERID TO RPT-LINE(26:8)
             WRITE RPT-LINE
             GO TO 4000-AGE-DEBT-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(OUTSTANDING), 0)
                 INTO :WS-UNALLOCATED-CASH
                 FROM BROKER_ACCOUNT
                WHERE BROKERID    = :WS-BROKERID
                  AND ENTRYTYPE   = 'REMT'
                  AND OUTSTANDING > 0
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-UNALLOCATED-CASH
           END-IF

           MOVE WS-BROKERID         TO AL-BROKERID
           MOVE WS-AGE-NOT-DUE      TO AL-NOT-DUE
           MOVE WS-AGE-1-30         TO AL-1-30
           MOVE WS-AGE-31-60        TO AL-31-60
           MOVE WS-AGE-61-90        TO AL-61-90
           MOVE WS-AGE-OVER-90      TO AL-OVER-90
           MOVE WS-UNALLOCATED-CASH TO AL-UNALLOCATED

           MOVE WS-AGED-HEADING TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-AGED-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-AGED-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-AGE-REFERABLE GREATER THAN WS-UNALLOCATED-CASH
             ADD 1 TO WS-REFER-COUNT
             MOVE WS-REFER-DAYS TO RF-REFER-DAYS
             MOVE WS-REFER-LINE TO RPT-LINE
             WRITE RPT-LINE
           END-IF.
       4000-AGE-DEBT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL
               CLOSE BRKCURSOR
           END-EXEC

           MOVE WS-BROKER-COUNT TO RT-BROKER-COUNT
           MOVE WS-REFER-COUNT  TO RT-REFER-COUNT
           MOVE WS-RPT-TOTAL    TO RPT-LINE
           WRITE RPT-LINE

           CLOSE BSS-FILE
           CLOSE BSB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.
