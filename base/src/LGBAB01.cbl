       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGBAB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Broker account current posting.  External brokers collect    *
      *  premium from their clients and remit it to us net of their    *
      *  commission; LGXBB01 tells a broker what is on its book, this  *
      *  job keeps the account of what it owes us (BROKER_ACCOUNT,     *
      *  see LGBRKACC).  Three passes, daily:                          *
      *                                                                *
      *   - every installment of a policy placed by an external        *
      *     broker that has fallen due and is not yet on the account   *
      *     is posted as a 'DUE ' debit: the gross premium, the        *
      *     commission due at the broker's BROKER_AGREEMENT rate for   *
      *     the product on the due date, and the net receivable,       *
      *     payable WS-TERM-DAYS after the installment fell due;       *
      *   - every remittance on the day's broker remittance file       *
      *     (LGBRMTRC records) is posted as a 'REMT' credit; one for   *
      *     a broker not on the master, or a reference already         *
      *     posted, prints on the exception listing instead;           *
      *   - unallocated remittance cash is allocated to the broker's   *
      *     oldest outstanding debt first, so LGBSB01's aged debt      *
      *     report shows what is genuinely unpaid.                     *
      *                                                                *
      *  "External" is decided exactly as LGXBB01 and LGCMB01 decide   *
      *  it - a BROKERID that resolves to an EMPLOYEE is in-house      *
      *  sales staff, paid commission through payroll, with no         *
      *  account current.  Run daily after the remittance file lands.  *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGBAB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMT-FILE  ASSIGN TO BRKREMIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT BAB-RPT   ASSIGN TO BABRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RMT-FILE
           RECORDING MODE IS F.
           COPY LGBRMTRC.

       FD  BAB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       77  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
           05 WS-TRAILER-SW            PIC X      VALUE 'N'.
               88 WS-TRAILER-SEEN            VALUE 'Y'.
           05 WS-DUE-EOF-SW            PIC X      VALUE 'N'.
               88 WS-DUE-EOF                 VALUE 'Y'.
           05 WS-CASH-EOF-SW           PIC X      VALUE 'N'.
               88 WS-CASH-EOF                VALUE 'Y'.
           05 WS-NO-DEBT-SW            PIC X      VALUE 'N'.
               88 WS-NO-DEBT                 VALUE 'Y'.
           05 WS-BROKER-EXTERNAL-SW    PIC X      VALUE 'N'.
               88 WS-BROKER-EXTERNAL         VALUE 'Y'.
       77  WS-PREV-BROKERID            PIC X(08) VALUE SPACES.
       77  WS-EMP-ID-NUM               PIC 9(05) VALUE 0.
       77  WS-EMP-NAME                 PIC X(20) VALUE SPACES.
       77  WS-DUE-POSTED-COUNT         PIC S9(7) COMP VALUE 0.
       77  WS-DUE-POSTED-TOTAL         PIC 9(11)V9(02) VALUE 0.
       77  WS-READ-COUNT               PIC S9(7) COMP VALUE 0.
       77  WS-READ-TOTAL               PIC 9(11)V9(02) VALUE 0.
       77  WS-REMIT-POSTED-COUNT       PIC S9(7) COMP VALUE 0.
       77  WS-ALLOCATED-COUNT          PIC S9(7) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC S9(7) COMP VALUE 0.
      * Periodic COMMIT, same idiom as LGMCB01's 2600-COMMIT-CHECK
       77  WS-COMMIT-INTERVAL          PIC S9(5) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT        PIC S9(5) COMP VALUE 0.

      * Broker credit terms - days after the installment falls due
      * that the net premium is payable to us.  From SYSTEM_PARAMETER
      * ('BROKER  '/'TERMDAYS', maintained through LGPAR01); the
      * compiled figure stands only when the table cannot be read
       77  WS-TERM-DAYS                PIC S9(03) COMP VALUE 30.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-DATE-WORK.
           05 WS-DUE-NUMERIC           PIC 9(08).
           05 WS-DUE-INT               PIC S9(09) COMP.

      * One installment fallen due on broker-placed business
       01  WS-DUE-ROW.
           05 WD-BROKERID              PIC X(08).
           05 WD-POLICYNUMBER          PIC 9(10).
           05 WD-POLICYTYPE            PIC X(03).
           05 WD-INSTALLMENTNUM        PIC 9(04).
           05 WD-DUEDATE               PIC X(10).
           05 WD-AMOUNT                PIC 9(07)V9(02).
           05 WD-IPTAMOUNT             PIC 9(07)V9(02).
           05 WD-BROKERSCOMMISSION     PIC 9(03)V9(02).
       01  WS-COMMISSION-PCT           PIC 9(03)V9(02) VALUE 0.

      * Cash allocation - one unallocated remittance and the oldest
      * debt it is being applied to
       01  WS-CASH-ROW.
           05 WK-BROKERID              PIC X(08).
           05 WK-ENTRYSEQ              PIC S9(9) COMP.
           05 WK-OUTSTANDING           PIC S9(07)V9(02).
       01  WS-DEBT-ROW.
           05 WT-ENTRYSEQ              PIC S9(9) COMP.
           05 WT-OUTSTANDING           PIC S9(07)V9(02).
       01  WS-APPLY-AMOUNT             PIC S9(07)V9(02) VALUE 0.
       01  WS-DUP-COUNT                PIC S9(05) COMP VALUE 0.
       01  WS-BROKER-STATUS            PIC X(01) VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(36)
                      VALUE 'BROKER ACCOUNT POSTING - RUN DATE '.
           05 RH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(34) VALUE SPACES.

       01  WS-RPT-REMIT.
           05 FILLER                   PIC X(08) VALUE ' REMIT  '.
           05 RR-BROKERID              PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' REF='.
           05 RR-REFERENCE             PIC X(16).
           05 FILLER                   PIC X(05) VALUE ' AMT='.
           05 RR-AMOUNT                PIC Z(08)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RR-ACTION                PIC X(25).

       01  WS-RPT-SUMMARY-1.
           05 FILLER                   PIC X(14) VALUE 'DUE POSTED   ='.
           05 RT-DUE-COUNT             PIC Z(06)9.
           05 FILLER                   PIC X(08) VALUE ' GROSS ='.
           05 RT-DUE-TOTAL             PIC Z(10)9.99.
           05 FILLER                   PIC X(37) VALUE SPACES.
       01  WS-RPT-SUMMARY-2.
           05 FILLER                   PIC X(14) VALUE 'REMITS READ  ='.
           05 RT-READ-COUNT            PIC Z(06)9.
           05 FILLER                   PIC X(09) VALUE ' POSTED ='.
           05 RT-REMIT-COUNT           PIC Z(06)9.
           05 FILLER                   PIC X(13) VALUE ' ALLOCATED  ='.
           05 RT-ALLOCATED-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(13) VALUE ' EXCEPTIONS ='.
           05 RT-EXCEPTION-COUNT       PIC Z(06)9.
           05 FILLER                   PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * Broker account posting - see LGBRKACC                          *
      *----------------------------------------------------------------*
           COPY LGBRKACC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Installments on broker-placed policies that have fallen due
      * and are not yet on the account.  A surrendered ('X') or
      * payment-holiday ('H') installment is not owed
           EXEC SQL
               DECLARE DUECURSOR CURSOR FOR
                   SELECT P.BROKERID,
                          I.POLICYNUMBER,
                          P.POLICYTYPE,
                          I.INSTALLMENTNUM,
                          I.DUEDATE,
                          I.AMOUNT,
                          I.IPTAMOUNT,
                          P.BROKERSCOMMISSION
                     FROM PREMIUM_INSTALLMENT I, POLICY P, BROKER B
                    WHERE I.POLICYNUMBER = P.POLICYNUMBER
                      AND P.BROKERID     = B.BROKERID
                      AND I.DUEDATE     <= :WS-RUN-DATE
                      AND I.STATUS NOT IN ('X', 'H')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM BROKER_ACCOUNT A
                            WHERE A.POLICYNUMBER   = I.POLICYNUMBER
                              AND A.INSTALLMENTNUM = I.INSTALLMENTNUM
                              AND A.ENTRYTYPE      = 'DUE ')
                    ORDER BY P.BROKERID, I.POLICYNUMBER,
                             I.INSTALLMENTNUM
           END-EXEC.

      * Remittance cash not yet allocated, broker by broker, oldest
      * remittance first
           EXEC SQL
               DECLARE CASHCURSOR CURSOR FOR
                   SELECT BROKERID, ENTRYSEQ, OUTSTANDING
                     FROM BROKER_ACCOUNT
                    WHERE ENTRYTYPE   = 'REMT'
                      AND OUTSTANDING > 0
                    ORDER BY BROKERID, ENTRYSEQ
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-DUE-PREMIUM
               THRU 2000-POST-DUE-PREMIUM-EXIT.
           PERFORM 3000-PROCESS-REMITTANCE
               THRU 3000-PROCESS-REMITTANCE-EXIT
               UNTIL WS-EOJ.
           PERFORM 3900-CHECK-TRAILER THRU 3900-CHECK-TRAILER-EXIT.
           PERFORM 4000-ALLOCATE-CASH THRU 4000-ALLOCATE-CASH-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open files, load credit terms, prime the     *
      * remittance read-ahead                                          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  RMT-FILE
           OPEN OUTPUT BAB-RPT

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
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'BROKER  '
                  AND PARAMKEY   = 'TERMDAYS'
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-TERM-DAYS
           END-IF

           PERFORM 3100-READ-REMITTANCE THRU 3100-READ-REMITTANCE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-DUE-PREMIUM - first pass, see the program banner     *
      ******************************************************************
       2000-POST-DUE-PREMIUM.
           EXEC SQL
               OPEN DUECURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN DUECURSOR' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 2000-POST-DUE-PREMIUM-EXIT
           END-IF

           MOVE 'N' TO WS-DUE-EOF-SW
           PERFORM 2100-POST-ONE-DUE THRU 2100-POST-ONE-DUE-EXIT
               UNTIL WS-DUE-EOF

           EXEC SQL
               CLOSE DUECURSOR
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
       2000-POST-DUE-PREMIUM-EXIT.
           EXIT.

      ******************************************************************
      * 2100-POST-ONE-DUE - gross is what the client pays the broker,  *
      * tax included; commission is earned on the premium alone, at    *
      * the agreement rate in force on the due date, falling back to   *
      * the rate stamped on the policy at issue when the broker has    *
      * no agreement for the product                                   *
      ******************************************************************
       2100-POST-ONE-DUE.
           EXEC SQL
               FETCH DUECURSOR
                INTO :WD-BROKERID,
                     :WD-POLICYNUMBER,
                     :WD-POLICYTYPE,
                     :WD-INSTALLMENTNUM,
                     :WD-DUEDATE,
                     :WD-AMOUNT,
                     :WD-IPTAMOUNT,
                     :WD-BROKERSCOMMISSION
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-DUE-EOF-SW
             GO TO 2100-POST-ONE-DUE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE 'FETCH ERROR ON DUECURSOR' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-DUE-EOF-SW
             GO TO 2100-POST-ONE-DUE-EXIT
           END-IF

           IF WD-BROKERID NOT EQUAL WS-PREV-BROKERID
             PERFORM 2200-CHECK-EXTERNAL THRU 2200-CHECK-EXTERNAL-EXIT
           END-IF
           IF NOT WS-BROKER-EXTERNAL
             GO TO 2100-POST-ONE-DUE-EXIT
           END-IF

           MOVE WD-BROKERSCOMMISSION TO WS-COMMISSION-PCT
           EXEC SQL
               SELECT COMMISSIONPCT
                 INTO :WS-COMMISSION-PCT
                 FROM BROKER_AGREEMENT
                WHERE BROKERID       = :WD-BROKERID
                  AND POLICYTYPE     = :WD-POLICYTYPE
                  AND EFFECTIVEDATE <= :WD-DUEDATE
                ORDER BY EFFECTIVEDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE WD-BROKERSCOMMISSION TO WS-COMMISSION-PCT
           END-IF

           MOVE WD-DUEDATE(1:4) TO WS-DUE-NUMERIC(1:4)
           MOVE WD-DUEDATE(6:2) TO WS-DUE-NUMERIC(5:2)
           MOVE WD-DUEDATE(9:2) TO WS-DUE-NUMERIC(7:2)
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUMERIC)
               + WS-TERM-DAYS
           COMPUTE WS-DUE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)

           MOVE WD-BROKERID        TO BA-BROKERID
           MOVE WS-RUN-DATE        TO BA-ENTRYDATE
           MOVE 'DUE '             TO BA-ENTRYTYPE
           MOVE WD-POLICYNUMBER    TO BA-POLICYNUMBER
           MOVE WD-INSTALLMENTNUM  TO BA-INSTALLMENTNUM
           COMPUTE BA-GROSSAMOUNT = WD-AMOUNT + WD-IPTAMOUNT
           COMPUTE BA-COMMISSION ROUNDED =
               WD-AMOUNT * WS-COMMISSION-PCT / 100
           COMPUTE BA-NETAMOUNT = BA-GROSSAMOUNT - BA-COMMISSION
           MOVE BA-NETAMOUNT       TO BA-OUTSTANDING
           MOVE WS-DUE-NUMERIC(1:4) TO BA-DUEDATE(1:4)
           MOVE '-'                 TO BA-DUEDATE(5:1)
           MOVE WS-DUE-NUMERIC(5:2) TO BA-DUEDATE(6:2)
           MOVE '-'                 TO BA-DUEDATE(8:1)
           MOVE WS-DUE-NUMERIC(7:2) TO BA-DUEDATE(9:2)
           MOVE SPACES             TO BA-REFERENCE
           MOVE 'LGBAB01 '         TO BA-SOURCEPGM
           PERFORM 8500-POST-BROKER-ENTRY
               THRU 8500-POST-BROKER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE 'DUE POSTING FAILED - POLICY/INSTALLMENT'
               TO RPT-LINE
             MOVE WD-POLICYNUMBER   TO RPT-LINE(42:10)
             MOVE WD-INSTALLMENTNUM TO RPT-LINE(53:4)
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 2100-POST-ONE-DUE-EXIT
           END-IF

           ADD 1 TO WS-DUE-POSTED-COUNT
           ADD BA-GROSSAMOUNT TO WS-DUE-POSTED-TOTAL
           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
       2100-POST-ONE-DUE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-EXTERNAL - broker break: in-house or external,      *
      * exactly the way LGXBB01's 3000-START-BROKER decides it         *
      ******************************************************************
       2200-CHECK-EXTERNAL.
           MOVE WD-BROKERID TO WS-PREV-BROKERID
           MOVE 'Y' TO WS-BROKER-EXTERNAL-SW
           IF WD-BROKERID(4:5) IS NUMERIC
             MOVE WD-BROKERID(4:5) TO WS-EMP-ID-NUM
             EXEC SQL
                 SELECT EMP_NAME
                   INTO :WS-EMP-NAME
                   FROM EMPLOYEE
                  WHERE EMP_ID = :WS-EMP-ID-NUM
             END-EXEC
             IF SQLCODE EQUAL 0
               MOVE 'N' TO WS-BROKER-EXTERNAL-SW
             END-IF
           END-IF.
       2200-CHECK-EXTERNAL-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COMMIT-CHECK - periodic COMMIT every WS-COMMIT-INTERVAL   *
      * rows                                                           *
      ******************************************************************
       2600-COMMIT-CHECK.
           ADD 1 TO WS-ROWS-SINCE-COMMIT
           IF WS-ROWS-SINCE-COMMIT NOT LESS THAN WS-COMMIT-INTERVAL
             EXEC SQL COMMIT END-EXEC
             MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.
       2600-COMMIT-CHECK-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PROCESS-REMITTANCE - second pass: one remittance onto     *
      * the broker's account as unallocated cash                       *
      ******************************************************************
       3000-PROCESS-REMITTANCE.
           MOVE RM-BROKERID  TO RR-BROKERID
           MOVE RM-REFERENCE TO RR-REFERENCE
           MOVE RM-AMOUNT    TO RR-AMOUNT

           EXEC SQL
               SELECT BROKERSTATUS
                 INTO :WS-BROKER-STATUS
                 FROM BROKER
                WHERE BROKERID = :RM-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'EXCEPTION - NOT ON MASTER' TO RR-ACTION
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 3000-WRITE-REMIT-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DUP-COUNT
                 FROM BROKER_ACCOUNT
                WHERE BROKERID  = :RM-BROKERID
                  AND ENTRYTYPE = 'REMT'
                  AND REFERENCE = :RM-REFERENCE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               OR WS-DUP-COUNT GREATER THAN ZERO
             MOVE 'EXCEPTION - ALREADY POSTED' TO RR-ACTION
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 3000-WRITE-REMIT-LINE
           END-IF

           MOVE RM-BROKERID     TO BA-BROKERID
           MOVE RM-VALUE-DATE   TO BA-ENTRYDATE
           MOVE 'REMT'          TO BA-ENTRYTYPE
           MOVE ZERO            TO BA-POLICYNUMBER
           MOVE ZERO            TO BA-INSTALLMENTNUM
           MOVE ZERO            TO BA-GROSSAMOUNT
           MOVE ZERO            TO BA-COMMISSION
           MOVE RM-AMOUNT       TO BA-NETAMOUNT
           MOVE RM-AMOUNT       TO BA-OUTSTANDING
           MOVE RM-VALUE-DATE   TO BA-DUEDATE
           MOVE RM-REFERENCE    TO BA-REFERENCE
           MOVE 'LGBAB01 '      TO BA-SOURCEPGM
           PERFORM 8500-POST-BROKER-ENTRY
               THRU 8500-POST-BROKER-ENTRY-EXIT
           IF SQLCODE NOT EQUAL 0
             MOVE 'EXCEPTION - POSTING FAILED' TO RR-ACTION
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             MOVE 'POSTED' TO RR-ACTION
             ADD 1 TO WS-REMIT-POSTED-COUNT
           END-IF.
       3000-WRITE-REMIT-LINE.
           MOVE WS-RPT-REMIT TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2600-COMMIT-CHECK THRU 2600-COMMIT-CHECK-EXIT.
           PERFORM 3100-READ-REMITTANCE THRU 3100-READ-REMITTANCE-EXIT.
       3000-PROCESS-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-READ-REMITTANCE - read-ahead one remittance record; the   *
      * trailer ends the detail stream and is kept for 3900            *
      ******************************************************************
       3100-READ-REMITTANCE.
           READ RMT-FILE
             AT END
               MOVE 'Y' TO WS-EOJ-SW
           END-READ
           IF NOT WS-EOJ
             IF RM-TOTAL-RECORD
               MOVE 'Y' TO WS-EOJ-SW
               MOVE 'Y' TO WS-TRAILER-SW
             ELSE
               ADD 1 TO WS-READ-COUNT
               ADD RM-AMOUNT TO WS-READ-TOTAL
             END-IF
           END-IF.
       3100-READ-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3900-CHECK-TRAILER - the file's own count and value must agree *
      * with what was read; a short file is reported, not taken as     *
      * complete                                                       *
      ******************************************************************
       3900-CHECK-TRAILER.
           IF NOT WS-TRAILER-SEEN
             MOVE 'REMITTANCE FILE HAS NO TRAILER - FILE INCOMPLETE'
               TO RPT-LINE
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
             GO TO 3900-CHECK-TRAILER-EXIT
           END-IF
           IF RM-TRL-COUNT NOT EQUAL WS-READ-COUNT
               OR RM-TRL-TOTAL NOT EQUAL WS-READ-TOTAL
             MOVE 'TRAILER COUNT/TOTAL DISAGREES WITH DETAIL RECORDS'
               TO RPT-LINE
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       3900-CHECK-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ALLOCATE-CASH - third pass: every remittance with cash    *
      * left on it is applied to its broker's oldest outstanding       *
      * debt.  Cash left after all the broker's debt is cleared stays  *
      * on the remittance - a broker paying ahead - and is picked up   *
      * on a later run as new installments fall due.                   *
      ******************************************************************
       4000-ALLOCATE-CASH.
           EXEC SQL COMMIT END-EXEC
           MOVE 0 TO WS-ROWS-SINCE-COMMIT
           EXEC SQL
               OPEN CASHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'UNABLE TO OPEN CASHCURSOR' TO RPT-LINE
             WRITE RPT-LINE
             GO TO 4000-ALLOCATE-CASH-EXIT
           END-IF

           MOVE 'N' TO WS-CASH-EOF-SW
           PERFORM 4100-ALLOCATE-REMITTANCE
               THRU 4100-ALLOCATE-REMITTANCE-EXIT
               UNTIL WS-CASH-EOF

           EXEC SQL
               CLOSE CASHCURSOR
           END-EXEC.
       4000-ALLOCATE-CASH-EXIT.
           EXIT.

      ******************************************************************
      * 4100-ALLOCATE-REMITTANCE                                       *
      ******************************************************************
       4100-ALLOCATE-REMITTANCE.
           EXEC SQL
               FETCH CASHCURSOR
                INTO :WK-BROKERID,
                     :WK-ENTRYSEQ,
                     :WK-OUTSTANDING
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-CASH-EOF-SW
             GO TO 4100-ALLOCATE-REMITTANCE-EXIT
           END-IF

           MOVE 'N' TO WS-NO-DEBT-SW
           PERFORM 4200-APPLY-TO-OLDEST-DEBT
               THRU 4200-APPLY-TO-OLDEST-DEBT-EXIT
               UNTIL WK-OUTSTANDING NOT GREATER THAN ZERO
                  OR WS-NO-DEBT

           EXEC SQL
               UPDATE BROKER_ACCOUNT
                  SET OUTSTANDING = :WK-OUTSTANDING
                WHERE BROKERID = :WK-BROKERID
                  AND ENTRYSEQ = :WK-ENTRYSEQ
           END-EXEC.
       4100-ALLOCATE-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-APPLY-TO-OLDEST-DEBT - the earliest-payable 'DUE ' entry  *
      * still outstanding takes as much of the cash as it needs        *
      ******************************************************************
       4200-APPLY-TO-OLDEST-DEBT.
           EXEC SQL
               SELECT ENTRYSEQ, OUTSTANDING
                 INTO :WT-ENTRYSEQ, :WT-OUTSTANDING
                 FROM BROKER_ACCOUNT
                WHERE BROKERID    = :WK-BROKERID
                  AND ENTRYTYPE   = 'DUE '
                  AND OUTSTANDING > 0
                ORDER BY DUEDATE, ENTRYSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-NO-DEBT-SW
             GO TO 4200-APPLY-TO-OLDEST-DEBT-EXIT
           END-IF

           IF WT-OUTSTANDING GREATER THAN WK-OUTSTANDING
             MOVE WK-OUTSTANDING TO WS-APPLY-AMOUNT
           ELSE
             MOVE WT-OUTSTANDING TO WS-APPLY-AMOUNT
           END-IF

           EXEC SQL
               UPDATE BROKER_ACCOUNT
                  SET OUTSTANDING = OUTSTANDING - :WS-APPLY-AMOUNT
                WHERE BROKERID = :WK-BROKERID
                  AND ENTRYSEQ = :WT-ENTRYSEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'ALLOCATION UPDATE FAILED FOR BROKER' TO RPT-LINE
             MOVE WK-BROKERID TO RPT-LINE(37:8)
             WRITE RPT-LINE
             ADD 1 TO WS-EXCEPTION-COUNT
             MOVE 'Y' TO WS-NO-DEBT-SW
             GO TO 4200-APPLY-TO-OLDEST-DEBT-EXIT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM WK-OUTSTANDING
           ADD 1 TO WS-ALLOCATED-COUNT.
       4200-APPLY-TO-OLDEST-DEBT-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - final COMMIT, summary, close down             *
      ******************************************************************
       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC

           MOVE WS-DUE-POSTED-COUNT   TO RT-DUE-COUNT
           MOVE WS-DUE-POSTED-TOTAL   TO RT-DUE-TOTAL
           MOVE WS-RPT-SUMMARY-1      TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-COUNT         TO RT-READ-COUNT
           MOVE WS-REMIT-POSTED-COUNT TO RT-REMIT-COUNT
           MOVE WS-ALLOCATED-COUNT    TO RT-ALLOCATED-COUNT
           MOVE WS-EXCEPTION-COUNT    TO RT-EXCEPTION-COUNT
           MOVE WS-RPT-SUMMARY-2      TO RPT-LINE
           WRITE RPT-LINE

           CLOSE RMT-FILE
           CLOSE BAB-RPT.
       9000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 8500-POST-BROKER-ENTRY - append BA-ACCOUNT-ENTRY to the        *
      * broker's account current (see LGBRKACC): the latest row's      *
      * ENTRYSEQ and BALANCE are carried forward, a 'DUE ' entry adds  *
      * its net amount to what the broker owes, a 'REMT' takes its     *
      * cash off it.  SQLCODE is left for the caller to judge.         *
      ******************************************************************
       8500-POST-BROKER-ENTRY.
           MOVE 0 TO BA-ENTRYSEQ
           MOVE 0 TO BA-BALANCE
           EXEC SQL
               SELECT ENTRYSEQ, BALANCE
                 INTO :BA-ENTRYSEQ, :BA-BALANCE
                 FROM BROKER_ACCOUNT
                WHERE BROKERID = :BA-BROKERID
                ORDER BY ENTRYSEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL 100
             MOVE 0 TO BA-ENTRYSEQ
             MOVE 0 TO BA-BALANCE
           ELSE
             IF SQLCODE NOT EQUAL 0
               GO TO 8500-POST-BROKER-ENTRY-EXIT
             END-IF
           END-IF

           ADD 1 TO BA-ENTRYSEQ
           EVALUATE TRUE
             WHEN BA-DUE-ENTRY
               ADD BA-NETAMOUNT TO BA-BALANCE
             WHEN BA-REMITTANCE-ENTRY
               SUBTRACT BA-NETAMOUNT FROM BA-BALANCE
           END-EVALUATE

           EXEC SQL
               INSERT INTO BROKER_ACCOUNT
                         ( BROKERID,
                           ENTRYSEQ,
                           ENTRYDATE,
                           ENTRYTYPE,
                           POLICYNUMBER,
                           INSTALLMENTNUM,
                           GROSSAMOUNT,
                           COMMISSION,
                           NETAMOUNT,
                           DUEDATE,
                           OUTSTANDING,
                           BALANCE,
                           REFERENCE,
                           SOURCEPGM )
                  VALUES ( :BA-BROKERID,
                           :BA-ENTRYSEQ,
                           :BA-ENTRYDATE,
                           :BA-ENTRYTYPE,
                           :BA-POLICYNUMBER,
                           :BA-INSTALLMENTNUM,
                           :BA-GROSSAMOUNT,
                           :BA-COMMISSION,
                           :BA-NETAMOUNT,
                           :BA-DUEDATE,
                           :BA-OUTSTANDING,
                           :BA-BALANCE,
                           :BA-REFERENCE,
                           :BA-SOURCEPGM )
           END-EXEC.
       8500-POST-BROKER-ENTRY-EXIT.
           EXIT.
