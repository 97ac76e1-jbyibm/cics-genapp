       IDENTIFICATION DIVISION.
      ******************************************************************
      *                                                                *
      * PROGRAM-ID.    LGMXB01                                         *
      * AUTHOR.        D. MERCER, NEW BUSINESS SYSTEMS                 *
      * INSTALLATION.  GENAPP BATCH SUITE                              *
      * DATE-WRITTEN.  2026-10-15                                      *
      * DATE-COMPILED.                                                 *
      *                                                                *
      *   Masked production-to-test data extract.  The test regions    *
      *  held either a handful of hand-made rows or an unmasked copy   *
      *  of production; this job takes a sample of customers and       *
      *  everything hanging off them - CUSTOMER, each POLICY with its  *
      *  type-table row, the policies' CLAIM and PREMIUM_INSTALLMENT   *
      *  rows, CUSTOMER_BANK and CONTACT_HISTORY - so the subset is    *
      *  referentially whole, and writes it as load files: MXLOAD for  *
      *  the test DB2 tables (LGMXREC) and MXVSAM for the customer     *
      *  KSDS.                                                         *
      *                                                                *
      *   Masking is not optional - there is no switch to turn it off  *
      *  and no path that writes a fetched personal field unmasked.    *
      *  Each field is replaced by a value chosen from a hash of the   *
      *  real one, so the same real name always becomes the same fake  *
      *  name and a customer's data stays consistent across tables     *
      *  and across runs:                                              *
      *                                                                *
      *     names, life assured   from the fake-name lists below       *
      *     date of birth         year kept, month and day replaced    *
      *     house name / number   from the list / 1 to 199             *
      *     postcode              outward code kept (regions still     *
      *                           derive), inward code replaced        *
      *     phones                the reserved drama ranges            *
      *                           07700 900nnn and 01632 960nnn        *
      *     email                 TESTnnnnnnnnn@EXAMPLE.COM            *
      *     sort code / account   99nnnn / eight digits                *
      *     vehicle registration  TEnn xxx                             *
      *     claim description     replaced outright                    *
      *                                                                *
      *   The hash is seeded from SYSTEM_PARAMETER 'TESTMASK'/         *
      *  'MASKKEY ' (maintained through LGPAR01, held by the data      *
      *  owner) - the run refuses to start without it, RC 16.  Keep    *
      *  the key and the extracts match one another; change it and     *
      *  every fake value changes.                                     *
      *                                                                *
      *   SYSIN card 1-5 is the sample interval - every nth customer   *
      *  by customer number (blank 100; 1 takes everyone), 7-13 the    *
      *  most customers to take (blank 500).                           *
      *                                                                *
      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-10-15  DM  Initial version.                            *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGMXB01.
       AUTHOR.         D. MERCER.
       DATE-WRITTEN.   2026-10-15.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MXL-FILE  ASSIGN TO MXLOAD
               ORGANIZATION IS SEQUENTIAL.

           SELECT MXV-FILE  ASSIGN TO MXVSAM
               ORGANIZATION IS SEQUENTIAL.

           SELECT MXB-RPT   ASSIGN TO MXBRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MXL-FILE
           RECORDING MODE IS F.
           COPY LGMXREC.

      * The customer KSDS record - the commarea image LGACB01 passes
      * to LGACVS01: CA-HEADER then CA-CUSTOMER-DATA, the customer
      * number at offset 18
       FD  MXV-FILE
           RECORDING MODE IS F.
       01  MXV-RECORD                  PIC X(225).

       FD  MXB-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.

      * Sample card, read off SYSIN
       01  WS-PARM-CARD.
           05 WS-PARM-EVERY            PIC X(05).
           05 FILLER                   PIC X(01).
           05 WS-PARM-LIMIT            PIC X(07).
           05 FILLER                   PIC X(67).

       01  WS-SAMPLE-FIELDS.
           05 WS-SAMPLE-EVERY          PIC S9(9) COMP VALUE 100.
           05 WS-SAMPLE-LIMIT          PIC S9(9) COMP VALUE 500.
           05 WS-PARM-NUM5             PIC 9(05).
           05 WS-PARM-NUM7             PIC 9(07).

      * The hash seed - see the note in the header
       01  WS-MASK-KEY                 PIC S9(9) COMP VALUE 0.
       01  WS-PRM-NUM                  PIC S9(09)V9(02) VALUE 0.

       01  WS-SWITCHES.
           05 WS-ABORT-SW              PIC X      VALUE 'N'.
               88 WS-ABORTED                 VALUE 'Y'.
           05 WS-CUST-EOF-SW           PIC X      VALUE 'N'.
               88 WS-CUST-EOF                VALUE 'Y'.
           05 WS-POL-EOF-SW            PIC X      VALUE 'N'.
               88 WS-POL-EOF                 VALUE 'Y'.
           05 WS-CLM-EOF-SW            PIC X      VALUE 'N'.
               88 WS-CLM-EOF                 VALUE 'Y'.
           05 WS-INS-EOF-SW            PIC X      VALUE 'N'.
               88 WS-INS-EOF                 VALUE 'Y'.
           05 WS-CON-EOF-SW            PIC X      VALUE 'N'.
               88 WS-CON-EOF                 VALUE 'Y'.

      * Rows written, by table
       01  WS-COUNTS.
           05 WS-CUSTOMER-COUNT        PIC S9(7) COMP VALUE 0.
           05 WS-POLICY-COUNT          PIC S9(7) COMP VALUE 0.
           05 WS-TYPE-ROW-COUNT        PIC S9(7) COMP VALUE 0.
           05 WS-CLAIM-COUNT           PIC S9(7) COMP VALUE 0.
           05 WS-INSTALMENT-COUNT      PIC S9(7) COMP VALUE 0.
           05 WS-BANK-COUNT            PIC S9(7) COMP VALUE 0.
           05 WS-CONTACT-COUNT         PIC S9(7) COMP VALUE 0.
           05 WS-RECORD-COUNT          PIC S9(9) COMP VALUE 0.

      * Fake values the masked fields are chosen from
       01  WS-FAKE-FIRST-VALUES.
           05 FILLER PIC X(20) VALUE 'JAMES     OLIVER    '.
           05 FILLER PIC X(20) VALUE 'HARRY     GEORGE    '.
           05 FILLER PIC X(20) VALUE 'NOAH      JACK      '.
           05 FILLER PIC X(20) VALUE 'LEO       OSCAR     '.
           05 FILLER PIC X(20) VALUE 'ARTHUR    HENRY     '.
           05 FILLER PIC X(20) VALUE 'OLIVIA    AMELIA    '.
           05 FILLER PIC X(20) VALUE 'ISLA      AVA       '.
           05 FILLER PIC X(20) VALUE 'MIA       GRACE     '.
           05 FILLER PIC X(20) VALUE 'LILY      FREYA     '.
           05 FILLER PIC X(20) VALUE 'EMILY     SOPHIA    '.
       01  WS-FAKE-FIRST-TABLE REDEFINES WS-FAKE-FIRST-VALUES.
           05 WS-FAKE-FIRST            PIC X(10) OCCURS 20 TIMES.

       01  WS-FAKE-LAST-VALUES.
           05 FILLER PIC X(40)
                 VALUE 'SMITH               JONES               '.
           05 FILLER PIC X(40)
                 VALUE 'TAYLOR              BROWN               '.
           05 FILLER PIC X(40)
                 VALUE 'WILLIAMS            WILSON              '.
           05 FILLER PIC X(40)
                 VALUE 'JOHNSON             DAVIES              '.
           05 FILLER PIC X(40)
                 VALUE 'ROBINSON            WRIGHT              '.
           05 FILLER PIC X(40)
                 VALUE 'THOMPSON            EVANS               '.
           05 FILLER PIC X(40)
                 VALUE 'WALKER              WHITE               '.
           05 FILLER PIC X(40)
                 VALUE 'ROBERTS             GREEN               '.
           05 FILLER PIC X(40)
                 VALUE 'HALL                WOOD                '.
           05 FILLER PIC X(40)
                 VALUE 'JACKSON             CLARKE              '.
       01  WS-FAKE-LAST-TABLE REDEFINES WS-FAKE-LAST-VALUES.
           05 WS-FAKE-LAST             PIC X(20) OCCURS 20 TIMES.

       01  WS-FAKE-HOUSE-VALUES.
           05 FILLER PIC X(40)
                 VALUE 'ROSE COTTAGE        THE OLD RECTORY     '.
           05 FILLER PIC X(40)
                 VALUE 'MILL HOUSE          ORCHARD VIEW        '.
           05 FILLER PIC X(40)
                 VALUE 'THE LODGE           BRIAR COTTAGE       '.
           05 FILLER PIC X(40)
                 VALUE 'HILLSIDE            THE LAURELS         '.
           05 FILLER PIC X(40)
                 VALUE 'WILLOW BANK         FERN LEA            '.
       01  WS-FAKE-HOUSE-TABLE REDEFINES WS-FAKE-HOUSE-VALUES.
           05 WS-FAKE-HOUSE            PIC X(20) OCCURS 10 TIMES.

      * letters a postcode's inward code may end in
       01  WS-INWARD-LETTERS           PIC X(20)
                                        VALUE 'ABDEFGHJLNPQRSTUWXYZ'.

      * The hash: each byte of WS-HASH-INPUT folded into the key-
      * seeded value, modulo a prime
       01  WS-HASH-FIELDS.
           05 WS-HASH-INPUT            PIC X(40).
           05 WS-HASH-POS              PIC S9(4) COMP.
           05 WS-HASH-VALUE            PIC S9(9) COMP.
           05 WS-HASH-WORK             PIC S9(9) COMP.
           05 WS-HASH-QUOT             PIC S9(9) COMP.
           05 WS-PICK                  PIC S9(9) COMP.
           05 WS-PICK-2                PIC S9(9) COMP.
       01  WS-HASH-CHAR-WORK.
           05 WS-HASH-BIN              PIC 9(4) COMP.
       01  WS-HASH-CHAR-BYTES REDEFINES WS-HASH-CHAR-WORK.
           05 WS-HASH-HIGH             PIC X(01).
           05 WS-HASH-LOW              PIC X(01).

      * Masking work areas
       01  WS-MASK-WORK.
           05 WS-MASK-DIGITS-3         PIC 9(03).
           05 WS-MASK-DIGITS-2         PIC 9(02).
           05 WS-MASK-DIGITS-4         PIC 9(04).
           05 WS-MASK-DIGITS-8         PIC 9(08).
           05 WS-MASK-DIGITS-9         PIC 9(09).
           05 WS-MASK-MONTH            PIC 9(02).
           05 WS-MASK-DAY              PIC 9(02).
           05 WS-MASK-HOUSE-NUM        PIC ZZZ9.
           05 WS-MASK-OUTWARD          PIC X(04).
           05 WS-MASK-INWARD           PIC X(04).
           05 WS-MASK-LETTER-1         PIC X(01).
           05 WS-MASK-LETTER-2         PIC X(01).
           05 WS-MASK-LETTER-3         PIC X(01).
           05 WS-MASK-NAME             PIC X(20).

      * host variables - the rows as fetched, never written as they
      * stand
       01  WS-CUST-ROW.
           05 WK-CUSTOMERNUMBER        PIC 9(10).
           05 WK-FIRSTNAME             PIC X(10).
           05 WK-LASTNAME              PIC X(20).
           05 WK-DOB                   PIC X(10).
           05 WK-HOUSENAME             PIC X(20).
           05 WK-HOUSENUMBER           PIC X(04).
           05 WK-POSTCODE              PIC X(08).
           05 WK-PHONEMOBILE           PIC X(20).
           05 WK-PHONEHOME             PIC X(20).
           05 WK-EMAILADDRESS          PIC X(40).
           05 WK-REGIONCODE            PIC X(04).
           05 WK-CUSTSTATUS            PIC X(01).
           05 WK-HOUSEHOLDID           PIC S9(9) COMP.

       01  WS-POL-ROW.
           05 WP-POLICYNUMBER          PIC 9(10).
           05 WP-ISSUEDATE             PIC X(10).
           05 WP-EXPIRYDATE            PIC X(10).
           05 WP-BROKERID              PIC X(08).
           05 WP-BROKERSCOMMISSION     PIC 9(03)V9(02).
           05 WP-POLICYTYPE            PIC X(03).
           05 WP-POLICYSTATUS          PIC X(01).
           05 WP-BRANDCODE             PIC X(04).

       01  WS-MOTOR-REG                PIC X(08).
       01  WS-LIFE-ASSURED             PIC X(20).

       01  WS-CLM-ROW.
           05 WM-CLAIMNUMBER           PIC 9(10).
           05 WM-CLAIMDATE             PIC X(10).
           05 WM-CLAIMTYPE             PIC X(04).
           05 WM-CLAIMAMOUNT           PIC 9(07)V9(02).
           05 WM-CLAIMSTATUS           PIC X(01).
           05 WM-APPROVEDAMOUNT        PIC 9(07)V9(02).
           05 WM-DECISIONDATE          PIC X(10).
           05 WM-CASERESERVE           PIC 9(07)V9(02).
           05 WM-INTERIMPAID           PIC 9(07)V9(02).
           05 WM-FRAUDSCORE            PIC S9(5) COMP.
           05 WM-REVIEWFLAG            PIC X(01).
           05 WM-PRIORITYFLAG          PIC X(01).
           05 WM-PRIORCLAIMS           PIC S9(4) COMP.
           05 WM-FILEDDATE             PIC X(10).

       01  WS-INS-ROW.
           05 WI-INSTALLMENTNUM        PIC 9(04).
           05 WI-DUEDATE               PIC X(10).
           05 WI-AMOUNT                PIC 9(07)V9(02).
           05 WI-IPTAMOUNT             PIC 9(07)V9(02).
           05 WI-STATUS                PIC X(01).
           05 WI-PAIDDATE              PIC X(10).

       01  WS-BANK-ROW.
           05 WB-SORTCODE              PIC X(06).
           05 WB-ACCOUNTNUMBER         PIC X(08).
           05 WB-MANDATESTATUS         PIC X(01).
           05 WB-MANDATEDATE           PIC X(10).
           05 WB-CAPTUREDBY            PIC X(05).

       01  WS-CON-ROW.
           05 WH-POLICYNUMBER          PIC 9(10).
           05 WH-CHANNEL               PIC X(03).
           05 WH-NOTICETYPE            PIC X(08).
           05 WH-CONTACTDATE           PIC X(10).
           05 WH-CONTACTTIME           PIC X(06).
           05 WH-TEMPLATEVERSN         PIC S9(4) COMP.

      * the customer commarea - the KSDS record is built in it
           COPY LGCMAREA.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(37)
                      VALUE 'MASKED TEST DATA EXTRACT - RUN DATE '.
           05 RH-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-RPT-SAMPLE.
           05 FILLER                   PIC X(13) VALUE 'SAMPLE EVERY '.
           05 RS-EVERY                 PIC Z(08)9.
           05 FILLER                   PIC X(22)
                      VALUE ' CUSTOMERS, AT MOST   '.
           05 RS-LIMIT                 PIC Z(08)9.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-COUNT.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RC-TABLE                 PIC X(20).
           05 RC-COUNT                 PIC Z(08)9.
           05 FILLER                   PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control registration - see LGRUNCTL                  *
      *----------------------------------------------------------------*
           COPY LGRUNCTL.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               DECLARE MXCCURS CURSOR FOR
                   SELECT CUSTOMERNUMBER, FIRSTNAME, LASTNAME,
                          DATEOFBIRTH, HOUSENAME, HOUSENUMBER,
                          POSTCODE, PHONEMOBILE, PHONEHOME,
                          EMAILADDRESS, REGIONCODE, CUSTOMERSTATUS,
                          COALESCE(HOUSEHOLDID, 0)
                     FROM CUSTOMER
                    WHERE MOD(CUSTOMERNUMBER, :WS-SAMPLE-EVERY) = 0
                    ORDER BY CUSTOMERNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE MXPCURS CURSOR FOR
                   SELECT POLICYNUMBER, ISSUEDATE, EXPIRYDATE,
                          BROKERID, BROKERSCOMMISSION, POLICYTYPE,
                          POLICYSTATUS, BRANDCODE
                     FROM POLICY
                    WHERE CUSTOMERNUMBER = :WK-CUSTOMERNUMBER
                    ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE MXLCURS CURSOR FOR
                   SELECT CLAIMNUMBER, CLAIMDATE, CLAIMTYPE,
                          CLAIMAMOUNT, CLAIMSTATUS,
                          COALESCE(APPROVEDAMOUNT, 0),
                          COALESCE(DECISIONDATE, ' '),
                          COALESCE(CASERESERVE, 0),
                          COALESCE(INTERIMPAID, 0),
                          COALESCE(FRAUDSCORE, 0),
                          REVIEWFLAG, PRIORITYFLAG,
                          COALESCE(PRIORCLAIMSDECL, 0),
                          COALESCE(FILEDDATE, ' ')
                     FROM CLAIM
                    WHERE POLICYNUMBER = :WP-POLICYNUMBER
                    ORDER BY CLAIMNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE MXICURS CURSOR FOR
                   SELECT INSTALLMENTNUM, DUEDATE, AMOUNT, IPTAMOUNT,
                          STATUS, COALESCE(PAIDDATE, ' ')
                     FROM PREMIUM_INSTALLMENT
                    WHERE POLICYNUMBER = :WP-POLICYNUMBER
                    ORDER BY INSTALLMENTNUM
           END-EXEC.

           EXEC SQL
               DECLARE MXHCURS CURSOR FOR
                   SELECT COALESCE(POLICYNUMBER, 0), CHANNEL,
                          NOTICETYPE, CONTACTDATE, CONTACTTIME,
                          COALESCE(TEMPLATEVERSION, 0)
                     FROM CONTACT_HISTORY
                    WHERE CUSTOMERNUMBER = :WK-CUSTOMERNUMBER
                    ORDER BY CONTACTDATE, CONTACTTIME
           END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-ABORTED
             PERFORM 2000-EXTRACT-CUSTOMER
                 THRU 2000-EXTRACT-CUSTOMER-EXIT
                 UNTIL WS-CUST-EOF OR WS-ABORTED
                    OR WS-CUSTOMER-COUNT NOT LESS THAN WS-SAMPLE-LIMIT
             EXEC SQL
                 CLOSE MXCCURS
             END-EXEC
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - the sample card, the mask key, register the  *
      * run                                                            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT MXL-FILE
           OPEN OUTPUT MXV-FILE
           OPEN OUTPUT MXB-RPT

           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYYMMDD TO RH-RUN-DATE
           MOVE WS-RPT-HEADING    TO RPT-LINE
           WRITE RPT-LINE

           IF WS-PARM-EVERY NOT EQUAL SPACES
             IF WS-PARM-EVERY IS NOT NUMERIC
               MOVE 'INVALID SAMPLE INTERVAL ON SYSIN - EXPECTED NNNNN'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
             END-IF
             MOVE WS-PARM-EVERY TO WS-PARM-NUM5
             MOVE WS-PARM-NUM5  TO WS-SAMPLE-EVERY
           END-IF
           IF WS-PARM-LIMIT NOT EQUAL SPACES
             IF WS-PARM-LIMIT IS NOT NUMERIC
               MOVE 'INVALID CUSTOMER LIMIT ON SYSIN - EXPECTED NNNNNNN'
                 TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-INITIALIZE-EXIT
             END-IF
             MOVE WS-PARM-LIMIT TO WS-PARM-NUM7
             MOVE WS-PARM-NUM7  TO WS-SAMPLE-LIMIT
           END-IF
           IF WS-SAMPLE-EVERY NOT GREATER THAN ZERO
               OR WS-SAMPLE-LIMIT NOT GREATER THAN ZERO
             MOVE 'SAMPLE INTERVAL AND LIMIT MUST BE ABOVE ZERO'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE WS-SAMPLE-EVERY TO RS-EVERY
           MOVE WS-SAMPLE-LIMIT TO RS-LIMIT
           MOVE WS-RPT-SAMPLE   TO RPT-LINE
           WRITE RPT-LINE

      * no key, no extract - there is no unmasked way through
           EXEC SQL
               SELECT NUMVALUE1
                 INTO :WS-PRM-NUM
                 FROM SYSTEM_PARAMETER
                WHERE PARAMGROUP = 'TESTMASK'
                  AND PARAMKEY   = 'MASKKEY '
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-PRM-NUM TO WS-MASK-KEY
           END-IF
           IF WS-MASK-KEY NOT GREATER THAN ZERO
             MOVE 'NO MASK KEY (TESTMASK/MASKKEY) - NOTHING EXTRACTED'
               TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-ABORT-SW
             GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE 'LGMXB01 '         TO RC-JOBNAME
           MOVE WS-TODAY-YYYYMMDD  TO RC-RUN-PERIOD
           MOVE WS-PARM-CARD(1:30) TO RC-PARM-CARD
           PERFORM 8800-REGISTER-RUN-START
               THRU 8800-REGISTER-RUN-START-EXIT
           EXEC SQL COMMIT END-EXEC

           EXEC SQL
               OPEN MXCCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXTRACT-CUSTOMER - one sampled customer, masked, then     *
      * everything that hangs off them                                 *
      ******************************************************************
       2000-EXTRACT-CUSTOMER.
           EXEC SQL
               FETCH MXCCURS
                 INTO :WK-CUSTOMERNUMBER,
                      :WK-FIRSTNAME,
                      :WK-LASTNAME,
                      :WK-DOB,
                      :WK-HOUSENAME,
                      :WK-HOUSENUMBER,
                      :WK-POSTCODE,
                      :WK-PHONEMOBILE,
                      :WK-PHONEHOME,
                      :WK-EMAILADDRESS,
                      :WK-REGIONCODE,
                      :WK-CUSTSTATUS,
                      :WK-HOUSEHOLDID
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CUST-EOF-SW
             GO TO 2000-EXTRACT-CUSTOMER-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 2000-EXTRACT-CUSTOMER-EXIT
           END-IF

           PERFORM 2100-MASK-CUSTOMER THRU 2100-MASK-CUSTOMER-EXIT
           PERFORM 2200-WRITE-CUSTOMER THRU 2200-WRITE-CUSTOMER-EXIT
           ADD 1 TO WS-CUSTOMER-COUNT

           PERFORM 3000-EXTRACT-POLICIES
               THRU 3000-EXTRACT-POLICIES-EXIT
           IF NOT WS-ABORTED
             PERFORM 4000-EXTRACT-BANK THRU 4000-EXTRACT-BANK-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 4500-EXTRACT-CONTACTS
                 THRU 4500-EXTRACT-CONTACTS-EXIT
           END-IF.
       2000-EXTRACT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MASK-CUSTOMER - every personal field replaced in the      *
      * commarea; the fetched values go no further than the hash       *
      ******************************************************************
       2100-MASK-CUSTOMER.
           MOVE SPACES            TO CA-HEADER
           MOVE '00'              TO CA-RETURN-CODE
           MOVE '1'               TO CA-REQUEST-TYPE
           MOVE SPACES            TO CA-CUSTOMER-DATA
           MOVE WK-CUSTOMERNUMBER TO CA-CUSTOMER-NUM
           MOVE WK-REGIONCODE     TO CA-REGION-CODE
           MOVE WK-CUSTSTATUS     TO CA-CUSTOMER-STATUS
           MOVE 'N'               TO CA-EMAIL-INVALID
           MOVE 'N'               TO CA-MOBILE-INVALID

           IF WK-FIRSTNAME NOT EQUAL SPACES
             MOVE WK-FIRSTNAME TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-FAKE-FIRST(WS-PICK) TO CA-FIRST-NAME
           END-IF

           IF WK-LASTNAME NOT EQUAL SPACES
             MOVE WK-LASTNAME TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-FAKE-LAST(WS-PICK) TO CA-LAST-NAME
           END-IF

      * the year stays, so ages and age bands still test true
           IF WK-DOB NOT EQUAL SPACES
             MOVE WK-DOB TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 12
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             COMPUTE WS-MASK-MONTH = WS-PICK + 1
             DIVIDE WS-HASH-QUOT BY 28
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             COMPUTE WS-MASK-DAY = WS-PICK + 1
             MOVE WK-DOB(1:4)   TO CA-DOB(1:4)
             MOVE '-'           TO CA-DOB(5:1)
             MOVE WS-MASK-MONTH TO CA-DOB(6:2)
             MOVE '-'           TO CA-DOB(8:1)
             MOVE WS-MASK-DAY   TO CA-DOB(9:2)
           END-IF

           IF WK-HOUSENAME NOT EQUAL SPACES
             MOVE WK-HOUSENAME TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 10
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-FAKE-HOUSE(WS-PICK) TO CA-HOUSE-NAME
           END-IF

           IF WK-HOUSENUMBER NOT EQUAL SPACES
             MOVE WK-HOUSENUMBER TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 199
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-PICK           TO WS-MASK-HOUSE-NUM
             MOVE WS-MASK-HOUSE-NUM TO CA-HOUSE-NUM
           END-IF

           IF WK-POSTCODE NOT EQUAL SPACES
             PERFORM 2150-MASK-POSTCODE THRU 2150-MASK-POSTCODE-EXIT
           END-IF

           IF WK-PHONEMOBILE NOT EQUAL SPACES
             MOVE WK-PHONEMOBILE TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 1000
                 GIVING WS-HASH-QUOT REMAINDER WS-MASK-DIGITS-3
             STRING '07700900' WS-MASK-DIGITS-3
                 DELIMITED BY SIZE INTO CA-PHONE-MOBILE
           END-IF

           IF WK-PHONEHOME NOT EQUAL SPACES
             MOVE WK-PHONEHOME TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 1000
                 GIVING WS-HASH-QUOT REMAINDER WS-MASK-DIGITS-3
             STRING '01632960' WS-MASK-DIGITS-3
                 DELIMITED BY SIZE INTO CA-PHONE-HOME
           END-IF

           IF WK-EMAILADDRESS NOT EQUAL SPACES
             MOVE WK-EMAILADDRESS TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             MOVE WS-HASH-VALUE TO WS-MASK-DIGITS-9
             STRING 'TEST' WS-MASK-DIGITS-9 '@EXAMPLE.COM'
                 DELIMITED BY SIZE INTO CA-EMAIL-ADDRESS
           END-IF.
       2100-MASK-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2150-MASK-POSTCODE - the outward code stays (it is what the    *
      * region and rating tables key on); the inward code becomes a    *
      * digit and two letters                                          *
      ******************************************************************
       2150-MASK-POSTCODE.
           MOVE SPACES TO WS-MASK-OUTWARD WS-MASK-INWARD
           UNSTRING WK-POSTCODE DELIMITED BY ALL SPACE
               INTO WS-MASK-OUTWARD WS-MASK-INWARD
           END-UNSTRING

           MOVE WK-POSTCODE TO WS-HASH-INPUT
           PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
           DIVIDE WS-HASH-VALUE BY 10
               GIVING WS-HASH-QUOT REMAINDER WS-PICK
           MOVE WS-PICK TO WS-MASK-DIGITS-2
           DIVIDE WS-HASH-QUOT BY 20
               GIVING WS-HASH-QUOT REMAINDER WS-PICK
           ADD 1 TO WS-PICK
           MOVE WS-INWARD-LETTERS(WS-PICK:1) TO WS-MASK-LETTER-1
           DIVIDE WS-HASH-QUOT BY 20
               GIVING WS-HASH-QUOT REMAINDER WS-PICK
           ADD 1 TO WS-PICK
           MOVE WS-INWARD-LETTERS(WS-PICK:1) TO WS-MASK-LETTER-2

           STRING WS-MASK-OUTWARD     DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-MASK-DIGITS-2(2:1) DELIMITED BY SIZE
                  WS-MASK-LETTER-1    DELIMITED BY SIZE
                  WS-MASK-LETTER-2    DELIMITED BY SIZE
               INTO CA-POSTCODE
           END-STRING.
       2150-MASK-POSTCODE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-CUSTOMER - the CUSTOMER load row and the KSDS       *
      * record, both off the masked commarea                           *
      ******************************************************************
       2200-WRITE-CUSTOMER.
           MOVE SPACES             TO MX-LOAD-RECORD
           MOVE 'CU'               TO MX-TABLE-ID
           MOVE CA-CUSTOMER-NUM    TO MX-CU-CUSTOMERNUMBER
           MOVE CA-FIRST-NAME      TO MX-CU-FIRSTNAME
           MOVE CA-LAST-NAME       TO MX-CU-LASTNAME
           MOVE CA-DOB             TO MX-CU-DATEOFBIRTH
           MOVE CA-HOUSE-NAME      TO MX-CU-HOUSENAME
           MOVE CA-HOUSE-NUM       TO MX-CU-HOUSENUMBER
           MOVE CA-POSTCODE        TO MX-CU-POSTCODE
           MOVE CA-PHONE-MOBILE    TO MX-CU-PHONEMOBILE
           MOVE CA-PHONE-HOME      TO MX-CU-PHONEHOME
           MOVE CA-EMAIL-ADDRESS   TO MX-CU-EMAILADDRESS
           MOVE CA-REGION-CODE     TO MX-CU-REGIONCODE
           MOVE CA-CUSTOMER-STATUS TO MX-CU-CUSTOMERSTATUS
           MOVE WK-HOUSEHOLDID     TO MX-CU-HOUSEHOLDID
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT

           MOVE SPACES             TO MXV-RECORD
           MOVE CA-HEADER          TO MXV-RECORD(1:18)
           MOVE CA-CUSTOMER-DATA   TO MXV-RECORD(19:)
           WRITE MXV-RECORD.
       2200-WRITE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EXTRACT-POLICIES - the customer's policies                *
      ******************************************************************
       3000-EXTRACT-POLICIES.
           MOVE 'N' TO WS-POL-EOF-SW
           EXEC SQL
               OPEN MXPCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3000-EXTRACT-POLICIES-EXIT
           END-IF

           PERFORM 3100-EXTRACT-POLICY THRU 3100-EXTRACT-POLICY-EXIT
               UNTIL WS-POL-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE MXPCURS
           END-EXEC.
       3000-EXTRACT-POLICIES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-EXTRACT-POLICY - the POLICY row, its type-table row, its  *
      * claims and its instalments                                     *
      ******************************************************************
       3100-EXTRACT-POLICY.
           EXEC SQL
               FETCH MXPCURS
                 INTO :WP-POLICYNUMBER,
                      :WP-ISSUEDATE,
                      :WP-EXPIRYDATE,
                      :WP-BROKERID,
                      :WP-BROKERSCOMMISSION,
                      :WP-POLICYTYPE,
                      :WP-POLICYSTATUS,
                      :WP-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-POL-EOF-SW
             GO TO 3100-EXTRACT-POLICY-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3100-EXTRACT-POLICY-EXIT
           END-IF

           MOVE SPACES               TO MX-LOAD-RECORD
           MOVE 'PO'                 TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER      TO MX-PO-POLICYNUMBER
           MOVE WK-CUSTOMERNUMBER    TO MX-PO-CUSTOMERNUMBER
           MOVE WP-ISSUEDATE         TO MX-PO-ISSUEDATE
           MOVE WP-EXPIRYDATE        TO MX-PO-EXPIRYDATE
           MOVE WP-BROKERID          TO MX-PO-BROKERID
           MOVE WP-BROKERSCOMMISSION TO MX-PO-BROKERSCOMM
           MOVE WP-POLICYTYPE        TO MX-PO-POLICYTYPE
           MOVE WP-POLICYSTATUS      TO MX-PO-POLICYSTATUS
           MOVE WP-BRANDCODE         TO MX-PO-BRANDCODE
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-POLICY-COUNT

           EVALUATE WP-POLICYTYPE
             WHEN 'HOU'
               PERFORM 3200-EXTRACT-HOUSE THRU 3200-EXTRACT-HOUSE-EXIT
             WHEN 'MOT'
               PERFORM 3300-EXTRACT-MOTOR THRU 3300-EXTRACT-MOTOR-EXIT
             WHEN 'END'
               PERFORM 3400-EXTRACT-ENDOWMENT
                   THRU 3400-EXTRACT-ENDOWMENT-EXIT
             WHEN 'COM'
               PERFORM 3500-EXTRACT-COMMERCIAL
                   THRU 3500-EXTRACT-COMMERCIAL-EXIT
             WHEN 'TRV'
               PERFORM 3600-EXTRACT-TRAVEL
                   THRU 3600-EXTRACT-TRAVEL-EXIT
           END-EVALUATE

           IF NOT WS-ABORTED
             PERFORM 3700-EXTRACT-CLAIMS THRU 3700-EXTRACT-CLAIMS-EXIT
           END-IF
           IF NOT WS-ABORTED
             PERFORM 3800-EXTRACT-INSTALMENTS
                 THRU 3800-EXTRACT-INSTALMENTS-EXIT
           END-IF.
       3100-EXTRACT-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 3200-EXTRACT-HOUSE                                             *
      ******************************************************************
       3200-EXTRACT-HOUSE.
           MOVE SPACES          TO MX-LOAD-RECORD
           MOVE 'HO'            TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER TO MX-HO-POLICYNUMBER
           EXEC SQL
               SELECT HOUSETYPE, YEARBUILT, BEDROOMS, HOUSEVALUE,
                      CONTENTSVALUE, RISKCODE, PREMIUM, EXCESS,
                      COALESCE(IPTAMOUNT, 0),
                      COALESCE(REBUILDCOST, 0),
                      COALESCE(UNDERINSURED, 'N')
                 INTO :MX-HO-HOUSETYPE,
                      :MX-HO-YEARBUILT,
                      :MX-HO-BEDROOMS,
                      :MX-HO-HOUSEVALUE,
                      :MX-HO-CONTENTSVALUE,
                      :MX-HO-RISKCODE,
                      :MX-HO-PREMIUM,
                      :MX-HO-EXCESS,
                      :MX-HO-IPTAMOUNT,
                      :MX-HO-REBUILDCOST,
                      :MX-HO-UNDERINSURED
                 FROM HOUSE
                WHERE POLICYNUMBER = :WP-POLICYNUMBER
           END-EXEC
           PERFORM 3900-WRITE-TYPE-ROW THRU 3900-WRITE-TYPE-ROW-EXIT.
       3200-EXTRACT-HOUSE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-EXTRACT-MOTOR - the registration identifies the keeper,   *
      * so it is masked to TEnn xxx                                    *
      ******************************************************************
       3300-EXTRACT-MOTOR.
           MOVE SPACES          TO MX-LOAD-RECORD
           MOVE 'MO'            TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER TO MX-MO-POLICYNUMBER
           EXEC SQL
               SELECT REGISTRATIONNUM, MAKE, MODEL, VEHICLEVALUE,
                      PREMIUM, NCDYEARS, RISKCODE, EXCESS,
                      COALESCE(IPTAMOUNT, 0)
                 INTO :WS-MOTOR-REG,
                      :MX-MO-MAKE,
                      :MX-MO-MODEL,
                      :MX-MO-VEHICLEVALUE,
                      :MX-MO-PREMIUM,
                      :MX-MO-NCDYEARS,
                      :MX-MO-RISKCODE,
                      :MX-MO-EXCESS,
                      :MX-MO-IPTAMOUNT
                 FROM MOTOR
                WHERE POLICYNUMBER = :WP-POLICYNUMBER
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE WS-MOTOR-REG TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 100
                 GIVING WS-HASH-QUOT REMAINDER WS-MASK-DIGITS-2
             DIVIDE WS-HASH-QUOT BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-INWARD-LETTERS(WS-PICK:1) TO WS-MASK-LETTER-1
             DIVIDE WS-HASH-QUOT BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-INWARD-LETTERS(WS-PICK:1) TO WS-MASK-LETTER-2
             DIVIDE WS-HASH-QUOT BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             MOVE WS-INWARD-LETTERS(WS-PICK:1) TO WS-MASK-LETTER-3
             STRING 'TE' WS-MASK-DIGITS-2 ' '
                    WS-MASK-LETTER-1 WS-MASK-LETTER-2 WS-MASK-LETTER-3
                 DELIMITED BY SIZE INTO MX-MO-REGISTRATION
           END-IF
           PERFORM 3900-WRITE-TYPE-ROW THRU 3900-WRITE-TYPE-ROW-EXIT.
       3300-EXTRACT-MOTOR-EXIT.
           EXIT.

      ******************************************************************
      * 3400-EXTRACT-ENDOWMENT - the life assured is a person: a fake  *
      * first name and surname off the hash of the real one            *
      ******************************************************************
       3400-EXTRACT-ENDOWMENT.
           MOVE SPACES          TO MX-LOAD-RECORD
           MOVE 'EN'            TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER TO MX-EN-POLICYNUMBER
           EXEC SQL
               SELECT TERMYEARS, SUMASSURED, PREMIUM, WITHPROFITS,
                      LIFEASSURED
                 INTO :MX-EN-TERMYEARS,
                      :MX-EN-SUMASSURED,
                      :MX-EN-PREMIUM,
                      :MX-EN-WITHPROFITS,
                      :WS-LIFE-ASSURED
                 FROM ENDOWMENT
                WHERE POLICYNUMBER = :WP-POLICYNUMBER
           END-EXEC
           IF SQLCODE EQUAL 0 AND WS-LIFE-ASSURED NOT EQUAL SPACES
             MOVE WS-LIFE-ASSURED TO WS-HASH-INPUT
             PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
             DIVIDE WS-HASH-VALUE BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK
             ADD 1 TO WS-PICK
             DIVIDE WS-HASH-QUOT BY 20
                 GIVING WS-HASH-QUOT REMAINDER WS-PICK-2
             ADD 1 TO WS-PICK-2
             MOVE SPACES TO WS-MASK-NAME
             STRING WS-FAKE-FIRST(WS-PICK)  DELIMITED BY SPACE
                    ' '                     DELIMITED BY SIZE
                    WS-FAKE-LAST(WS-PICK-2) DELIMITED BY SPACE
                 INTO WS-MASK-NAME
             END-STRING
             MOVE WS-MASK-NAME TO MX-EN-LIFEASSURED
           END-IF
           PERFORM 3900-WRITE-TYPE-ROW THRU 3900-WRITE-TYPE-ROW-EXIT.
       3400-EXTRACT-ENDOWMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3500-EXTRACT-COMMERCIAL                                        *
      ******************************************************************
       3500-EXTRACT-COMMERCIAL.
           MOVE SPACES          TO MX-LOAD-RECORD
           MOVE 'CO'            TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER TO MX-CO-POLICYNUMBER
           EXEC SQL
               SELECT TRADECLASS, EMPLOYEECOUNT, TURNOVER, PREMIUM,
                      CURRENCYCODE, EXCESS, COALESCE(IPTAMOUNT, 0)
                 INTO :MX-CO-TRADECLASS,
                      :MX-CO-EMPLOYEECOUNT,
                      :MX-CO-TURNOVER,
                      :MX-CO-PREMIUM,
                      :MX-CO-CURRENCYCODE,
                      :MX-CO-EXCESS,
                      :MX-CO-IPTAMOUNT
                 FROM COMMERCIAL
                WHERE POLICYNUMBER = :WP-POLICYNUMBER
           END-EXEC
           PERFORM 3900-WRITE-TYPE-ROW THRU 3900-WRITE-TYPE-ROW-EXIT.
       3500-EXTRACT-COMMERCIAL-EXIT.
           EXIT.

      ******************************************************************
      * 3600-EXTRACT-TRAVEL                                            *
      ******************************************************************
       3600-EXTRACT-TRAVEL.
           MOVE SPACES          TO MX-LOAD-RECORD
           MOVE 'TR'            TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER TO MX-TR-POLICYNUMBER
           EXEC SQL
               SELECT DESTZONE, TRIPTYPE, TRIPSTART, TRIPEND,
                      TRAVELLERS, WINTERSPORTS, TRIPCOST, PREMIUM,
                      RISKCODE, EXCESS, COALESCE(IPTAMOUNT, 0)
                 INTO :MX-TR-DESTZONE,
                      :MX-TR-TRIPTYPE,
                      :MX-TR-TRIPSTART,
                      :MX-TR-TRIPEND,
                      :MX-TR-TRAVELLERS,
                      :MX-TR-WINTERSPORTS,
                      :MX-TR-TRIPCOST,
                      :MX-TR-PREMIUM,
                      :MX-TR-RISKCODE,
                      :MX-TR-EXCESS,
                      :MX-TR-IPTAMOUNT
                 FROM TRAVEL
                WHERE POLICYNUMBER = :WP-POLICYNUMBER
           END-EXEC
           PERFORM 3900-WRITE-TYPE-ROW THRU 3900-WRITE-TYPE-ROW-EXIT.
       3600-EXTRACT-TRAVEL-EXIT.
           EXIT.

      ******************************************************************
      * 3700-EXTRACT-CLAIMS - the policy's claims                      *
      ******************************************************************
       3700-EXTRACT-CLAIMS.
           MOVE 'N' TO WS-CLM-EOF-SW
           EXEC SQL
               OPEN MXLCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3700-EXTRACT-CLAIMS-EXIT
           END-IF

           PERFORM 3750-EXTRACT-CLAIM THRU 3750-EXTRACT-CLAIM-EXIT
               UNTIL WS-CLM-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE MXLCURS
           END-EXEC.
       3700-EXTRACT-CLAIMS-EXIT.
           EXIT.

      ******************************************************************
      * 3750-EXTRACT-CLAIM - one claim; the description is free text   *
      * and may say anything, so none of it is carried                 *
      ******************************************************************
       3750-EXTRACT-CLAIM.
           EXEC SQL
               FETCH MXLCURS
                 INTO :WM-CLAIMNUMBER,
                      :WM-CLAIMDATE,
                      :WM-CLAIMTYPE,
                      :WM-CLAIMAMOUNT,
                      :WM-CLAIMSTATUS,
                      :WM-APPROVEDAMOUNT,
                      :WM-DECISIONDATE,
                      :WM-CASERESERVE,
                      :WM-INTERIMPAID,
                      :WM-FRAUDSCORE,
                      :WM-REVIEWFLAG,
                      :WM-PRIORITYFLAG,
                      :WM-PRIORCLAIMS,
                      :WM-FILEDDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CLM-EOF-SW
             GO TO 3750-EXTRACT-CLAIM-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3750-EXTRACT-CLAIM-EXIT
           END-IF

           MOVE SPACES            TO MX-LOAD-RECORD
           MOVE 'CL'              TO MX-TABLE-ID
           MOVE WM-CLAIMNUMBER    TO MX-CL-CLAIMNUMBER
           MOVE WP-POLICYNUMBER   TO MX-CL-POLICYNUMBER
           MOVE WM-CLAIMDATE      TO MX-CL-CLAIMDATE
           MOVE WM-CLAIMTYPE      TO MX-CL-CLAIMTYPE
           MOVE WM-CLAIMAMOUNT    TO MX-CL-CLAIMAMOUNT
           MOVE WM-CLAIMSTATUS    TO MX-CL-CLAIMSTATUS
           STRING 'TEST CLAIM - ' WM-CLAIMTYPE
                  ' - DESCRIPTION MASKED'
               DELIMITED BY SIZE INTO MX-CL-DESCRIPTION
           MOVE WM-APPROVEDAMOUNT TO MX-CL-APPROVEDAMOUNT
           MOVE WM-DECISIONDATE   TO MX-CL-DECISIONDATE
           MOVE WM-CASERESERVE    TO MX-CL-CASERESERVE
           MOVE WM-INTERIMPAID    TO MX-CL-INTERIMPAID
           MOVE WM-FRAUDSCORE     TO MX-CL-FRAUDSCORE
           MOVE WM-REVIEWFLAG     TO MX-CL-REVIEWFLAG
           MOVE WM-PRIORITYFLAG   TO MX-CL-PRIORITYFLAG
           MOVE WM-PRIORCLAIMS    TO MX-CL-PRIORCLAIMS
           MOVE WM-FILEDDATE      TO MX-CL-FILEDDATE
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-CLAIM-COUNT.
       3750-EXTRACT-CLAIM-EXIT.
           EXIT.

      ******************************************************************
      * 3800-EXTRACT-INSTALMENTS - the policy's instalment schedule    *
      ******************************************************************
       3800-EXTRACT-INSTALMENTS.
           MOVE 'N' TO WS-INS-EOF-SW
           EXEC SQL
               OPEN MXICURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3800-EXTRACT-INSTALMENTS-EXIT
           END-IF

           PERFORM 3850-EXTRACT-INSTALMENT
               THRU 3850-EXTRACT-INSTALMENT-EXIT
               UNTIL WS-INS-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE MXICURS
           END-EXEC.
       3800-EXTRACT-INSTALMENTS-EXIT.
           EXIT.

      ******************************************************************
      * 3850-EXTRACT-INSTALMENT                                        *
      ******************************************************************
       3850-EXTRACT-INSTALMENT.
           EXEC SQL
               FETCH MXICURS
                 INTO :WI-INSTALLMENTNUM,
                      :WI-DUEDATE,
                      :WI-AMOUNT,
                      :WI-IPTAMOUNT,
                      :WI-STATUS,
                      :WI-PAIDDATE
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-INS-EOF-SW
             GO TO 3850-EXTRACT-INSTALMENT-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3850-EXTRACT-INSTALMENT-EXIT
           END-IF

           MOVE SPACES            TO MX-LOAD-RECORD
           MOVE 'PI'              TO MX-TABLE-ID
           MOVE WP-POLICYNUMBER   TO MX-PI-POLICYNUMBER
           MOVE WI-INSTALLMENTNUM TO MX-PI-INSTALLMENTNUM
           MOVE WI-DUEDATE        TO MX-PI-DUEDATE
           MOVE WI-AMOUNT         TO MX-PI-AMOUNT
           MOVE WI-IPTAMOUNT      TO MX-PI-IPTAMOUNT
           MOVE WI-STATUS         TO MX-PI-STATUS
           MOVE WI-PAIDDATE       TO MX-PI-PAIDDATE
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-INSTALMENT-COUNT.
       3850-EXTRACT-INSTALMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-TYPE-ROW - a type-table row once its SELECT is in;  *
      * a policy with no row there is written without one              *
      ******************************************************************
       3900-WRITE-TYPE-ROW.
           IF SQLCODE EQUAL 100
             GO TO 3900-WRITE-TYPE-ROW-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 3900-WRITE-TYPE-ROW-EXIT
           END-IF
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-TYPE-ROW-COUNT.
       3900-WRITE-TYPE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EXTRACT-BANK - the customer's mandate, sort code and      *
      * account number masked                                          *
      ******************************************************************
       4000-EXTRACT-BANK.
           EXEC SQL
               SELECT SORTCODE, ACCOUNTNUMBER, MANDATESTATUS,
                      COALESCE(MANDATEDATE, ' '),
                      COALESCE(CAPTUREDBY, ' ')
                 INTO :WB-SORTCODE,
                      :WB-ACCOUNTNUMBER,
                      :WB-MANDATESTATUS,
                      :WB-MANDATEDATE,
                      :WB-CAPTUREDBY
                 FROM CUSTOMER_BANK
                WHERE CUSTOMERNUMBER = :WK-CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO 4000-EXTRACT-BANK-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4000-EXTRACT-BANK-EXIT
           END-IF

           MOVE SPACES            TO MX-LOAD-RECORD
           MOVE 'CB'              TO MX-TABLE-ID
           MOVE WK-CUSTOMERNUMBER TO MX-CB-CUSTOMERNUMBER

           MOVE WB-SORTCODE TO WS-HASH-INPUT
           PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
           DIVIDE WS-HASH-VALUE BY 10000
               GIVING WS-HASH-QUOT REMAINDER WS-MASK-DIGITS-4
           STRING '99' WS-MASK-DIGITS-4
               DELIMITED BY SIZE INTO MX-CB-SORTCODE

           MOVE WB-ACCOUNTNUMBER TO WS-HASH-INPUT
           PERFORM 7000-HASH-VALUE THRU 7000-HASH-VALUE-EXIT
           MOVE WS-HASH-VALUE    TO WS-MASK-DIGITS-8
           MOVE WS-MASK-DIGITS-8 TO MX-CB-ACCOUNTNUMBER

           MOVE WB-MANDATESTATUS TO MX-CB-MANDATESTATUS
           MOVE WB-MANDATEDATE   TO MX-CB-MANDATEDATE
           MOVE WB-CAPTUREDBY    TO MX-CB-CAPTUREDBY
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-BANK-COUNT.
       4000-EXTRACT-BANK-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXTRACT-CONTACTS - the customer's contact history         *
      ******************************************************************
       4500-EXTRACT-CONTACTS.
           MOVE 'N' TO WS-CON-EOF-SW
           EXEC SQL
               OPEN MXHCURS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4500-EXTRACT-CONTACTS-EXIT
           END-IF

           PERFORM 4550-EXTRACT-CONTACT THRU 4550-EXTRACT-CONTACT-EXIT
               UNTIL WS-CON-EOF OR WS-ABORTED

           EXEC SQL
               CLOSE MXHCURS
           END-EXEC.
       4500-EXTRACT-CONTACTS-EXIT.
           EXIT.

      ******************************************************************
      * 4550-EXTRACT-CONTACT                                           *
      ******************************************************************
       4550-EXTRACT-CONTACT.
           EXEC SQL
               FETCH MXHCURS
                 INTO :WH-POLICYNUMBER,
                      :WH-CHANNEL,
                      :WH-NOTICETYPE,
                      :WH-CONTACTDATE,
                      :WH-CONTACTTIME,
                      :WH-TEMPLATEVERSN
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-CON-EOF-SW
             GO TO 4550-EXTRACT-CONTACT-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM 8000-SQL-ERROR THRU 8000-SQL-ERROR-EXIT
             GO TO 4550-EXTRACT-CONTACT-EXIT
           END-IF

           MOVE SPACES            TO MX-LOAD-RECORD
           MOVE 'CH'              TO MX-TABLE-ID
           MOVE WK-CUSTOMERNUMBER TO MX-CH-CUSTOMERNUMBER
           MOVE WH-POLICYNUMBER   TO MX-CH-POLICYNUMBER
           MOVE WH-CHANNEL        TO MX-CH-CHANNEL
           MOVE WH-NOTICETYPE     TO MX-CH-NOTICETYPE
           MOVE WH-CONTACTDATE    TO MX-CH-CONTACTDATE
           MOVE WH-CONTACTTIME    TO MX-CH-CONTACTTIME
           MOVE WH-TEMPLATEVERSN  TO MX-CH-TEMPLATEVERSN
           PERFORM 6000-WRITE-LOAD THRU 6000-WRITE-LOAD-EXIT
           ADD 1 TO WS-CONTACT-COUNT.
       4550-EXTRACT-CONTACT-EXIT.
           EXIT.

      ******************************************************************
      * 6000-WRITE-LOAD - one load record                              *
      ******************************************************************
       6000-WRITE-LOAD.
           WRITE MX-LOAD-RECORD
           ADD 1 TO WS-RECORD-COUNT.
       6000-WRITE-LOAD-EXIT.
           EXIT.

      ******************************************************************
      * 7000-HASH-VALUE - WS-HASH-INPUT into WS-HASH-VALUE, seeded     *
      * from the mask key: the same input and key always give the      *
      * same value                                                     *
      ******************************************************************
       7000-HASH-VALUE.
           DIVIDE WS-MASK-KEY BY 999983
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE
           PERFORM 7100-HASH-BYTE THRU 7100-HASH-BYTE-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS GREATER THAN 40.
       7000-HASH-VALUE-EXIT.
           EXIT.

      ******************************************************************
      * 7100-HASH-BYTE - fold one byte in, modulo 999983               *
      ******************************************************************
       7100-HASH-BYTE.
           MOVE LOW-VALUE TO WS-HASH-HIGH
           MOVE WS-HASH-INPUT(WS-HASH-POS:1) TO WS-HASH-LOW
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 31 + WS-HASH-BIN
           DIVIDE WS-HASH-WORK BY 999983
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-VALUE.
       7100-HASH-BYTE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-SQL-ERROR - any failure stops the run; the files are not  *
      * to be loaded                                                   *
      ******************************************************************
       8000-SQL-ERROR.
           MOVE 'SQL ERROR DURING EXTRACT' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'Y' TO WS-ABORT-SW.
       8000-SQL-ERROR-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - rows written by table                         *
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMER'            TO RC-TABLE
           MOVE WS-CUSTOMER-COUNT     TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICY'              TO RC-TABLE
           MOVE WS-POLICY-COUNT       TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TYPE-TABLE ROWS'     TO RC-TABLE
           MOVE WS-TYPE-ROW-COUNT     TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CLAIM'               TO RC-TABLE
           MOVE WS-CLAIM-COUNT        TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM_INSTALLMENT' TO RC-TABLE
           MOVE WS-INSTALMENT-COUNT   TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMER_BANK'       TO RC-TABLE
           MOVE WS-BANK-COUNT         TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CONTACT_HISTORY'     TO RC-TABLE
           MOVE WS-CONTACT-COUNT      TO RC-COUNT
           MOVE WS-RPT-COUNT          TO RPT-LINE
           WRITE RPT-LINE

      * an aborted run leaves its BATCH_RUN_CONTROL row at 'R' for
      * the morning checklist
           IF WS-ABORTED
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'RUN ABORTED - DO NOT LOAD THESE FILES' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-RECORD-COUNT TO RC-RECORD-COUNT
             PERFORM 8900-REGISTER-RUN-END
                 THRU 8900-REGISTER-RUN-END-EXIT
             EXEC SQL COMMIT END-EXEC
           END-IF

           CLOSE MXL-FILE
           CLOSE MXV-FILE
           CLOSE MXB-RPT.
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
      * number of load records written                                 *
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
