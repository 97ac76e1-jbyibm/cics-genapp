      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Price Comparison Site Quote Transaction              *
      *                                                                *
      *   The way in for the price comparison sites.  They send        *
      *  quote requests by the thousand, want an answer inside a       *
      *  second, and very few turn into business - so a price request  *
      *  does the least it can: one LINK to LGQOT01's add-quote path,  *
      *  which prices the house or motor risk through LGRAT01 and      *
      *  stores a QUOTE row tagged with the site's CA-AGGREGATOR-ID    *
      *  and no customer.  Nothing else is created for a quote that    *
      *  is never taken up.                                            *
      *                                                                *
      *   The click-through (CA-REQ-AGG-BIND) adds the customer        *
      *  through LGACB01 - whose duplicate check hands back a          *
      *  customer already on file with '91', taken as that customer    *
      *  - and binds the quote through LGQOT01's convert path with     *
      *  everything that path does, card payment included.  A          *
      *  customer held for an identity or sanctions review ('83' /     *
      *  '84') is kept for the review but the quote is not bound.  A   *
      *  bind that fails backs the customer add out with it.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGAGQ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           05 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGAGQ01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

       01  WS-RESP                    PIC S9(8) COMP.
      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGAGQ01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(5)  VALUE ' AGG='.
             15 EM-AGGREGATORID        PIC X(8)  VALUE SPACES.
             15 FILLER                 PIC X(7)  VALUE ' QUOTE='.
             15 EM-QUOTENUM            PIC 9(10) VALUE ZERO.
             15 EM-LINKREQ             PIC X(16) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.
       77 LGQOT01                      PIC X(8)  VALUE 'LGQOT01'.
       77 LGACB01                      PIC X(8)  VALUE 'LGACB01'.
      * who the quotes and adds are made by, as far as the called
      * programs' staff-id fields go
       77 WS-AGG-STAFF-ID              PIC X(5)  VALUE 'AGGTR'.

      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      *    Include copybook for defintion of policy detail lengths
           COPY LGPOLICY.
      *    Commarea version/length catalog
           COPY LGCAVERS.

      *----------------------------------------------------------------*
      * The LGQUOTCA layout under local names                          *
      *----------------------------------------------------------------*
       01  QQ-COMMAREA.
           05 QQ-RETURN-CODE           PIC X(02).
           05 QQ-REQUEST-TYPE          PIC X(01).
           05 QQ-COMMAREA-VERSN        PIC X(02).
           05 QQ-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 QQ-QUOTE-NUM             PIC 9(10).
           05 QQ-CUSTOMER-NUM          PIC 9(10).
           05 QQ-QUOTE-POLICY-TYPE     PIC X(01).
           05 QQ-QUOTE-STATUS          PIC X(01).
           05 QQ-QUOTE-DATE            PIC X(10).
           05 QQ-QUOTE-EXPIRY          PIC X(10).
           05 QQ-QUOTED-PREMIUM        PIC 9(07)V9(02).
           05 QQ-POLICY-NUM            PIC 9(10).
           05 QQ-ISSUE-DATE            PIC X(10).
           05 QQ-EXPIRY-DATE           PIC X(10).
           05 QQ-BROKER-ID             PIC X(08).
           05 QQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 QQ-PAYMENT-FREQUENCY     PIC X(01).
           05 QQ-QUOTE-RISK-DATA       PIC X(120).
           05 QQ-CARD-TOKEN            PIC X(32).
           05 QQ-CARD-AUTH-REF         PIC X(16).
           05 QQ-CARD-AMOUNT           PIC 9(07)V9(02).
           05 QQ-CARD-RESULT           PIC X(02).
           05 QQ-AGGREGATOR-ID         PIC X(08).
           05 QQ-CAMPAIGN-CODE         PIC X(08).
           05 QQ-BRAND-CODE            PIC X(04).
           05 FILLER                   PIC X(02).

      *----------------------------------------------------------------*
      * The LGCMAREA layout under local names, one contiguous group    *
      * of the 211 bytes version '02' requires - as LGACJ01            *
      *----------------------------------------------------------------*
       01  AC-COMMAREA.
           05 AC-RETURN-CODE           PIC X(02).
           05 AC-REQUEST-TYPE          PIC X(01).
           05 AC-COMMAREA-VERSN        PIC X(02).
           05 AC-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 AC-CUSTOMER-NUM          PIC 9(10).
           05 AC-FIRST-NAME            PIC X(10).
           05 AC-LAST-NAME             PIC X(20).
           05 AC-DOB                   PIC X(10).
           05 AC-HOUSE-NAME            PIC X(20).
           05 AC-HOUSE-NUM             PIC X(04).
           05 AC-POSTCODE              PIC X(08).
           05 AC-PHONE-MOBILE          PIC X(20).
           05 AC-PHONE-HOME            PIC X(20).
           05 AC-EMAIL-ADDRESS         PIC X(40).
           05 AC-REGION-CODE           PIC X(04).
           05 AC-CUSTOMER-STATUS       PIC X(01).
           05 AC-LAST-UPDATED          PIC X(26).

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGAGQTCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.
      *----------------------------------------------------------------*
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF.

           MOVE '00' TO CA-RETURN-CODE.
           MOVE 'LGAGQ01-' TO CA-RESULT-PROGRAM.

           COMPUTE WS-REQUIRED-CA-LEN = WS-CA-HEADER-LEN
                                       + WS-AGG-QUOTE-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-AGGREGATOR-ID TO EM-AGGREGATORID.
           MOVE CA-QUOTE-NUM     TO EM-QUOTENUM.

           IF CA-AGGREGATOR-ID EQUAL SPACES
             MOVE '97' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-AGG-PRICE
               PERFORM PRICE-QUOTE
             WHEN CA-REQ-AGG-BIND
               PERFORM BIND-QUOTE THRU BIND-QUOTE-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       PRICE-QUOTE.
      *================================================================*
      * LGQOT01 does the work - the aggregator and product checks,     *
      * rating and the tagged QUOTE row.                               *
      *================================================================*
           INITIALIZE QQ-COMMAREA
           MOVE '00'                 TO QQ-RETURN-CODE
           MOVE '1'                  TO QQ-REQUEST-TYPE
           MOVE WS-AGG-STAFF-ID      TO QQ-STAFF-ID
           MOVE ZERO                 TO QQ-CUSTOMER-NUM
           MOVE CA-QUOTE-POLICY-TYPE TO QQ-QUOTE-POLICY-TYPE
           MOVE CA-ISSUE-DATE        TO QQ-ISSUE-DATE
           MOVE CA-EXPIRY-DATE       TO QQ-EXPIRY-DATE
           MOVE SPACES               TO QQ-BROKER-ID
           MOVE CA-PAYMENT-FREQUENCY TO QQ-PAYMENT-FREQUENCY
           MOVE CA-AGG-RISK-DATA     TO QQ-QUOTE-RISK-DATA
           MOVE CA-AGGREGATOR-ID     TO QQ-AGGREGATOR-ID

           MOVE ' LINK LGQOT01 ADD' TO EM-LINKREQ
           PERFORM LINK-QUOTE-PROGRAM

           MOVE QQ-RETURN-CODE TO CA-RETURN-CODE
           IF QQ-RETURN-CODE EQUAL '00'
             MOVE QQ-QUOTE-NUM      TO CA-QUOTE-NUM
             MOVE QQ-QUOTE-EXPIRY   TO CA-QUOTE-EXPIRY
             MOVE QQ-QUOTED-PREMIUM TO CA-QUOTED-PREMIUM
           END-IF.
      *================================================================*
       BIND-QUOTE.
      *================================================================*
           PERFORM ADD-CUSTOMER.
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO BIND-QUOTE-EXIT
           END-IF

           INITIALIZE QQ-COMMAREA
           MOVE '00'                 TO QQ-RETURN-CODE
           MOVE '2'                  TO QQ-REQUEST-TYPE
           MOVE WS-AGG-STAFF-ID      TO QQ-STAFF-ID
           MOVE CA-QUOTE-NUM         TO QQ-QUOTE-NUM
           MOVE CA-CUSTOMER-NUM      TO QQ-CUSTOMER-NUM
           MOVE CA-AGGREGATOR-ID     TO QQ-AGGREGATOR-ID
           MOVE CA-CARD-TOKEN        TO QQ-CARD-TOKEN
           MOVE CA-CARD-AUTH-REF     TO QQ-CARD-AUTH-REF
           MOVE CA-CARD-AMOUNT       TO QQ-CARD-AMOUNT

           MOVE ' LINK LGQOT01 CNV' TO EM-LINKREQ
           PERFORM LINK-QUOTE-PROGRAM

           MOVE QQ-RETURN-CODE TO CA-RETURN-CODE
           MOVE QQ-CARD-RESULT TO CA-CARD-RESULT
      * '85' is bound, pending an underwriting referral
           IF QQ-RETURN-CODE EQUAL '00'
               OR QQ-RETURN-CODE EQUAL '85'
             MOVE QQ-POLICY-NUM     TO CA-POLICY-NUM
             MOVE QQ-QUOTED-PREMIUM TO CA-QUOTED-PREMIUM
           ELSE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE ZERO TO CA-POLICY-NUM
             MOVE ZERO TO CA-CUSTOMER-NUM
           END-IF.
       BIND-QUOTE-EXIT.
           EXIT.
      *================================================================*
       ADD-CUSTOMER.
      *================================================================*
      * LGACB01 request '1'.  '91' is the customer already on file -   *
      * the policy goes on that customer, not a second one.            *
      *================================================================*
           INITIALIZE AC-COMMAREA
           MOVE '00'                 TO AC-RETURN-CODE
           MOVE '1'                  TO AC-REQUEST-TYPE
           MOVE LGCAVERS-CURRENT     TO AC-COMMAREA-VERSN
           MOVE WS-AGG-STAFF-ID      TO AC-STAFF-ID
           MOVE CA-FIRST-NAME        TO AC-FIRST-NAME
           MOVE CA-LAST-NAME         TO AC-LAST-NAME
           MOVE CA-DOB               TO AC-DOB
           MOVE CA-HOUSE-NAME        TO AC-HOUSE-NAME
           MOVE CA-HOUSE-NUM         TO AC-HOUSE-NUM
           MOVE CA-POSTCODE          TO AC-POSTCODE
           MOVE CA-PHONE-MOBILE      TO AC-PHONE-MOBILE
           MOVE CA-PHONE-HOME        TO AC-PHONE-HOME
           MOVE CA-EMAIL-ADDRESS     TO AC-EMAIL-ADDRESS

           EXEC CICS LINK Program(LGACB01)
                Commarea(AC-COMMAREA)
                LENGTH(LENGTH OF AC-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO AC-RETURN-CODE
             MOVE ' LINK LGACB01' TO EM-LINKREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE AC-CUSTOMER-NUM TO CA-CUSTOMER-NUM
           IF AC-RETURN-CODE EQUAL '00'
               OR AC-RETURN-CODE EQUAL '91'
             MOVE '00' TO CA-RETURN-CODE
           ELSE
             MOVE 'LGACB01-'     TO CA-RESULT-PROGRAM
             MOVE AC-RETURN-CODE TO CA-RETURN-CODE
           END-IF.
      *================================================================*
       LINK-QUOTE-PROGRAM.
      *================================================================*
           MOVE 'LGQOT01-' TO CA-RESULT-PROGRAM
           EXEC CICS LINK Program(LGQOT01)
                Commarea(QQ-COMMAREA)
                LENGTH(LENGTH OF QQ-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO QQ-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
