      *  one page of claims on file - number, date, type, amount,      *
      *  status and the first 40 bytes of the description - with a     *
      *  resume key so a customer with more than a screenful pages     *
      *  forward rather than truncating.  Each claim carries the prior *
      *  claims declared at intake against those the industry claims   *
      *  database matched, and where any went undeclared the           *
      *  claimant's matched claims with other insurers come back too.  *
      *  A claim in litigation (CLAIM_LITIGATION, kept by LGLIT01) is  *
      *  flagged with its next hearing date.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Read-access log - one CUSTOMER_ACCESS_LOG row for each         *
      * customer record this inquiry shows; LGRAI01 browses them and   *
      * LGRAB01 reports the unusual ones each week                     *
      *----------------------------------------------------------------*
       01  WS-ACCESS-LOG-FIELDS.
           05 WS-AL-CUSTOMER-NUM       PIC 9(10) VALUE 0.
           05 WS-AL-POLICY-NUM         PIC 9(10) VALUE 0.
           05 WS-AL-STAFF-ID           PIC X(05) VALUE SPACES.
           05 WS-AL-ACCESS-TYPE        PIC X(01) VALUE 'V'.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           05 WS-PAGE-EOJ-SW            PIC X      VALUE 'N'.
               88 WS-PAGE-EOJ                 VALUE 'Y'.
           05 WS-MATCH-EOJ-SW           PIC X      VALUE 'N'.
               88 WS-MATCH-EOJ                VALUE 'Y'.
      * set when any claim on the page has undisclosed prior claims
           05 WS-UNDISCLOSED-SW         PIC X      VALUE 'N'.
               88 WS-UNDISCLOSED-FOUND        VALUE 'Y'.
      * set when the caller sent CA-CLAIM-EXT-LIST and the rest
           05 WS-CA-EXTENDED-SW         PIC X      VALUE 'N'.
               88 WS-CA-EXTENDED              VALUE 'Y'.

      * One entry more than the page holds is fetched - the spare row
      * only sets CA-MORE-CLAIMS, it is never returned
           05 WS-CL-APPROVEDAMOUNT      PIC 9(07)V9(02).
           05 WS-CL-POLICYNUMBER        PIC 9(10).
           05 WS-CL-POLICYTYPE          PIC X(03).
           05 WS-CL-PRIORDECL           PIC S9(4) COMP.
           05 WS-CL-CUSTOMERNUMBER      PIC 9(10).

      * the claim's prior claims on the industry claims database, per
      * row in LOOKUP-PRIOR-MATCHES; the claimant is kept for the
      * matched-claims list
       01  WS-CL-PRIOR-MATCHED          PIC S9(4) COMP VALUE 0.
       01  WS-CL-UNDISCLOSED            PIC S9(4) COMP VALUE 0.
       01  WS-PM-CUSTOMER-NUM           PIC 9(10) VALUE 0.

       01  WS-PRIOR-MATCH-ROW.
           05 WS-PM-INSURERCODE         PIC X(08).
           05 WS-PM-MATCHREF            PIC X(12).
           05 WS-PM-CLAIMDATE           PIC X(10).
           05 WS-PM-CLAIMTYPE           PIC X(04).
           05 WS-PM-AMOUNT              PIC 9(07)V9(02).
           05 WS-PM-STATUS              PIC X(01).
       77  WS-PRIOR-LIST-SIZE           PIC S9(4) COMP VALUE +5.
       77  WS-PRIOR-COUNT               PIC S9(4) COMP VALUE +0.

      * the claimed policy's excess, looked up per row from whichever
      * type table it lives in - the same EVALUATE shape LGPCN01 uses
      * for the premium
       01  WS-CL-POLICY-EXCESS          PIC 9(05)V9(02) VALUE 0.

      * the claim's litigation record, per row in LOOKUP-LITIGATION
       01  WS-CL-LITSTATUS              PIC X(01) VALUE SPACES.
       01  WS-CL-NEXTHEARING            PIC X(10) VALUE SPACES.

      * balance still outstanding on the claim, worked out per row in
      * STORE-FETCHED-CLAIM
       01  WS-CL-OUTSTANDING            PIC S9(08)V9(02) VALUE 0.
                          C.CLAIMAMOUNT, C.CLAIMSTATUS,
                          SUBSTR(C.CLAIMDESCRIPTION, 1, 40),
                          C.INTERIMPAID, C.APPROVEDAMOUNT,
                          C.POLICYNUMBER, P.POLICYTYPE,
                          COALESCE(C.PRIORCLAIMSDECL, 0),
                          P.CUSTOMERNUMBER
                     FROM CLAIM C, POLICY P
                    WHERE C.POLICYNUMBER   = P.POLICYNUMBER
                      AND P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                          C.CLAIMAMOUNT, C.CLAIMSTATUS,
                          SUBSTR(C.CLAIMDESCRIPTION, 1, 40),
                          C.INTERIMPAID, C.APPROVEDAMOUNT,
                          C.POLICYNUMBER, P.POLICYTYPE,
                          COALESCE(C.PRIORCLAIMSDECL, 0),
                          P.CUSTOMERNUMBER
                     FROM CLAIM C, POLICY P
                    WHERE C.POLICYNUMBER = P.POLICYNUMBER
                      AND C.POLICYNUMBER = :WS-POLICY-NUM
                    ORDER BY C.CLAIMNUMBER
           END-EXEC.

      * The claimant's matched claims with other insurers, latest first
           EXEC SQL
               DECLARE PMCURSOR CURSOR FOR
                   SELECT DISTINCT M.INSURERCODE, M.MATCHREF,
                          M.MATCHCLAIMDATE, M.MATCHCLAIMTYPE,
                          M.MATCHAMOUNT, M.MATCHSTATUS
                     FROM CLAIM_MATCH M
                    WHERE M.CUSTOMERNUMBER = :WS-PM-CUSTOMER-NUM
                    ORDER BY 3 DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE 'N' TO WS-CA-EXTENDED-SW.
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CLAIM-INQ-EXT-LEN
             MOVE 'Y' TO WS-CA-EXTENDED-SW
           END-IF.

           MOVE CA-CUSTOMER-NUM     TO WS-CUSTOMER-NUM EM-CUSNUM.
           MOVE CA-POLICY-NUM       TO WS-POLICY-NUM.
           IF CA-RESUME-CLAIM-NUM IS NUMERIC
           MOVE 'N'  TO CA-MORE-CLAIMS.
           MOVE ZERO TO CA-CLAIM-COUNT.
           MOVE ZERO TO WS-FETCHED-COUNT.
           IF WS-CA-EXTENDED
             MOVE ZERO TO CA-PRIOR-MATCH-COUNT
           END-IF.

           EVALUATE TRUE
             WHEN CA-REQ-BROWSE-BY-CUSTOMER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           IF CA-RETURN-CODE EQUAL '00'
              AND WS-UNDISCLOSED-FOUND
             PERFORM LIST-PRIOR-MATCHES
                 THRU LIST-PRIOR-MATCHES-EXIT
           END-IF.

           IF CA-RETURN-CODE EQUAL '00'
             IF CA-REQ-BROWSE-BY-CUSTOMER
               MOVE WS-CUSTOMER-NUM TO WS-AL-CUSTOMER-NUM
             ELSE
               MOVE ZERO            TO WS-AL-CUSTOMER-NUM
               MOVE WS-POLICY-NUM   TO WS-AL-POLICY-NUM
             END-IF
             PERFORM WRITE-ACCESS-LOG
           END-IF.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
                      :WS-CL-INTERIMPAID,
                      :WS-CL-APPROVEDAMOUNT,
                      :WS-CL-POLICYNUMBER,
                      :WS-CL-POLICYTYPE,
                      :WS-CL-PRIORDECL,
                      :WS-CL-CUSTOMERNUMBER
           END-EXEC
           PERFORM STORE-FETCHED-CLAIM THRU STORE-FETCHED-CLAIM-EXIT.
       FETCH-CUSTOMER-CLAIM-EXIT.
                      :WS-CL-INTERIMPAID,
                      :WS-CL-APPROVEDAMOUNT,
                      :WS-CL-POLICYNUMBER,
                      :WS-CL-POLICYTYPE,
                      :WS-CL-PRIORDECL,
                      :WS-CL-CUSTOMERNUMBER
           END-EXEC
           PERFORM STORE-FETCHED-CLAIM THRU STORE-FETCHED-CLAIM-EXIT.
       FETCH-POLICY-CLAIM-EXIT.
           MOVE WS-CL-POLICY-EXCESS
             TO CI-POLICY-EXCESS(CA-CLAIM-IDX)

           IF WS-CA-EXTENDED
             PERFORM STORE-CLAIM-EXTENSION
                 THRU STORE-CLAIM-EXTENSION-EXIT
           END-IF

           MOVE WS-FETCHED-COUNT  TO CA-CLAIM-COUNT.
       STORE-FETCHED-CLAIM-EXIT.
           EXIT.
      *================================================================*
       STORE-CLAIM-EXTENSION.
      *================================================================*
      * The prior-claims counts and litigation details for the claim   *
      * just stored, into the matching CA-CLAIM-EXT-LIST entry.        *
      *================================================================*
           SET CA-CLAIM-EXT-IDX TO WS-FETCHED-COUNT

           PERFORM LOOKUP-PRIOR-MATCHES
               THRU LOOKUP-PRIOR-MATCHES-EXIT
           MOVE WS-CL-PRIORDECL
             TO CI-PRIOR-DECLARED(CA-CLAIM-EXT-IDX)
           MOVE WS-CL-PRIOR-MATCHED
             TO CI-PRIOR-MATCHED(CA-CLAIM-EXT-IDX)
           MOVE WS-CL-UNDISCLOSED
             TO CI-PRIOR-UNDISCLOSED(CA-CLAIM-EXT-IDX)

           PERFORM LOOKUP-LITIGATION
               THRU LOOKUP-LITIGATION-EXIT
           IF WS-CL-LITSTATUS EQUAL 'A'
             MOVE 'Y' TO CI-LITIGATED(CA-CLAIM-EXT-IDX)
             MOVE WS-CL-NEXTHEARING
               TO CI-NEXT-HEARING(CA-CLAIM-EXT-IDX)
           ELSE
             MOVE 'N' TO CI-LITIGATED(CA-CLAIM-EXT-IDX)
             MOVE SPACES TO CI-NEXT-HEARING(CA-CLAIM-EXT-IDX)
           END-IF.
       STORE-CLAIM-EXTENSION-EXIT.
           EXIT.
      *================================================================*
       LOOKUP-POLICY-EXCESS.
      *================================================================*
           END-IF.
       LOOKUP-POLICY-EXCESS-EXIT.
           EXIT.
      *================================================================*
       LOOKUP-LITIGATION.
      *================================================================*
      * Whether proceedings are running on the claim and when it is    *
      * next in court.  A concluded record no longer flags the claim,  *
      * and a lookup failure shows it as not litigated rather than     *
      * failing the page.                                              *
      *================================================================*
           MOVE SPACES TO WS-CL-LITSTATUS
           MOVE SPACES TO WS-CL-NEXTHEARING
           EXEC SQL
             SELECT LITSTATUS, NEXTHEARINGDATE
               INTO :WS-CL-LITSTATUS, :WS-CL-NEXTHEARING
               FROM CLAIM_LITIGATION
              WHERE CLAIMNUMBER = :WS-CL-CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO WS-CL-LITSTATUS
             MOVE SPACES TO WS-CL-NEXTHEARING
           END-IF.
       LOOKUP-LITIGATION-EXIT.
           EXIT.
      *================================================================*
       LOOKUP-PRIOR-MATCHES.
      *================================================================*
      * Claims the industry claims database matched to the claimant    *
      * dated in the five years before this claim, against what was    *
      * declared at intake.  A lookup failure shows none rather than   *
      * failing the page.                                              *
      *================================================================*
           MOVE 0 TO WS-CL-PRIOR-MATCHED
           MOVE 0 TO WS-CL-UNDISCLOSED
           EXEC SQL
             SELECT COUNT(DISTINCT MATCHREF)
               INTO :WS-CL-PRIOR-MATCHED
               FROM CLAIM_MATCH
              WHERE CUSTOMERNUMBER = :WS-CL-CUSTOMERNUMBER
                AND MATCHCLAIMDATE < :WS-CL-CLAIMDATE
                AND MATCHCLAIMDATE >= DATE(:WS-CL-CLAIMDATE) - 5 YEARS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO WS-CL-PRIOR-MATCHED
             GO TO LOOKUP-PRIOR-MATCHES-EXIT
           END-IF
           IF WS-CL-PRIOR-MATCHED GREATER THAN 99
             MOVE 99 TO WS-CL-PRIOR-MATCHED
           END-IF
           IF WS-CL-PRIORDECL GREATER THAN 99
             MOVE 99 TO WS-CL-PRIORDECL
           END-IF

           IF WS-CL-PRIOR-MATCHED GREATER THAN WS-CL-PRIORDECL
             COMPUTE WS-CL-UNDISCLOSED =
                 WS-CL-PRIOR-MATCHED - WS-CL-PRIORDECL
             MOVE 'Y' TO WS-UNDISCLOSED-SW
             MOVE WS-CL-CUSTOMERNUMBER TO WS-PM-CUSTOMER-NUM
           END-IF.
       LOOKUP-PRIOR-MATCHES-EXIT.
           EXIT.
      *================================================================*
       LIST-PRIOR-MATCHES.
      *================================================================*
      * The claimant's matched claims with other insurers, latest      *
      * first, into CA-PRIOR-MATCH-LIST.  Only built when a claim on   *
      * the page was under-declared; a failure leaves the list empty   *
      * rather than failing the page.                                  *
      *================================================================*
           MOVE ZERO TO WS-PRIOR-COUNT
           MOVE 'N'  TO WS-MATCH-EOJ-SW
           EXEC SQL
               OPEN PMCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO LIST-PRIOR-MATCHES-EXIT
           END-IF

           PERFORM FETCH-PRIOR-MATCH THRU FETCH-PRIOR-MATCH-EXIT
               UNTIL WS-MATCH-EOJ

           EXEC SQL
               CLOSE PMCURSOR
           END-EXEC
           MOVE WS-PRIOR-COUNT TO CA-PRIOR-MATCH-COUNT.
       LIST-PRIOR-MATCHES-EXIT.
           EXIT.
      *================================================================*
       FETCH-PRIOR-MATCH.
      *================================================================*
           EXEC SQL
               FETCH PMCURSOR
                 INTO :WS-PM-INSURERCODE,
                      :WS-PM-MATCHREF,
                      :WS-PM-CLAIMDATE,
                      :WS-PM-CLAIMTYPE,
                      :WS-PM-AMOUNT,
                      :WS-PM-STATUS
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 'Y' TO WS-MATCH-EOJ-SW
             GO TO FETCH-PRIOR-MATCH-EXIT
           END-IF

           ADD 1 TO WS-PRIOR-COUNT
           SET CA-PRIOR-IDX TO WS-PRIOR-COUNT
           MOVE WS-PM-INSURERCODE TO PM-INSURER-CODE(CA-PRIOR-IDX)
           MOVE WS-PM-MATCHREF    TO PM-MATCH-REF(CA-PRIOR-IDX)
           MOVE WS-PM-CLAIMDATE   TO PM-CLAIM-DATE(CA-PRIOR-IDX)
           MOVE WS-PM-CLAIMTYPE   TO PM-CLAIM-TYPE(CA-PRIOR-IDX)
           MOVE WS-PM-AMOUNT      TO PM-CLAIM-AMOUNT(CA-PRIOR-IDX)
           MOVE WS-PM-STATUS      TO PM-CLAIM-STATUS(CA-PRIOR-IDX)
           IF WS-PRIOR-COUNT NOT LESS THAN WS-PRIOR-LIST-SIZE
             MOVE 'Y' TO WS-MATCH-EOJ-SW
           END-IF.
       FETCH-PRIOR-MATCH-EXIT.
           EXIT.
      *================================================================*
       WRITE-ACCESS-LOG.
      *================================================================*
      * One CUSTOMER_ACCESS_LOG row per customer record shown - who    *
      * looked, through which transaction and program, and when.  The  *
      * staff id falls back to the signed-on operator when the front   *
      * end supplies none, as the staff assignment on an add does.     *
      * A browse by policy logs the policy's customer.                 *
      * A failure is logged but never fails the inquiry.               *
      *================================================================*
           MOVE ' INSERT ACCESSLG' TO EM-SQLREQ
           IF CA-STAFF-ID EQUAL SPACES
             MOVE EIBOPID TO WS-AL-STAFF-ID
           ELSE
             MOVE CA-STAFF-ID TO WS-AL-STAFF-ID
           END-IF
           IF WS-AL-CUSTOMER-NUM GREATER THAN ZERO
             EXEC SQL
               INSERT INTO CUSTOMER_ACCESS_LOG
                         ( CUSTOMERNUMBER,
                           STAFFID,
                           TRANSID,
                           TERMID,
                           PROGRAMID,
                           ACCESSTYPE,
                           ACCESSDATE,
                           ACCESSTIME )
                  VALUES ( :WS-AL-CUSTOMER-NUM,
                           :WS-AL-STAFF-ID,
                           :WS-TRANSID,
                           :WS-TERMID,
                           'LGCLI01',
                           :WS-AL-ACCESS-TYPE,
                           CHAR(CURRENT DATE, ISO),
                           CURRENT TIME )
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO CUSTOMER_ACCESS_LOG
                         ( CUSTOMERNUMBER,
                           STAFFID,
                           TRANSID,
                           TERMID,
                           PROGRAMID,
                           ACCESSTYPE,
                           ACCESSDATE,
                           ACCESSTIME )
                  SELECT P.CUSTOMERNUMBER,
                         :WS-AL-STAFF-ID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         'LGCLI01',
                         :WS-AL-ACCESS-TYPE,
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIME
                    FROM POLICY P
                   WHERE P.POLICYNUMBER = :WS-AL-POLICY-NUM
             END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL 0
               AND SQLCODE NOT EQUAL 100
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
