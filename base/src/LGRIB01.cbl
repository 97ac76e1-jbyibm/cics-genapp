      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-01-26  DM  Initial version.                            *
      *    2026-10-15  DM  Rates each policy on its brand's factor     *
      *                    set, falling back to our own set as LGRAT01 *
      *                    does.                                       *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRIB01.
           05 WS-RF-UNITRATE           PIC 9(03)V9(02).
           05 WS-RF-DISCOUNTCAP        PIC 9(03)V9(02).
       01  WS-LOOKUP-RISK-CODE         PIC X(04) VALUE SPACES.
       01  WS-LOOKUP-BRAND-CODE        PIC X(04) VALUE SPACES.
      * the loading figures mirror LGRAT01's 77s
       77  WS-DRIVER-LOADING-PCT       PIC 9(03)V9(02) VALUE 10.
       01  WS-DISCOUNT-PCT             PIC 9(03)V9(02) VALUE 0.
               DECLARE RICURSOR CURSOR FOR
                   SELECT P.POLICYNUMBER,
                          P.POLICYTYPE,
                          CU.REGIONCODE,
                          P.BRANDCODE
                     FROM POLICY P, CUSTOMER CU
                    WHERE P.CUSTOMERNUMBER = CU.CUSTOMERNUMBER
                      AND P.POLICYSTATUS   = 'A'
           05 WC-POLICYNUMBER          PIC 9(10).
           05 WC-POLICYTYPE            PIC X(03).
           05 WC-REGIONCODE            PIC X(04).
           05 WC-BRANDCODE             PIC X(04).

       PROCEDURE DIVISION.

               FETCH RICURSOR
                 INTO :WC-POLICYNUMBER,
                      :WC-POLICYTYPE,
                      :WC-REGIONCODE,
                      :WC-BRANDCODE
           END-EXEC

           IF SQLCODE EQUAL 100
           EXIT.

      ******************************************************************
      * 4000-RATE-RISK - the policy's brand's factor set first and     *
      * our own set (BRANDCODE spaces) as fallback, as LGRAT01 reads   *
      * them: what the book would pay if the set went live             *
      ******************************************************************
       4000-RATE-RISK.
           MOVE WC-BRANDCODE TO WS-LOOKUP-BRAND-CODE
           PERFORM 4050-FETCH-FACTOR-SET
               THRU 4050-FETCH-FACTOR-SET-EXIT
           IF SQLCODE EQUAL 100
               AND WC-BRANDCODE NOT EQUAL SPACES
             MOVE SPACES TO WS-LOOKUP-BRAND-CODE
             PERFORM 4050-FETCH-FACTOR-SET
                 THRU 4050-FETCH-FACTOR-SET-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
       4000-RATE-RISK-EXIT.
           EXIT.

      ******************************************************************
      * 4050-FETCH-FACTOR-SET - one brand's set: the proposed factors  *
      * for the SYSIN date first, the live table as fallback, '*'      *
      * catch-all at each level                                        *
      ******************************************************************
       4050-FETCH-FACTOR-SET.
           MOVE WS-RISK-CODE TO WS-LOOKUP-RISK-CODE
           PERFORM 4100-FETCH-PROPOSED-ROW
               THRU 4100-FETCH-PROPOSED-ROW-EXIT
           IF SQLCODE EQUAL 100
             PERFORM 4200-FETCH-LIVE-ROW
                 THRU 4200-FETCH-LIVE-ROW-EXIT
           END-IF

           IF SQLCODE EQUAL 100
             MOVE '*   ' TO WS-LOOKUP-RISK-CODE
             PERFORM 4100-FETCH-PROPOSED-ROW
                 THRU 4100-FETCH-PROPOSED-ROW-EXIT
             IF SQLCODE EQUAL 100
               PERFORM 4200-FETCH-LIVE-ROW
                   THRU 4200-FETCH-LIVE-ROW-EXIT
             END-IF
           END-IF.
       4050-FETCH-FACTOR-SET-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FETCH-PROPOSED-ROW - the pending change (approved or      *
      * still awaiting approval - the analysis is exactly what the     *
               FROM RATING_FACTOR_PEND
              WHERE POLICYTYPE    = :WS-RATE-TYPE
                AND RISKCODE      = :WS-LOOKUP-RISK-CODE
                AND BRANDCODE     = :WS-LOOKUP-BRAND-CODE
                AND EFFECTIVEDATE = :WS-PARM-EFFECTIVE
           END-EXEC.
       4100-FETCH-PROPOSED-ROW-EXIT.
               FROM RATING_FACTOR
              WHERE POLICYTYPE = :WS-RATE-TYPE
                AND RISKCODE   = :WS-LOOKUP-RISK-CODE
                AND BRANDCODE  = :WS-LOOKUP-BRAND-CODE
           END-EXEC.
       4200-FETCH-LIVE-ROW-EXIT.
           EXIT.
