      *    Modification History                                       *
      *    ----------------------                                      *
      *    2026-01-19  DM  Initial version.                            *
      *    2026-10-15  DM  Factor sets keyed by BRANDCODE as well -    *
      *                    each affinity brand's changes cut over to   *
      *                    its own set.                                *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGRFB01.
           05 RD-POLICYTYPE            PIC X(01).
           05 FILLER                   PIC X(06) VALUE ' RISK='.
           05 RD-RISKCODE              PIC X(04).
           05 FILLER                   PIC X(07) VALUE ' BRAND='.
           05 RD-BRANDCODE             PIC X(04).
           05 FILLER                   PIC X(06) VALUE ' EFF ='.
           05 RD-EFFECTIVE             PIC X(10).
           05 FILLER                   PIC X(10) VALUE ' CUT OVER'.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-RPT-TOTAL.
           05 FILLER                   PIC X(20)
      * Approved changes whose effective date has arrived
           EXEC SQL
               DECLARE RFCURSOR CURSOR FOR
                   SELECT POLICYTYPE, RISKCODE, BRANDCODE,
                          EFFECTIVEDATE,
                          BASERATE, VALUERATE1, VALUERATE2,
                          UNITRATE, DISCOUNTCAP
                     FROM RATING_FACTOR_PEND
                    WHERE CHANGESTATUS  = 'A'
                      AND EFFECTIVEDATE <= :WS-RUN-DATE
                    ORDER BY POLICYTYPE, RISKCODE, BRANDCODE,
                             EFFECTIVEDATE
           END-EXEC.

       01  WS-CURSOR-ROW.
           05 WC-POLICYTYPE            PIC X(01).
           05 WC-RISKCODE              PIC X(04).
           05 WC-BRANDCODE             PIC X(04).
           05 WC-EFFECTIVEDATE         PIC X(10).
           05 WC-BASERATE              PIC 9(05)V9(02).
           05 WC-VALUERATE1            PIC 9(03)V9(04).
               FETCH RFCURSOR
                 INTO :WC-POLICYTYPE,
                      :WC-RISKCODE,
                      :WC-BRANDCODE,
                      :WC-EFFECTIVEDATE,
                      :WC-BASERATE,
                      :WC-VALUERATE1,
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WC-POLICYTYPE    TO RD-POLICYTYPE
           MOVE WC-RISKCODE      TO RD-RISKCODE
           MOVE WC-BRANDCODE     TO RD-BRANDCODE
           MOVE WC-EFFECTIVEDATE TO RD-EFFECTIVE
           MOVE WS-RPT-DETAIL    TO RPT-LINE
           WRITE RPT-LINE.
                 FROM RATING_FACTOR
                WHERE POLICYTYPE = :WC-POLICYTYPE
                  AND RISKCODE   = :WC-RISKCODE
                  AND BRANDCODE  = :WC-BRANDCODE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               INSERT INTO RATING_FACTOR_HIST
                         ( POLICYTYPE,
                           RISKCODE,
                           BRANDCODE,
                           REPLACEDDATE,
                           BASERATE,
                           VALUERATE1,
                           DISCOUNTCAP )
                  VALUES ( :WC-POLICYTYPE,
                           :WC-RISKCODE,
                           :WC-BRANDCODE,
                           :WS-RUN-DATE,
                           :WS-OLD-BASERATE,
                           :WS-OLD-VALUERATE1,
                        DISCOUNTCAP = :WC-DISCOUNTCAP
                  WHERE POLICYTYPE = :WC-POLICYTYPE
                    AND RISKCODE   = :WC-RISKCODE
                    AND BRANDCODE  = :WC-BRANDCODE
             END-EXEC
           ELSE
             EXEC SQL
                 INSERT INTO RATING_FACTOR
                           ( POLICYTYPE,
                             RISKCODE,
                             BRANDCODE,
                             BASERATE,
                             VALUERATE1,
                             VALUERATE2,
                             DISCOUNTCAP )
                    VALUES ( :WC-POLICYTYPE,
                             :WC-RISKCODE,
                             :WC-BRANDCODE,
                             :WC-BASERATE,
                             :WC-VALUERATE1,
                             :WC-VALUERATE2,
                      APPLIEDDATE  = :WS-RUN-DATE
                WHERE POLICYTYPE    = :WC-POLICYTYPE
                  AND RISKCODE      = :WC-RISKCODE
                  AND BRANDCODE     = :WC-BRANDCODE
                  AND EFFECTIVEDATE = :WC-EFFECTIVEDATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
