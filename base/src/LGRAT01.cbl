      *  data - re-rating the book is an UPDATE, not a recompile.      *
      *  A household whose combined in-force policies reach the        *
      *  multi-policy threshold earns a further discount on top.       *
      *  An affinity brand's own factor set (RATING_FACTOR rows under  *
      *  its BRANDCODE) is tried first, our own set - BRANDCODE        *
      *  spaces - when the brand has no row for the risk.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
             15 EM-RATE-TYPE           PIC X(01)  VALUE SPACES.
             15 FILLER                 PIC X(6)  VALUE ' RISK='.
             15 EM-RISK-CODE           PIC X(04)  VALUE SPACES.
             15 FILLER                 PIC X(7)  VALUE ' BRAND='.
             15 EM-BRAND-CODE          PIC X(04)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-RATING-LEN         PIC S9(4) COMP VALUE +50.
      * CA-RATE-BRAND-CODE is only read from callers that send it
           05 WS-CA-BRAND-LEN          PIC S9(4) COMP VALUE +4.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * RATING_FACTOR row for the requested type/risk
           05 WS-RF-DISCOUNTCAP        PIC 9(03)V9(02).

       01  WS-LOOKUP-RISK-CODE         PIC X(04) VALUE SPACES.
       01  WS-LOOKUP-BRAND-CODE        PIC X(04) VALUE SPACES.
       01  WS-RATE-BRAND-CODE          PIC X(04) VALUE SPACES.
      * Multi-policy (household) discount - applies when the
      * household's combined in-force policies reach the threshold;
      * tune here
           MOVE CA-RATE-POLICY-TYPE TO EM-RATE-TYPE.
           MOVE CA-RATE-RISK-CODE   TO EM-RISK-CODE.

           MOVE SPACES TO WS-RATE-BRAND-CODE.
           IF EIBCALEN IS NOT LESS THAN
                   WS-REQUIRED-CA-LEN + WS-CA-BRAND-LEN
             MOVE CA-RATE-BRAND-CODE TO WS-RATE-BRAND-CODE
           END-IF.
           MOVE WS-RATE-BRAND-CODE  TO EM-BRAND-CODE.

           PERFORM READ-RATING-FACTORS.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
      *================================================================*
      * Exact POLICYTYPE/RISKCODE row first, the '*' catch-all row     *
      * second - only when neither exists is the risk unrateable.      *
      * A branded risk looks in the brand's own set first and falls    *
      * back to our own set the same way.                              *
      *================================================================*
           MOVE WS-RATE-BRAND-CODE TO WS-LOOKUP-BRAND-CODE
           PERFORM FETCH-FACTOR-SET

           IF SQLCODE EQUAL 100
               AND WS-RATE-BRAND-CODE NOT EQUAL SPACES
             MOVE SPACES TO WS-LOOKUP-BRAND-CODE
             PERFORM FETCH-FACTOR-SET
           END-IF

           EVALUATE SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       FETCH-FACTOR-SET.
      *================================================================*
           MOVE CA-RATE-RISK-CODE TO WS-LOOKUP-RISK-CODE
           PERFORM FETCH-FACTOR-ROW

           IF SQLCODE EQUAL 100
             MOVE '*   ' TO WS-LOOKUP-RISK-CODE
             PERFORM FETCH-FACTOR-ROW
           END-IF.
      *================================================================*
       FETCH-FACTOR-ROW.
      *================================================================*
               FROM RATING_FACTOR
              WHERE POLICYTYPE = :CA-RATE-POLICY-TYPE
                AND RISKCODE   = :WS-LOOKUP-RISK-CODE
                AND BRANDCODE  = :WS-LOOKUP-BRAND-CODE
           END-EXEC.
      *================================================================*
       COMPUTE-RATED-PREMIUM.
