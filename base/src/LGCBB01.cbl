      *    Modification History                                       *
      *    ----------------------                                      *
      *    2025-12-01  DM  Initial version.                            *
      *    2026-10-15  DM  A claim reopened and settled again carries  *
      *                    a second recoverable row; the mark step     *
      *                    takes SQLCODE 100 on it as already marked.  *
      *                                                                *
      ******************************************************************
       PROGRAM-ID.     LGCBB01.

      ******************************************************************
      * 3000-MARK-EXTRACTED - the double-report guard: once extracted  *
      * a recoverable never satisfies CBCURSOR again.  A claim with    *
      * two rows unreported (settled, reopened and settled again in    *
      * one month) has both marked by the first; the second finds      *
      * nothing left to mark, which is not an error.                   *
      ******************************************************************
       3000-MARK-EXTRACTED.
           EXEC SQL
                      EXTRACTDATE        = :WS-RUN-DATE
                WHERE CLAIMNUMBER = :WC-CLAIMNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE 'MARK-EXTRACTED UPDATE FAILED' TO RPT-LINE
             WRITE RPT-LINE
             MOVE 'Y' TO WS-EOJ-SW
