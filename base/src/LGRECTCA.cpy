      ******************************************************************
      *                                                                *
      *      LGRECTCA - Staff entitlement recertification commarea     *
      *                                                                *
      *   DFHCOMMAREA layout for LGRCT01, the manager's side of the    *
      *  quarterly recertification LGRCB01 opens.  Request '1' lists   *
      *  the staff the caller must recertify for the quarter - their   *
      *  authority level, settlement limit and last activity as the    *
      *  quarter opened - a page at a time with a resume key.  For     *
      *  each one the manager then confirms ('2'), reduces ('3', to    *
      *  the level and limit given) or revokes ('4') the authority.    *
      *  Anyone still pending when the window closes is suspended by   *
      *  LGRXB01.  Staff with no line manager are signed for by an     *
      *  administrator.  Each decision is made once.                   *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-LIST-STAFF          VALUE '1'.
               88 CA-REQ-CONFIRM             VALUE '2'.
               88 CA-REQ-REDUCE              VALUE '3'.
               88 CA-REQ-REVOKE              VALUE '4'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-RECERT-DATA.
      * the quarter, CCYYQn - spaces for the latest one opened (the
      * quarter used comes back here)
           05 CA-RECERT-PERIOD         PIC X(06).
      * the employee a decision ('2' to '4') is for
           05 CA-EMP-ID                PIC 9(05).
      * on a reduction, the new level and limit - neither above what
      * the employee holds, and at least one of them lower
           05 CA-NEW-AUTH-LEVEL        PIC 9(02).
           05 CA-NEW-SETTLE-LIMIT      PIC 9(09)V9(02).
      * zero on the first list call; on a follow-up page, the value
      * LGRCT01 handed back on the previous call
           05 CA-RESUME-EMP-ID         PIC 9(05).
           05 CA-MORE-STAFF            PIC X(01).
               88 CA-MORE-STAFF-FOLLOW       VALUE 'Y'.
           05 CA-STAFF-COUNT           PIC 9(02).
      * status 'P' pending, 'C' confirmed, 'R' reduced, 'V' revoked,
      * 'X' suspended when the window closed with no decision
           05 CA-RECERT-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-RL-IDX.
               10 RL-EMP-ID             PIC 9(05).
               10 RL-EMP-NAME           PIC X(30).
               10 RL-EMP-ROLE           PIC X(04).
               10 RL-AUTH-LEVEL         PIC 9(02).
               10 RL-SETTLE-LIMIT       PIC 9(09)V9(02).
               10 RL-LAST-ACTIVITY      PIC X(10).
               10 RL-DUE-DATE           PIC X(10).
               10 RL-RECERT-STATUS      PIC X(01).
           05 FILLER                   PIC X(08).
