      *  same entitlement checks as everything else (at administrator  *
      *  level) and every change writes its own STAFF_AUDIT row.       *
      *                                                                *
      *   The employee's home address, phone and salary account are    *
      *  held alongside, and each customer record the employee holds   *
      *  or shares a household with is declared ('5') or the           *
      *  declaration ended ('6').  LGCLA01, LGSRV01, LGPCN01 and       *
      *  LGBKM01 refuse a staff id acting on a declared customer or    *
      *  anyone in that customer's household, and LGSCB01 looks each   *
      *  week for the connections nobody declared.                     *
      *                                                                *
      *   Each employee's line manager is held too; LGRCB01 sends      *
      *  every manager the list of their staff to recertify each       *
      *  quarter, and LGRCT01 takes the sign-off.                      *
      *                                                                *
      *   Everything from CA-EMP-HOUSE-NAME on is used only when the   *
      *  caller sends it: a caller that stops at CA-EMP-STATUS adds    *
      *  with the address, bank and manager blank, amends leaving      *
      *  them as they are, and reads without them.  Declarations need  *
      *  the full layout.                                              *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
               88 CA-REQ-AMEND-STAFF         VALUE '2'.
               88 CA-REQ-DEACTIVATE-STAFF    VALUE '3'.
               88 CA-REQ-READ-STAFF          VALUE '4'.
               88 CA-REQ-DECLARE-LINK        VALUE '5'.
               88 CA-REQ-END-LINK            VALUE '6'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 CA-SETTLE-LIMIT          PIC 9(09)V9(02).
      * returned - 'A' active, 'I' inactive
           05 CA-EMP-STATUS            PIC X(01).
      * home address, phone (stored in the same +44 form as the
      * customer phones) and the account salary is paid into - set on
      * add and amend, and what LGSCB01 matches against CUSTOMER
           05 CA-EMP-HOUSE-NAME        PIC X(20).
           05 CA-EMP-HOUSE-NUM         PIC X(04).
           05 CA-EMP-POSTCODE          PIC X(08).
           05 CA-EMP-PHONE             PIC X(20).
           05 CA-EMP-SORT-CODE         PIC X(06).
           05 CA-EMP-ACCOUNT           PIC X(08).
      * the customer a declaration ('5') or its ending ('6') names -
      * 'S' the employee's own customer record, 'H' a relative or
      * anyone else sharing the employee's household
           05 CA-LINK-CUSTOMER-NUM     PIC 9(10).
           05 CA-LINK-TYPE             PIC X(01).
               88 CA-LINK-SELF               VALUE 'S'.
               88 CA-LINK-HOUSEHOLD          VALUE 'H'.
               88 CA-VALID-LINK-TYPE         VALUE 'S' 'H'.
      * returned on a read - declarations currently in force
           05 CA-LINK-COUNT            PIC 9(03).
      * the EMP_ID of the employee's line manager, who recertifies
      * their entitlements each quarter - zero for none (the
      * administrators sign for those); set on add and amend
           05 CA-EMP-MANAGER-ID        PIC 9(05).
           05 FILLER                   PIC X(02).
