      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *      Litigated Claim and Legal Panel Maintenance Transaction   *
      *                                                                *
      *   Maintains the LEGAL_PANEL_FIRM table - the solicitors'       *
      *  firms we instruct when a claim goes to court - and the        *
      *  litigation record on a claim: which panel firm has it, who    *
      *  acts for the claimant, the court reference, the proceedings,  *
      *  next-hearing and trial dates, and a running ledger of legal   *
      *  costs on LEGAL_COST.  Until this transaction all of that      *
      *  lived in solicitors' emails and nobody could say which claims *
      *  were litigated or what they were costing.  LGCLI01 shows the  *
      *  litigation flag and next hearing on the claim view; LGLSB01   *
      *  reports legal spend by firm and upcoming hearings monthly.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGLIT01.
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
                                        VALUE 'LGLIT01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).
           05 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD           PIC 9(08) VALUE 0.
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGLIT01 '.
      * keyed by claim number on the litigation requests and by firm
      * id on the firm requests - tagged CLM#= so LGEQM01's CNUM=
      * parse does not file either in ERRORLOG.CUSTOMERNUM
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' CLM#='.
             15 EM-CLMNUM              PIC X(10)  VALUE SPACES.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.

       01  CA-ERROR-MSG.
           05 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           05 CA-DATA                  PIC X(90) VALUE SPACES.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.

      *----------------------------------------------------------------*
      * Staff entitlement check - the same gate the other staff        *
      * transactions carry                                             *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-LITIGATION-LEN     PIC S9(4) COMP VALUE +232.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * Next firm id - LEGAL_PANEL_FIRM rows are never deleted, so
      * count-plus-one is a safe key
       01  WS-NEXT-FIRM-ID             PIC S9(5) COMP VALUE 0.

      * Next ledger sequence on the claim - LEGAL_COST rows are never
      * deleted either
       01  WS-NEXT-COST-SEQ            PIC S9(5) COMP VALUE 0.

      * Named firm's state, read ahead of an open or amend that
      * instructs it
       01  WS-CURR-FIRM-STATUS         PIC X(01) VALUE SPACES.

      * The claim's litigation record as it stands, read ahead of an
      * amend, a cost posting or a conclude
       01  WS-CURR-LIT-STATUS          PIC X(01) VALUE SPACES.
       01  WS-CURR-LIT-FIRM-ID         PIC 9(05) VALUE 0.
       01  WS-CLAIM-STATUS             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGLITMCA
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

           COMPUTE WS-REQUIRED-CA-LEN = WS-CA-HEADER-LEN
                                       + WS-CA-LITIGATION-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-REQ-ADD-FIRM OR CA-REQ-AMEND-FIRM
               OR CA-REQ-RETIRE-FIRM OR CA-REQ-READ-FIRM
             MOVE CA-FIRM-ID  TO EM-CLMNUM
           ELSE
             MOVE CA-CLAIM-NUM TO EM-CLMNUM
           END-IF.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-FIRM
               AND NOT CA-REQ-READ-LITIGATION
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-ADD-FIRM
               PERFORM ADD-FIRM THRU ADD-FIRM-EXIT
             WHEN CA-REQ-AMEND-FIRM
               PERFORM AMEND-FIRM THRU AMEND-FIRM-EXIT
             WHEN CA-REQ-RETIRE-FIRM
               PERFORM RETIRE-FIRM THRU RETIRE-FIRM-EXIT
             WHEN CA-REQ-READ-FIRM
               PERFORM READ-FIRM
             WHEN CA-REQ-OPEN-LITIGATION
               PERFORM OPEN-LITIGATION THRU OPEN-LITIGATION-EXIT
             WHEN CA-REQ-AMEND-LITIGATION
               PERFORM AMEND-LITIGATION THRU AMEND-LITIGATION-EXIT
             WHEN CA-REQ-POST-LEGAL-COST
               PERFORM POST-LEGAL-COST THRU POST-LEGAL-COST-EXIT
             WHEN CA-REQ-CONCLUDE-LITIGATION
               PERFORM CONCLUDE-LITIGATION
                   THRU CONCLUDE-LITIGATION-EXIT
             WHEN CA-REQ-READ-LITIGATION
               PERFORM READ-LITIGATION
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       GET-TODAYS-DATE.
      *================================================================*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     DATESEP
                     YYYYMMDD(WS-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2).
      *================================================================*
       ADD-FIRM.
      *================================================================*
           IF CA-FIRM-NAME IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' FIRM NAME REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-FIRM-EXIT
           END-IF

           MOVE ' COUNT LEGALFIRM' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-FIRM-ID
               FROM LEGAL_PANEL_FIRM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-FIRM-EXIT
           END-IF

           MOVE ' INSERT LEGALFRM' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO LEGAL_PANEL_FIRM
                       ( FIRMID,
                         FIRMNAME,
                         CONTACTNAME,
                         PHONENUMBER,
                         FIRMSTATUS,
                         LASTCHANGED )
                VALUES ( :WS-NEXT-FIRM-ID,
                         :CA-FIRM-NAME,
                         :CA-FIRM-CONTACT,
                         :CA-FIRM-PHONE,
                         'A',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-NEXT-FIRM-ID TO CA-FIRM-ID
             MOVE 'A' TO CA-FIRM-STATUS
           END-IF.
       ADD-FIRM-EXIT.
           EXIT.
      *================================================================*
       AMEND-FIRM.
      *================================================================*
           IF CA-FIRM-NAME IS EQUAL TO SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' FIRM NAME REQUIRED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-FIRM-EXIT
           END-IF

           MOVE ' UPDATE LEGALFRM' TO EM-SQLREQ
           EXEC SQL
             UPDATE LEGAL_PANEL_FIRM
                SET FIRMNAME    = :CA-FIRM-NAME,
                    CONTACTNAME = :CA-FIRM-CONTACT,
                    PHONENUMBER = :CA-FIRM-PHONE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE FIRMID = :CA-FIRM-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       AMEND-FIRM-EXIT.
           EXIT.
      *================================================================*
       RETIRE-FIRM.
      *================================================================*
      * A retired firm takes no new instructions; the claims it        *
      * already has stay with it until they are moved by an amend.     *
      *================================================================*
           MOVE ' RETIRE LEGALFRM' TO EM-SQLREQ
           EXEC SQL
             UPDATE LEGAL_PANEL_FIRM
                SET FIRMSTATUS  = 'R',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE FIRMID = :CA-FIRM-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'R' TO CA-FIRM-STATUS
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RETIRE-FIRM-EXIT.
           EXIT.
      *================================================================*
       READ-FIRM.
      *================================================================*
           MOVE ' SELECT LEGALFRM' TO EM-SQLREQ
           EXEC SQL
             SELECT FIRMNAME, CONTACTNAME, PHONENUMBER, FIRMSTATUS
               INTO :CA-FIRM-NAME, :CA-FIRM-CONTACT,
                    :CA-FIRM-PHONE, :CA-FIRM-STATUS
               FROM LEGAL_PANEL_FIRM
              WHERE FIRMID = :CA-FIRM-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-FIRM-ACTIVE.
      *================================================================*
      * The firm being instructed must be on the panel and active.     *
      *================================================================*
           MOVE ' SELECT FRMSTATUS' TO EM-SQLREQ
           EXEC SQL
             SELECT FIRMSTATUS
               INTO :WS-CURR-FIRM-STATUS
               FROM LEGAL_PANEL_FIRM
              WHERE FIRMID = :CA-FIRM-ID
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE EQUAL 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN WS-CURR-FIRM-STATUS NOT EQUAL 'A'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' FIRM NOT ACTIVE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-FIRM-ACTIVE-EXIT.
           EXIT.
      *================================================================*
       VALIDATE-LIT-DATES.
      *================================================================*
      * A trial cannot be listed before proceedings were issued.       *
      *================================================================*
           IF CA-PROCEEDINGS-DATE NOT EQUAL SPACES
               AND CA-TRIAL-DATE NOT EQUAL SPACES
               AND CA-TRIAL-DATE LESS THAN CA-PROCEEDINGS-DATE
             MOVE '97' TO CA-RETURN-CODE
             MOVE ' TRIAL BEFORE PROCEEDINGS' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VALIDATE-LIT-DATES-EXIT.
           EXIT.
      *================================================================*
       READ-LITIGATION-STATE.
      *================================================================*
      * The claim's litigation record as it stands - '94' where the    *
      * claim has none.                                                *
      *================================================================*
           MOVE ' SELECT CLAIMLIT' TO EM-SQLREQ
           EXEC SQL
             SELECT LITSTATUS, FIRMID
               INTO :WS-CURR-LIT-STATUS, :WS-CURR-LIT-FIRM-ID
               FROM CLAIM_LITIGATION
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       READ-LITIGATION-STATE-EXIT.
           EXIT.
      *================================================================*
       OPEN-LITIGATION.
      *================================================================*
      * Proceedings issued on a claim: the claim must exist and not    *
      * already be litigated, and the firm instructed must be active   *
      * on the panel.  The claim may be in any state - a rejection is  *
      * as likely to end up in court as a disputed settlement.         *
      *================================================================*
           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
             SELECT CLAIMSTATUS
               INTO :WS-CLAIM-STATUS
               FROM CLAIM
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO OPEN-LITIGATION-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO OPEN-LITIGATION-EXIT
           END-EVALUATE

           PERFORM READ-LITIGATION-STATE
               THRU READ-LITIGATION-STATE-EXIT
           EVALUATE CA-RETURN-CODE
             WHEN '00'
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' CLAIM ALREADY LITIGATED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO OPEN-LITIGATION-EXIT
             WHEN '94'
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               GO TO OPEN-LITIGATION-EXIT
           END-EVALUATE

           PERFORM CHECK-FIRM-ACTIVE THRU CHECK-FIRM-ACTIVE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO OPEN-LITIGATION-EXIT
           END-IF

           PERFORM VALIDATE-LIT-DATES THRU VALIDATE-LIT-DATES-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO OPEN-LITIGATION-EXIT
           END-IF

           MOVE ' INSERT CLAIMLIT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIM_LITIGATION
                       ( CLAIMNUMBER,
                         FIRMID,
                         CLAIMANTSOLICITOR,
                         COURTREF,
                         PROCEEDINGSDATE,
                         NEXTHEARINGDATE,
                         TRIALDATE,
                         LEGALCOSTS,
                         LITSTATUS,
                         OUTCOME,
                         OPENEDBY,
                         OPENEDDATE,
                         CONCLUDEDDATE )
                VALUES ( :CA-CLAIM-NUM,
                         :CA-FIRM-ID,
                         :CA-CLAIMANT-SOLICITOR,
                         :CA-COURT-REF,
                         :CA-PROCEEDINGS-DATE,
                         :CA-NEXT-HEARING-DATE,
                         :CA-TRIAL-DATE,
                         0,
                         'A',
                         ' ',
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE,
                         ' ' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'A'    TO CA-LIT-STATUS
             MOVE ZERO   TO CA-LEGAL-COSTS-TOTAL
             MOVE SPACES TO CA-CONCLUDED-DATE
           END-IF.
       OPEN-LITIGATION-EXIT.
           EXIT.
      *================================================================*
       AMEND-LITIGATION.
      *================================================================*
      * New hearing dates, a court reference once allocated, the       *
      * claimant changing solicitors, or the case moving to another    *
      * panel firm (which must be active).  Only an active record is   *
      * amended.                                                       *
      *================================================================*
           PERFORM READ-LITIGATION-STATE
               THRU READ-LITIGATION-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-LITIGATION-EXIT
           END-IF
           IF WS-CURR-LIT-STATUS NOT EQUAL 'A'
             MOVE '95' TO CA-RETURN-CODE
             MOVE ' LITIGATION CONCLUDED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AMEND-LITIGATION-EXIT
           END-IF

           IF CA-FIRM-ID NOT EQUAL WS-CURR-LIT-FIRM-ID
             PERFORM CHECK-FIRM-ACTIVE THRU CHECK-FIRM-ACTIVE-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO AMEND-LITIGATION-EXIT
             END-IF
           END-IF

           PERFORM VALIDATE-LIT-DATES THRU VALIDATE-LIT-DATES-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AMEND-LITIGATION-EXIT
           END-IF

           MOVE ' UPDATE CLAIMLIT' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_LITIGATION
                SET FIRMID            = :CA-FIRM-ID,
                    CLAIMANTSOLICITOR = :CA-CLAIMANT-SOLICITOR,
                    COURTREF          = :CA-COURT-REF,
                    PROCEEDINGSDATE   = :CA-PROCEEDINGS-DATE,
                    NEXTHEARINGDATE   = :CA-NEXT-HEARING-DATE,
                    TRIALDATE         = :CA-TRIAL-DATE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND LITSTATUS   = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       AMEND-LITIGATION-EXIT.
           EXIT.
      *================================================================*
       POST-LEGAL-COST.
      *================================================================*
      * One ledger row per invoice or costs order, against the firm    *
      * instructed at the time, and the running total on the           *
      * litigation record moved with it.  Costs keep arriving after    *
      * a case concludes - the final bill, a costs assessment - so a   *
      * concluded record still takes postings.                         *
      *================================================================*
           IF NOT CA-VALID-COST-TYPE
               OR CA-COST-AMOUNT IS NOT NUMERIC
               OR CA-COST-AMOUNT EQUAL ZERO
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' COST TYPE OR AMOUNT INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO POST-LEGAL-COST-EXIT
           END-IF

           PERFORM READ-LITIGATION-STATE
               THRU READ-LITIGATION-STATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO POST-LEGAL-COST-EXIT
           END-IF

           MOVE ' COUNT LEGALCOST' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*) + 1
               INTO :WS-NEXT-COST-SEQ
               FROM LEGAL_COST
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO POST-LEGAL-COST-EXIT
           END-IF

           MOVE ' INSERT LEGALCST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO LEGAL_COST
                       ( CLAIMNUMBER,
                         COSTSEQ,
                         FIRMID,
                         COSTTYPE,
                         AMOUNT,
                         INVOICEREF,
                         COSTDATE,
                         POSTEDBY )
                VALUES ( :CA-CLAIM-NUM,
                         :WS-NEXT-COST-SEQ,
                         :WS-CURR-LIT-FIRM-ID,
                         :CA-COST-TYPE,
                         :CA-COST-AMOUNT,
                         :CA-COST-INVOICE-REF,
                         :WS-TODAY-DATE,
                         :CA-STAFF-ID )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO POST-LEGAL-COST-EXIT
           END-IF

           MOVE ' UPDATE LITCOSTS' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_LITIGATION
                SET LEGALCOSTS = LEGALCOSTS + :CA-COST-AMOUNT
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO POST-LEGAL-COST-EXIT
           END-IF

           PERFORM READ-LITIGATION.
       POST-LEGAL-COST-EXIT.
           EXIT.
      *================================================================*
       CONCLUDE-LITIGATION.
      *================================================================*
      * Judgment, settlement or discontinuance - the record is closed  *
      * with its outcome and the next-hearing date cleared so the      *
      * monthly hearings list drops it.                                *
      *================================================================*
           IF NOT CA-VALID-OUTCOME
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' OUTCOME CODE INVALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CONCLUDE-LITIGATION-EXIT
           END-IF

           MOVE ' CONCLUDE LIT' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM_LITIGATION
                SET LITSTATUS       = 'C',
                    OUTCOME         = :CA-OUTCOME,
                    NEXTHEARINGDATE = ' ',
                    CONCLUDEDDATE   = :WS-TODAY-DATE
              WHERE CLAIMNUMBER = :CA-CLAIM-NUM
                AND LITSTATUS   = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'C'           TO CA-LIT-STATUS
               MOVE WS-TODAY-DATE TO CA-CONCLUDED-DATE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CONCLUDE-LITIGATION-EXIT.
           EXIT.
      *================================================================*
       READ-LITIGATION.
      *================================================================*
      * The claim's litigation record with the instructed firm's name  *
      * and the ledger total.                                          *
      *================================================================*
           MOVE ' SELECT CLAIMLIT' TO EM-SQLREQ
           EXEC SQL
             SELECT L.FIRMID, F.FIRMNAME, F.CONTACTNAME,
                    F.PHONENUMBER, F.FIRMSTATUS,
                    L.CLAIMANTSOLICITOR, L.COURTREF,
                    L.PROCEEDINGSDATE, L.NEXTHEARINGDATE,
                    L.TRIALDATE, L.CONCLUDEDDATE, L.LITSTATUS,
                    L.LEGALCOSTS, L.OUTCOME
               INTO :CA-FIRM-ID, :CA-FIRM-NAME, :CA-FIRM-CONTACT,
                    :CA-FIRM-PHONE, :CA-FIRM-STATUS,
                    :CA-CLAIMANT-SOLICITOR, :CA-COURT-REF,
                    :CA-PROCEEDINGS-DATE, :CA-NEXT-HEARING-DATE,
                    :CA-TRIAL-DATE, :CA-CONCLUDED-DATE,
                    :CA-LIT-STATUS,
                    :CA-LEGAL-COSTS-TOTAL, :CA-OUTCOME
               FROM CLAIM_LITIGATION L, LEGAL_PANEL_FIRM F
              WHERE L.FIRMID      = F.FIRMID
                AND L.CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       CHECK-STAFF-ENTITLEMENT.
      *================================================================*
      * See the note at WS-REQUIRED-AUTH-LEVEL.  A CA-STAFF-ID that    *
      * is not a real EMP_ID, or whose AUTH_LEVEL is below what this   *
      * transaction needs, is refused before anything is touched.      *
      *================================================================*
           IF CA-STAFF-ID IS NOT NUMERIC
             MOVE '86' TO CA-RETURN-CODE
             MOVE ' CA-STAFF-ID NOT A VALID EMP_ID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-STAFF-ENTITLEMENT-EXIT
           END-IF

           MOVE CA-STAFF-ID TO WS-ENT-EMP-ID
           MOVE ' SELECT EMPLOYEE' TO EM-SQLREQ
           EXEC SQL
             SELECT AUTH_LEVEL
               INTO :WS-ENT-AUTH-LEVEL
               FROM EMPLOYEE
              WHERE EMP_ID = :WS-ENT-EMP-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-ENT-AUTH-LEVEL IS LESS THAN
                       WS-REQUIRED-AUTH-LEVEL
                 MOVE '86' TO CA-RETURN-CODE
                 MOVE ' AUTH_LEVEL BELOW REQUIRED' TO EM-VARIABLE
                 PERFORM WRITE-ERROR-MESSAGE
               END-IF
             WHEN 100
               MOVE '86' TO CA-RETURN-CODE
               MOVE ' CA-STAFF-ID NOT ON EMPLOYEE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-STAFF-ENTITLEMENT-EXIT.
           EXIT.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  While the overnight batch window is open this    *
      * transaction is read-only and the change is refused with '80'.  *
      * A switch that cannot be read leaves the transaction open.      *
      *================================================================*
           MOVE 'N' TO BW-READ-ONLY-SW
           MOVE 0   TO BW-SWITCH-VALUE
           MOVE ' SELECT BATCHWIN' TO EM-SQLREQ
           EXEC SQL
             SELECT NUMVALUE1
               INTO :BW-SWITCH-VALUE
               FROM SYSTEM_PARAMETER
              WHERE PARAMGROUP = 'BATCHWIN'
                AND PARAMKEY   = 'READONLY'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF BW-SWITCH-VALUE EQUAL 1
                 MOVE 'Y'  TO BW-READ-ONLY-SW
                 MOVE '80' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
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
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 91 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:90) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
