      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Broker New Business Submission Worker                *
      *                                                                *
      *   Works the customer and policy records LGBFB01 has staged     *
      *  on BROKER_SUBMISSION from a broker's new-business file,       *
      *  through exactly the programs the online screens use - a 'C'   *
      *  record is added by LGACB01 (the lgacdb01.cbl add path, whose  *
      *  duplicate check hands back the customer already on file       *
      *  with '91', taken here as that customer), a 'P' record by      *
      *  LGHPB01 or LGMPB01 with all their validation, duplicate       *
      *  checks, rating and referral.  Run as a CICS-scheduled         *
      *  transaction (no commarea), not a DSN batch step, for the      *
      *  same reason as LGSRB01: those programs can only be reached    *
      *  by a LINK.                                                    *
      *                                                                *
      *   Records are taken one at a time, oldest file first and in    *
      *  file order, so a policy always finds its customer's outcome   *
      *  already recorded.  Each record's work and its outcome on      *
      *  BROKER_SUBMISSION are one unit of work, committed before the  *
      *  next is read - a rejected record is backed out whole, and an  *
      *  interrupted run simply carries on from the first record       *
      *  still 'L' next time.  At most WS-MAX-ROWS records are taken   *
      *  per run to keep the task short; a file with none left 'L' is  *
      *  marked 'P' for LGBRB01 to answer.                             *
      *                                                                *
      *   Nothing is worked while the overnight batch window is open   *
      *  (LGBWCHK) - LGACB01, LGHPB01 and LGMPB01 would only refuse    *
      *  each record '80'.  A record refused '80' because the window   *
      *  opened part way through a run is backed out and left 'L', and *
      *  the run ends there.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGBNT01.
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
                                        VALUE 'LGBNT01-------WS'.
           05 WS-TRANSID               PIC X(4).
           05 WS-TERMID                PIC X(4).
           05 WS-TASKNUM               PIC 9(7).

       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-SWITCHES.
           05 WS-EOJ-SW                PIC X      VALUE 'N'.
               88 WS-EOJ                     VALUE 'Y'.
       77  WS-ROW-COUNT                PIC S9(7) COMP VALUE 0.
      * records taken per run - the rest wait for the next run
       77  WS-MAX-ROWS                 PIC S9(7) COMP VALUE 2000.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

      * Error Message structure
       01  ERROR-MSG.
           05 EM-DATE                  PIC X(8)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACES.
           05 EM-TIME                  PIC X(6)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE ' LGBNT01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(5)  VALUE ' BRK='.
             15 EM-BROKERID            PIC X(8)  VALUE SPACES.
             15 FILLER                 PIC X(6)  VALUE ' FILE='.
             15 EM-FILEREF             PIC X(12) VALUE SPACES.
             15 FILLER                 PIC X(5)  VALUE ' SEQ='.
             15 EM-RECORDSEQ           PIC 9(7)  VALUE ZERO.
             15 EM-SQLREQ              PIC X(16) VALUE SPACES.
             15 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             15 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
      *----------------------------------------------------------------*
       77 LGSTSQ                       PIC X(8)  VALUE 'LGSTSQ'.
       77 LGACB01                      PIC X(8)  VALUE 'LGACB01'.
       77 LGHPB01                      PIC X(8)  VALUE 'LGHPB01'.
       77 LGMPB01                      PIC X(8)  VALUE 'LGMPB01'.
      * who the adds are made by, as far as the called programs'
      * staff-id fields go
       77 WS-BATCH-STAFF-ID            PIC X(5)  VALUE 'BRKNB'.

      *    Commarea version/length catalog
           COPY LGCAVERS.
      *    Return-code text catalog for the rejection reason
           COPY LGRETCD.
       01  WS-RETCD-FOUND-SW           PIC X VALUE 'N'.
           88 WS-RETCD-FOUND                 VALUE 'Y'.

      *----------------------------------------------------------------*
      * The submission record image, as staged by LGBFB01              *
      *----------------------------------------------------------------*
           COPY LGBNBREC.

      *----------------------------------------------------------------*
      * Overnight batch window - nothing is worked while it is open    *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

      * The BROKER_SUBMISSION row being worked, and its outcome
       01  WS-SUBMISSION-ROW.
           05 WN-BROKERID              PIC X(08).
           05 WN-FILEREF               PIC X(12).
           05 WN-RECORDSEQ             PIC S9(9) COMP.
           05 WN-RECORDTYPE            PIC X(01).
           05 WN-CLIENTREF             PIC X(12).
       01  WS-OUTCOME.
           05 WN-STATUS                PIC X(01).
               88 WN-ACCEPTED                VALUE 'A'.
               88 WN-REFERRED                VALUE 'R'.
               88 WN-REJECTED                VALUE 'X'.
           05 WN-CUSTOMERNUM           PIC 9(10).
           05 WN-POLICYNUM             PIC 9(10).
           05 WN-PREMIUM               PIC 9(05)V9(02).
           05 WN-RESULTCODE            PIC X(02).
           05 WN-RESULTTEXT            PIC X(60).
           05 WN-RETCD-PGM             PIC X(08).
      * The outcome of the client's customer record, for a policy
       01  WS-CUSTOMER-OUTCOME.
           05 WN-CUST-STATUS           PIC X(01).
           05 WN-CUST-NUM              PIC 9(10).

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

      *----------------------------------------------------------------*
      * House and motor add commareas - LGHOUSCA/LGMOTRCA under local  *
      * names, exactly as LGQOT01 builds them for a quote conversion   *
      *----------------------------------------------------------------*
       01  HQ-COMMAREA.
           05 HQ-RETURN-CODE           PIC X(02).
           05 HQ-REQUEST-TYPE          PIC X(01).
           05 HQ-COMMAREA-VERSN        PIC X(02).
           05 HQ-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 HQ-POLICY-NUM            PIC 9(10).
           05 HQ-CUSTOMER-NUM          PIC 9(10).
           05 HQ-ISSUE-DATE            PIC X(10).
           05 HQ-EXPIRY-DATE           PIC X(10).
           05 HQ-LAST-CHANGED          PIC X(10).
           05 HQ-BROKER-ID             PIC X(08).
           05 HQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 HQ-POLICY-TYPE           PIC X(01).
           05 HQ-PAYMENT-FREQUENCY     PIC X(01).
           05 FILLER                   PIC X(07).
           05 HQ-HOUSE-TYPE            PIC X(01).
           05 HQ-HOUSE-YEAR-BUILT      PIC 9(04).
           05 HQ-HOUSE-BEDROOMS        PIC 9(02).
           05 HQ-HOUSE-VALUE           PIC 9(07)V9(02).
           05 HQ-HOUSE-CONTENTS-VALUE  PIC 9(07)V9(02).
           05 HQ-HOUSE-RISK-CODE       PIC X(02).
           05 HQ-HOUSE-PREMIUM         PIC 9(05)V9(02).
           05 FILLER                   PIC X(24).

       01  MQ-COMMAREA.
           05 MQ-RETURN-CODE           PIC X(02).
           05 MQ-REQUEST-TYPE          PIC X(01).
           05 MQ-COMMAREA-VERSN        PIC X(02).
           05 MQ-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).
           05 MQ-POLICY-NUM            PIC 9(10).
           05 MQ-CUSTOMER-NUM          PIC 9(10).
           05 MQ-ISSUE-DATE            PIC X(10).
           05 MQ-EXPIRY-DATE           PIC X(10).
           05 MQ-LAST-CHANGED          PIC X(10).
           05 MQ-BROKER-ID             PIC X(08).
           05 MQ-BROKER-COMMISSION     PIC 9(03)V9(02).
           05 MQ-POLICY-TYPE           PIC X(01).
           05 MQ-PAYMENT-FREQUENCY     PIC X(01).
           05 FILLER                   PIC X(07).
           05 MQ-MOTOR-REG-NUM         PIC X(08).
           05 MQ-MOTOR-MAKE            PIC X(10).
           05 MQ-MOTOR-MODEL           PIC X(10).
           05 MQ-MOTOR-VALUE           PIC 9(07)V9(02).
           05 MQ-MOTOR-PREMIUM         PIC 9(05)V9(02).
           05 MQ-MOTOR-NCD-YEARS       PIC 9(02).
           05 MQ-MOTOR-RISK-CODE       PIC X(02).
           05 FILLER                   PIC X(17).

           EXEC SQL INCLUDE SQLCA END-EXEC.

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

      * the overnight batch window is open - every record stays 'L'
      * for the next run
           PERFORM CHECK-BATCH-WINDOW.
           IF BW-READ-ONLY
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM PROCESS-NEXT-ROW THRU PROCESS-NEXT-ROW-EXIT
               UNTIL WS-EOJ.

           PERFORM CLOSE-WORKED-FILES.

           EXEC CICS RETURN END-EXEC.

      *================================================================*
       PROCESS-NEXT-ROW.
      *================================================================*
      * The next record still to work, from a file whose load has      *
      * completed - re-selected each time rather than held on a        *
      * cursor, since every record ends in a SYNCPOINT.                *
      *================================================================*
           IF WS-ROW-COUNT NOT LESS THAN WS-MAX-ROWS
             MOVE 'Y' TO WS-EOJ-SW
             GO TO PROCESS-NEXT-ROW-EXIT
           END-IF

           MOVE ' SELECT NEXT' TO EM-SQLREQ
           EXEC SQL
               SELECT S.BROKERID, S.FILEREF, S.RECORDSEQ,
                      S.RECORDTYPE, S.CLIENTREF, S.RECORDDATA
                 INTO :WN-BROKERID, :WN-FILEREF, :WN-RECORDSEQ,
                      :WN-RECORDTYPE, :WN-CLIENTREF,
                      :BN-SUBMISSION-RECORD
                 FROM BROKER_SUBMISSION S,
                      BROKER_SUBMISSION_FILE F
                WHERE S.STATUS   = 'L'
                  AND F.BROKERID = S.BROKERID
                  AND F.FILEREF  = S.FILEREF
                  AND F.STATUS   = 'L'
                ORDER BY F.LOADTIME, S.BROKERID, S.FILEREF,
                         S.RECORDSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-EOJ-SW
             GO TO PROCESS-NEXT-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-EOJ-SW
             GO TO PROCESS-NEXT-ROW-EXIT
           END-IF

           ADD 1 TO WS-ROW-COUNT
           MOVE WN-BROKERID  TO EM-BROKERID
           MOVE WN-FILEREF   TO EM-FILEREF
           MOVE WN-RECORDSEQ TO EM-RECORDSEQ

           INITIALIZE WS-OUTCOME
           MOVE 'A' TO WN-STATUS

           IF BN-CUSTOMER-RECORD
             PERFORM ADD-CUSTOMER
           ELSE
             PERFORM ADD-POLICY THRU ADD-POLICY-EXIT
           END-IF

      * the batch window opened part way through the run - the record
      * is left 'L' for the next run rather than rejected
           IF WN-RESULTCODE EQUAL '80'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE 'Y' TO WS-EOJ-SW
             GO TO PROCESS-NEXT-ROW-EXIT
           END-IF

           IF WN-RESULTTEXT EQUAL SPACES
               AND WN-RESULTCODE NOT EQUAL '00'
             PERFORM LOOKUP-RETURN-TEXT
           END-IF

      * nothing a rejected record did is kept - only its outcome
           IF WN-REJECTED
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF

           PERFORM RECORD-OUTCOME.
           IF WS-EOJ
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
             EXEC CICS SYNCPOINT END-EXEC
           END-IF.
       PROCESS-NEXT-ROW-EXIT.
           EXIT.
      *================================================================*
       ADD-CUSTOMER.
      *================================================================*
      * LGACB01 request '1'.  '91' is its duplicate check finding      *
      * the client already on file - the broker's business goes on     *
      * that customer, not a second one.  '83'/'84' are customers      *
      * added but held for an identity or sanctions review: referred,  *
      * and their policies wait for the review.                        *
      *================================================================*
           INITIALIZE AC-COMMAREA
           MOVE '00'                 TO AC-RETURN-CODE
           MOVE '1'                  TO AC-REQUEST-TYPE
           MOVE LGCAVERS-CURRENT     TO AC-COMMAREA-VERSN
           MOVE WS-BATCH-STAFF-ID    TO AC-STAFF-ID
           MOVE BN-CUS-FIRST-NAME    TO AC-FIRST-NAME
           MOVE BN-CUS-LAST-NAME     TO AC-LAST-NAME
           MOVE BN-CUS-DOB           TO AC-DOB
           MOVE BN-CUS-HOUSE-NAME    TO AC-HOUSE-NAME
           MOVE BN-CUS-HOUSE-NUM     TO AC-HOUSE-NUM
           MOVE BN-CUS-POSTCODE      TO AC-POSTCODE
           MOVE BN-CUS-PHONE-MOBILE  TO AC-PHONE-MOBILE
           MOVE BN-CUS-PHONE-HOME    TO AC-PHONE-HOME
           MOVE BN-CUS-EMAIL-ADDRESS TO AC-EMAIL-ADDRESS

           EXEC CICS LINK Program(LGACB01)
                Commarea(AC-COMMAREA)
                LENGTH(LENGTH OF AC-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO AC-RETURN-CODE
             MOVE 'CUSTOMER ADD UNAVAILABLE - RESUBMIT'
               TO WN-RESULTTEXT
           END-IF

           MOVE 'LGACB01-'      TO WN-RETCD-PGM
           MOVE AC-RETURN-CODE  TO WN-RESULTCODE
           MOVE AC-CUSTOMER-NUM TO WN-CUSTOMERNUM
           EVALUATE AC-RETURN-CODE
             WHEN '00'
               MOVE 'A' TO WN-STATUS
             WHEN '91'
               MOVE 'A' TO WN-STATUS
               MOVE 'EXISTING CUSTOMER MATCHED' TO WN-RESULTTEXT
             WHEN '83'
             WHEN '84'
               MOVE 'R' TO WN-STATUS
             WHEN OTHER
               MOVE 'X' TO WN-STATUS
               MOVE 0   TO WN-CUSTOMERNUM
           END-EVALUATE.
      *================================================================*
       ADD-POLICY.
      *================================================================*
      * The policy goes on the customer its client's 'C' record        *
      * produced; a client whose customer record was rejected or is    *
      * held gets no policy.  LGHPB01/LGMPB01 then do everything they  *
      * do online: '00' accepted, '85' stored pending an underwriter,  *
      * anything else rejected - '83' with the policy it would         *
      * duplicate, '87' with the rated premium to resubmit at.         *
      *================================================================*
           MOVE ' SELECT CUSTOMER' TO EM-SQLREQ
           EXEC SQL
               SELECT STATUS, CUSTOMERNUMBER
                 INTO :WN-CUST-STATUS, :WN-CUST-NUM
                 FROM BROKER_SUBMISSION
                WHERE BROKERID   = :WN-BROKERID
                  AND FILEREF    = :WN-FILEREF
                  AND RECORDTYPE = 'C'
                  AND CLIENTREF  = :WN-CLIENTREF
                  AND RECORDSEQ  < :WN-RECORDSEQ
                ORDER BY RECORDSEQ
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             IF SQLCODE NOT EQUAL 100
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             MOVE 'X' TO WN-STATUS
             MOVE 'NO CUSTOMER RECORD FOR CLIENT REFERENCE'
               TO WN-RESULTTEXT
             GO TO ADD-POLICY-EXIT
           END-IF

           IF WN-CUST-STATUS NOT EQUAL 'A'
             MOVE 'X' TO WN-STATUS
             MOVE 'CUSTOMER RECORD FOR CLIENT NOT ACCEPTED'
               TO WN-RESULTTEXT
             GO TO ADD-POLICY-EXIT
           END-IF

           MOVE WN-CUST-NUM TO WN-CUSTOMERNUM
           IF BN-POL-HOUSE
             PERFORM ADD-HOUSE-POLICY
           ELSE
             PERFORM ADD-MOTOR-POLICY
           END-IF

           EVALUATE WN-RESULTCODE
             WHEN '00'
               MOVE 'A' TO WN-STATUS
             WHEN '85'
               MOVE 'R' TO WN-STATUS
             WHEN '83'
               MOVE 'X' TO WN-STATUS
             WHEN '87'
               MOVE 'X' TO WN-STATUS
               MOVE 0   TO WN-POLICYNUM
             WHEN OTHER
               MOVE 'X' TO WN-STATUS
               MOVE 0   TO WN-POLICYNUM WN-PREMIUM
           END-EVALUATE.
       ADD-POLICY-EXIT.
           EXIT.
      *================================================================*
       ADD-HOUSE-POLICY.
      *================================================================*
           INITIALIZE HQ-COMMAREA
           MOVE '00'                  TO HQ-RETURN-CODE
           MOVE '1'                   TO HQ-REQUEST-TYPE
           MOVE WS-BATCH-STAFF-ID     TO HQ-STAFF-ID
           MOVE WN-CUST-NUM           TO HQ-CUSTOMER-NUM
           MOVE BN-POL-ISSUE-DATE     TO HQ-ISSUE-DATE
           MOVE BN-POL-EXPIRY-DATE    TO HQ-EXPIRY-DATE
           MOVE WN-BROKERID           TO HQ-BROKER-ID
           MOVE BN-POL-PAY-FREQ       TO HQ-PAYMENT-FREQUENCY
           MOVE BN-HSE-TYPE           TO HQ-HOUSE-TYPE
           MOVE BN-HSE-YEAR-BUILT     TO HQ-HOUSE-YEAR-BUILT
           MOVE BN-HSE-BEDROOMS       TO HQ-HOUSE-BEDROOMS
           MOVE BN-HSE-VALUE          TO HQ-HOUSE-VALUE
           MOVE BN-HSE-CONTENTS-VALUE TO HQ-HOUSE-CONTENTS-VALUE
           MOVE BN-HSE-RISK-CODE      TO HQ-HOUSE-RISK-CODE
           MOVE BN-POL-PREMIUM        TO HQ-HOUSE-PREMIUM

           EXEC CICS LINK Program(LGHPB01)
                Commarea(HQ-COMMAREA)
                LENGTH(LENGTH OF HQ-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO HQ-RETURN-CODE
             MOVE 'POLICY ADD UNAVAILABLE - RESUBMIT'
               TO WN-RESULTTEXT
           END-IF

           MOVE 'LGHPB01-'       TO WN-RETCD-PGM
           MOVE HQ-RETURN-CODE   TO WN-RESULTCODE
           MOVE HQ-POLICY-NUM    TO WN-POLICYNUM
           MOVE HQ-HOUSE-PREMIUM TO WN-PREMIUM.
      *================================================================*
       ADD-MOTOR-POLICY.
      *================================================================*
           INITIALIZE MQ-COMMAREA
           MOVE '00'                  TO MQ-RETURN-CODE
           MOVE '1'                   TO MQ-REQUEST-TYPE
           MOVE WS-BATCH-STAFF-ID     TO MQ-STAFF-ID
           MOVE WN-CUST-NUM           TO MQ-CUSTOMER-NUM
           MOVE BN-POL-ISSUE-DATE     TO MQ-ISSUE-DATE
           MOVE BN-POL-EXPIRY-DATE    TO MQ-EXPIRY-DATE
           MOVE WN-BROKERID           TO MQ-BROKER-ID
           MOVE BN-POL-PAY-FREQ       TO MQ-PAYMENT-FREQUENCY
           MOVE BN-MTR-REG-NUM        TO MQ-MOTOR-REG-NUM
           MOVE BN-MTR-MAKE           TO MQ-MOTOR-MAKE
           MOVE BN-MTR-MODEL          TO MQ-MOTOR-MODEL
           MOVE BN-MTR-VALUE          TO MQ-MOTOR-VALUE
           MOVE BN-MTR-NCD-YEARS      TO MQ-MOTOR-NCD-YEARS
           MOVE BN-MTR-RISK-CODE      TO MQ-MOTOR-RISK-CODE
           MOVE BN-POL-PREMIUM        TO MQ-MOTOR-PREMIUM

           EXEC CICS LINK Program(LGMPB01)
                Commarea(MQ-COMMAREA)
                LENGTH(LENGTH OF MQ-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE '90' TO MQ-RETURN-CODE
             MOVE 'POLICY ADD UNAVAILABLE - RESUBMIT'
               TO WN-RESULTTEXT
           END-IF

           MOVE 'LGMPB01-'       TO WN-RETCD-PGM
           MOVE MQ-RETURN-CODE   TO WN-RESULTCODE
           MOVE MQ-POLICY-NUM    TO WN-POLICYNUM
           MOVE MQ-MOTOR-PREMIUM TO WN-PREMIUM.
      *================================================================*
       LOOKUP-RETURN-TEXT.
      *================================================================*
      * The broker gets the catalogued LGRETCD meaning of the code the *
      * called program returned, the same text LGACJ01 renders.        *
      *================================================================*
           MOVE 'N' TO WS-RETCD-FOUND-SW
           SET LGRETCD-IDX TO 1
           SEARCH LGRETCD-ENTRY
             WHEN LGRETCD-PROGRAM(LGRETCD-IDX) = WN-RETCD-PGM
                 AND LGRETCD-CODE(LGRETCD-IDX) = WN-RESULTCODE
               MOVE 'Y' TO WS-RETCD-FOUND-SW
               MOVE LGRETCD-MEANING(LGRETCD-IDX) TO WN-RESULTTEXT
           END-SEARCH
           IF NOT WS-RETCD-FOUND
             MOVE 'UNCATALOGUED RETURN CODE' TO WN-RESULTTEXT
           END-IF.
      *================================================================*
       RECORD-OUTCOME.
      *================================================================*
      * A record whose outcome cannot be written is left 'L' and the   *
      * run stops, rather than working it again and again.             *
      *================================================================*
           MOVE ' UPDATE OUTCOME' TO EM-SQLREQ
           EXEC SQL
               UPDATE BROKER_SUBMISSION
                  SET STATUS         = :WN-STATUS,
                      CUSTOMERNUMBER = :WN-CUSTOMERNUM,
                      POLICYNUMBER   = :WN-POLICYNUM,
                      PREMIUM        = :WN-PREMIUM,
                      RESULTCODE     = :WN-RESULTCODE,
                      RESULTTEXT     = :WN-RESULTTEXT,
                      PROCESSEDTIME  = CURRENT TIMESTAMP
                WHERE BROKERID  = :WN-BROKERID
                  AND FILEREF   = :WN-FILEREF
                  AND RECORDSEQ = :WN-RECORDSEQ
                  AND STATUS    = 'L'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-EOJ-SW
           END-IF.
      *================================================================*
       CLOSE-WORKED-FILES.
      *================================================================*
      * Every loaded file with no record left to work is ready for     *
      * LGBRB01's response.                                            *
      *================================================================*
           MOVE SPACES TO EM-BROKERID EM-FILEREF
           MOVE ZERO   TO EM-RECORDSEQ
           MOVE ' UPDATE FILES' TO EM-SQLREQ
           EXEC SQL
               UPDATE BROKER_SUBMISSION_FILE F
                  SET STATUS        = 'P',
                      PROCESSEDTIME = CURRENT TIMESTAMP
                WHERE F.STATUS = 'L'
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM BROKER_SUBMISSION S
                         WHERE S.BROKERID = F.BROKERID
                           AND S.FILEREF  = F.FILEREF
                           AND S.STATUS   = 'L' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
             EXEC CICS SYNCPOINT END-EXEC
           END-IF.
      *================================================================*
       CHECK-BATCH-WINDOW.
      *================================================================*
      * See LGBWCHK.  A switch that cannot be read lets the run go     *
      * ahead - each program LINKed makes its own check.               *
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
                 MOVE 'Y' TO BW-READ-ONLY-SW
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
