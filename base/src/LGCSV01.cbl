      *  rejected outright without a compare.  Staff clear a lockout    *
      *  via LGCSM01's CA-REQ-UNLOCK-SECRET request.                    *
      *                                                                *
      *   CA-REQ-VERIFY-REP-SECRET does the same for an authorised     *
      *  representative (LGREP01) against their own secret on          *
      *  CUSTOMER_REPRESENTATIVE - refused outright unless the         *
      *  representative is active and today falls within their         *
      *  authority's start and expiry dates.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGCSV01.
           COPY LGCDB2CA.

       77 LGACDB02                     PIC X(8)  VALUE 'LGACDB02'.
      * Representative verify - the row's secret, count and state are
      * read into the D2-CUSTSECR- fields so the same attempt
      * paragraphs count and lock them, then written back by SQL
      * rather than through LGACDB02
       01  WS-REP-FIELDS.
           05 WS-REP-STATUS            PIC X(01) VALUE SPACES.
           05 WS-REP-START-DATE        PIC X(10) VALUE SPACES.
           05 WS-REP-EXPIRY-DATE       PIC X(10) VALUE SPACES.
           05 WS-TODAY-YYYYMMDD        PIC 9(08) VALUE 0.
           05 WS-TODAY-DATE            PIC X(10) VALUE SPACES.
      * Retry/backoff controls for the LGACDB02 LINK, same pattern as
      * lgacdb01.cbl's SET-CUSTOMER-SECRET/LINK-LGACDB02-ATTEMPT
       77 WS-DB02-RESP                 PIC S9(8) COMP  VALUE 0.
           05 WS-CA-VERIFY-LEN         PIC S9(4) COMP VALUE +50.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM.

           IF CA-REQ-VERIFY-REP-SECRET
             PERFORM VERIFY-REP-SECRET THRU VERIFY-REP-SECRET-EXIT
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM FETCH-CUSTOMER-SECRET.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           IF WS-DB02-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-DB02-OK-SW
           END-IF.
      *================================================================*
       VERIFY-REP-SECRET.
      *================================================================*
      * See the note at WS-REP-FIELDS.  An unknown, ended, not-yet-    *
      * started or expired representative is '92' before any compare,  *
      * so a lapsed authority cannot be used even with the right       *
      * secret.                                                        *
      *================================================================*
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                    TO WS-TODAY-DATE(5:1)
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                    TO WS-TODAY-DATE(8:1)
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-TODAY-DATE(9:2)

           MOVE ' SELECT REPSECR' TO EM-SQLREQ
           EXEC SQL
             SELECT REPSECRET, SECRETCOUNT, SECRETSTATE,
                    REPSTATUS, STARTDATE, EXPIRYDATE
               INTO :D2-CUSTSECR-PASS, :D2-CUSTSECR-COUNT,
                    :D2-CUSTSECR-STATE, :WS-REP-STATUS,
                    :WS-REP-START-DATE, :WS-REP-EXPIRY-DATE
               FROM CUSTOMER_REPRESENTATIVE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '92' TO CA-RETURN-CODE
               GO TO VERIFY-REP-SECRET-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLRC
               PERFORM WRITE-ERROR-MESSAGE
               GO TO VERIFY-REP-SECRET-EXIT
           END-EVALUATE

           IF WS-REP-STATUS NOT EQUAL 'A'
               OR WS-TODAY-DATE LESS THAN WS-REP-START-DATE
               OR WS-TODAY-DATE GREATER THAN WS-REP-EXPIRY-DATE
             MOVE '92' TO CA-RETURN-CODE
             GO TO VERIFY-REP-SECRET-EXIT
           END-IF
           IF D2-CUSTSECR-PASS EQUAL SPACES
             MOVE '94' TO CA-RETURN-CODE
             GO TO VERIFY-REP-SECRET-EXIT
           END-IF
           IF D2-CUSTSECR-LOCKED
             MOVE '93' TO CA-RETURN-CODE
             GO TO VERIFY-REP-SECRET-EXIT
           END-IF

           IF CA-SECRET-SUBMITTED EQUAL D2-CUSTSECR-PASS
             PERFORM RECORD-SUCCESSFUL-ATTEMPT
           ELSE
             PERFORM RECORD-FAILED-ATTEMPT
           END-IF

           MOVE ' UPDATE REPSECR' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_REPRESENTATIVE
                SET SECRETCOUNT = :D2-CUSTSECR-COUNT,
                    SECRETSTATE = :D2-CUSTSECR-STATE
              WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                AND REPNUMBER      = :CA-REP-NUM
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             MOVE SQLCODE TO EM-SQLRC
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       VERIFY-REP-SECRET-EXIT.
           EXIT.
      *================================================================*
      * Procedure to write error message to Queues                     *
      *================================================================*
