      ******************************************************************
      *                                                                *
      * (C) Copyright IBM Corp. 2011, 2024                             *
      *                                                                *
      *           Business Calendar Maintenance Transaction            *
      *                                                                *
      *   Owns the business-day calendar.  A working day is Monday to  *
      *  Friday and not a bank holiday; the holidays are kept here,    *
      *  year by year, on BANK_HOLIDAY, and a year counts as loaded    *
      *  once it is opened on BUSINESS_CALENDAR.  LGDDB01 rolls a      *
      *  collection off a weekend or holiday onto the next working     *
      *  day, LGPNB01 measures its advance notice and LGARB01 its      *
      *  grace period in working days, and the LGCAB01/LGWBB01 clocks  *
      *  can run on them too - all of them reading these two tables    *
      *  through LGBUSDAY.  LGBCB01 warns at year end when next year   *
      *  has not been opened.  Holidays already passed are history     *
      *  the batches have acted on, so only today or later can be      *
      *  added or taken off.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LGBCM01.
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
                                        VALUE 'LGBCM01-------WS'.
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
           05 FILLER                   PIC X(9)  VALUE ' LGBCM01 '.
           05 EM-VARIABLE.
             15 FILLER                 PIC X(6)  VALUE ' YEAR='.
             15 EM-CALYEAR             PIC 9(04) VALUE ZERO.
             15 FILLER                 PIC X(5)  VALUE SPACES.
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
      * transactions carry; the officer who passes it is recorded on   *
      * the year and on each holiday                                   *
      *----------------------------------------------------------------*
       77  WS-REQUIRED-AUTH-LEVEL      PIC S9(04) COMP VALUE 3.
       01  WS-ENTITLE-WORK.
           05 WS-ENT-EMP-ID            PIC 9(05).
           05 WS-ENT-AUTH-LEVEL        PIC S9(04) COMP.

       01  WS-COMMAREA-LENGTHS.
           05 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           05 WS-CA-CALENDAR-LEN       PIC S9(4) COMP VALUE +981.
           05 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.

      * copied from the commarea so the cursor below only needs
      * WORKING-STORAGE host variables, the same way LGCHI01 does
       01  WS-CAL-YEAR                 PIC X(04) VALUE SPACES.

      * The holiday date checked: a real date in the year given, and
      * a weekday - day number 1 (1601-01-01) was a Monday
       01  WS-HOLIDAY-WORK.
           05 WS-HOL-YYYYMMDD          PIC 9(08).
           05 WS-HOL-CHECK-YYYYMMDD    PIC 9(08).
           05 WS-HOL-INT               PIC S9(9) COMP.
           05 WS-HOL-WEEKS             PIC S9(9) COMP.
           05 WS-HOL-DOW               PIC S9(4) COMP.

       01  WS-SWITCHES.
           05 WS-LIST-EOJ-SW           PIC X      VALUE 'N'.
               88 WS-LIST-EOJ                 VALUE 'Y'.

       77  WS-LIST-SIZE                PIC S9(4) COMP VALUE +20.
       77  WS-FETCHED-COUNT            PIC S9(4) COMP VALUE +0.

       01  WS-HOLIDAY-ROW.
           05 WS-BH-HOLIDAYDATE        PIC X(10).
           05 WS-BH-DESCRIPTION        PIC X(30).
           05 WS-BH-ENTEREDBY          PIC X(05).

      *----------------------------------------------------------------*
      * Overnight batch window - no update while it is open            *
      *----------------------------------------------------------------*
           COPY LGBWCHK.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
               DECLARE BHCURSOR CURSOR FOR
                   SELECT HOLIDAYDATE, DESCRIPTION, ENTEREDBY
                     FROM BANK_HOLIDAY
                    WHERE CALYEAR = :WS-CAL-YEAR
                    ORDER BY HOLIDAYDATE
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGBCMCA
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
                                       + WS-CA-CALENDAR-LEN.
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           IF CA-CAL-YEAR IS NOT NUMERIC
               OR CA-CAL-YEAR LESS THAN 1601
             MOVE '96' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC.

           MOVE CA-CAL-YEAR TO EM-CALYEAR WS-CAL-YEAR.

           PERFORM CHECK-STAFF-ENTITLEMENT
               THRU CHECK-STAFF-ENTITLEMENT-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF.

      * no update while the overnight batch window is open
           IF NOT CA-REQ-READ-YEAR
             PERFORM CHECK-BATCH-WINDOW
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM GET-TODAYS-DATE.

           EVALUATE TRUE
             WHEN CA-REQ-OPEN-YEAR
               PERFORM OPEN-YEAR
             WHEN CA-REQ-ADD-HOLIDAY
               PERFORM ADD-HOLIDAY THRU ADD-HOLIDAY-EXIT
             WHEN CA-REQ-REMOVE-HOLIDAY
               PERFORM REMOVE-HOLIDAY THRU REMOVE-HOLIDAY-EXIT
             WHEN CA-REQ-READ-YEAR
               PERFORM READ-YEAR THRU READ-YEAR-EXIT
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
       OPEN-YEAR.
      *================================================================*
      * Marks the year loaded - done once its holidays are known,      *
      * whether or not they are all keyed yet.  A year opened twice    *
      * is refused.                                                    *
      *================================================================*
           MOVE ' INSERT CALENDAR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BUSINESS_CALENDAR
                       ( CALYEAR,
                         LOADEDBY,
                         LOADEDDATE )
                VALUES ( :WS-CAL-YEAR,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE CA-STAFF-ID   TO CA-LOADED-BY
               MOVE WS-TODAY-DATE TO CA-LOADED-DATE
               MOVE ZERO          TO CA-HOLIDAY-COUNT
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' YEAR ALREADY OPEN' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
      *================================================================*
       ADD-HOLIDAY.
      *================================================================*
      * A weekday in an open year, today or later, with its name.      *
      * A weekend date is never a working day anyway, so it is         *
      * refused rather than stored.                                    *
      *================================================================*
           PERFORM CHECK-HOLIDAY-DATE THRU CHECK-HOLIDAY-DATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-HOLIDAY-EXIT
           END-IF

           IF WS-HOL-DOW GREATER THAN 4
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY FALLS ON A WEEKEND' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-HOLIDAY-EXIT
           END-IF

           IF CA-HOLIDAY-DESC EQUAL SPACES
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' NO HOLIDAY NAME GIVEN' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-HOLIDAY-EXIT
           END-IF

           PERFORM CHECK-YEAR-OPEN THRU CHECK-YEAR-OPEN-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-HOLIDAY-EXIT
           END-IF

           MOVE ' INSERT HOLIDAY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO BANK_HOLIDAY
                       ( HOLIDAYDATE,
                         CALYEAR,
                         DESCRIPTION,
                         ENTEREDBY,
                         ENTEREDDATE )
                VALUES ( :CA-HOLIDAY-DATE,
                         :WS-CAL-YEAR,
                         :CA-HOLIDAY-DESC,
                         :CA-STAFF-ID,
                         :WS-TODAY-DATE )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               MOVE '92' TO CA-RETURN-CODE
               MOVE ' HOLIDAY ALREADY ON FILE' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       ADD-HOLIDAY-EXIT.
           EXIT.
      *================================================================*
       REMOVE-HOLIDAY.
      *================================================================*
      * A holiday keyed in error, or moved by proclamation - today or  *
      * later only.                                                    *
      *================================================================*
           PERFORM CHECK-HOLIDAY-DATE THRU CHECK-HOLIDAY-DATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REMOVE-HOLIDAY-EXIT
           END-IF

           MOVE ' DELETE HOLIDAY' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM BANK_HOLIDAY
              WHERE HOLIDAYDATE = :CA-HOLIDAY-DATE
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
       REMOVE-HOLIDAY-EXIT.
           EXIT.
      *================================================================*
       CHECK-HOLIDAY-DATE.
      *================================================================*
      * CA-HOLIDAY-DATE must be a real CCYY-MM-DD date - it survives   *
      * the round trip through its day number - inside CA-CAL-YEAR,    *
      * and not already past.  WS-HOL-DOW comes back 0 (Monday) to 6.  *
      *================================================================*
           IF CA-HOLIDAY-DATE(5:1) NOT EQUAL '-'
               OR CA-HOLIDAY-DATE(8:1) NOT EQUAL '-'
               OR CA-HOLIDAY-DATE(1:4) NOT EQUAL WS-CAL-YEAR
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY DATE NOT IN THE YEAR' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-HOLIDAY-DATE-EXIT
           END-IF

           MOVE CA-HOLIDAY-DATE(1:4) TO WS-HOL-YYYYMMDD(1:4)
           MOVE CA-HOLIDAY-DATE(6:2) TO WS-HOL-YYYYMMDD(5:2)
           MOVE CA-HOLIDAY-DATE(9:2) TO WS-HOL-YYYYMMDD(7:2)
           IF WS-HOL-YYYYMMDD IS NOT NUMERIC
               OR WS-HOL-YYYYMMDD(5:2) LESS THAN '01'
               OR WS-HOL-YYYYMMDD(5:2) GREATER THAN '12'
               OR WS-HOL-YYYYMMDD(7:2) LESS THAN '01'
               OR WS-HOL-YYYYMMDD(7:2) GREATER THAN '31'
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY DATE NOT VALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-HOLIDAY-DATE-EXIT
           END-IF

           COMPUTE WS-HOL-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOL-YYYYMMDD)
           COMPUTE WS-HOL-CHECK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-HOL-INT)
           IF WS-HOL-CHECK-YYYYMMDD NOT EQUAL WS-HOL-YYYYMMDD
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY DATE NOT VALID' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-HOLIDAY-DATE-EXIT
           END-IF

           IF CA-HOLIDAY-DATE LESS THAN WS-TODAY-DATE
             MOVE '96' TO CA-RETURN-CODE
             MOVE ' HOLIDAY DATE IN THE PAST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-HOLIDAY-DATE-EXIT
           END-IF

           SUBTRACT 1 FROM WS-HOL-INT
           DIVIDE WS-HOL-INT BY 7 GIVING WS-HOL-WEEKS
               REMAINDER WS-HOL-DOW.
       CHECK-HOLIDAY-DATE-EXIT.
           EXIT.
      *================================================================*
       CHECK-YEAR-OPEN.
      *================================================================*
           MOVE ' SELECT CALENDAR' TO EM-SQLREQ
           EXEC SQL
             SELECT LOADEDBY, LOADEDDATE
               INTO :CA-LOADED-BY, :CA-LOADED-DATE
               FROM BUSINESS_CALENDAR
              WHERE CALYEAR = :WS-CAL-YEAR
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '95' TO CA-RETURN-CODE
               MOVE ' YEAR NOT OPEN' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CHECK-YEAR-OPEN-EXIT.
           EXIT.
      *================================================================*
       READ-YEAR.
      *================================================================*
      * The year's opening and its holidays, first to last.            *
      *================================================================*
           MOVE ZERO TO CA-HOLIDAY-COUNT
           MOVE ZERO TO WS-FETCHED-COUNT

           MOVE ' SELECT CALENDAR' TO EM-SQLREQ
           EXEC SQL
             SELECT LOADEDBY, LOADEDDATE
               INTO :CA-LOADED-BY, :CA-LOADED-DATE
               FROM BUSINESS_CALENDAR
              WHERE CALYEAR = :WS-CAL-YEAR
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO READ-YEAR-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-YEAR-EXIT
           END-EVALUATE

           MOVE ' OPEN BHCURSOR' TO EM-SQLREQ
           EXEC SQL
               OPEN BHCURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO READ-YEAR-EXIT
           END-IF

           PERFORM FETCH-HOLIDAY-ROW THRU FETCH-HOLIDAY-ROW-EXIT
               UNTIL WS-LIST-EOJ

           EXEC SQL
               CLOSE BHCURSOR
           END-EXEC.
       READ-YEAR-EXIT.
           EXIT.
      *================================================================*
       FETCH-HOLIDAY-ROW.
      *================================================================*
           EXEC SQL
               FETCH BHCURSOR
                 INTO :WS-BH-HOLIDAYDATE,
                      :WS-BH-DESCRIPTION,
                      :WS-BH-ENTEREDBY
           END-EXEC

           IF SQLCODE EQUAL 100
             MOVE 'Y' TO WS-LIST-EOJ-SW
             GO TO FETCH-HOLIDAY-ROW-EXIT
           END-IF

           IF SQLCODE NOT EQUAL 0
             MOVE ' FETCH BHCURSOR' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'Y' TO WS-LIST-EOJ-SW
             GO TO FETCH-HOLIDAY-ROW-EXIT
           END-IF

           IF WS-FETCHED-COUNT NOT LESS THAN WS-LIST-SIZE
             MOVE 'Y' TO WS-LIST-EOJ-SW
             GO TO FETCH-HOLIDAY-ROW-EXIT
           END-IF

           ADD 1 TO WS-FETCHED-COUNT
           SET CA-BH-IDX TO WS-FETCHED-COUNT
           MOVE WS-BH-HOLIDAYDATE TO BH-HOLIDAY-DATE(CA-BH-IDX)
           MOVE WS-BH-DESCRIPTION TO BH-DESCRIPTION(CA-BH-IDX)
           MOVE WS-BH-ENTEREDBY   TO BH-ENTERED-BY(CA-BH-IDX)
           MOVE WS-FETCHED-COUNT  TO CA-HOLIDAY-COUNT.
       FETCH-HOLIDAY-ROW-EXIT.
           EXIT.
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
