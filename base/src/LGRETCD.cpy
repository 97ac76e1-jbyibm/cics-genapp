      *  decoration.  '00' (success) is the same everywhere and is not  *
      *  repeated per program below.                                    *
      *                                                                *
      *   '80' is likewise the same in every program that changes      *
      *  data: the overnight batch window is open (LGBWCHK) and the    *
      *  transaction is read-only until it closes.  Nothing has been   *
      *  touched - resubmit once the window is closed.  It is listed   *
      *  once, under LGACB01.                                          *
      *                                                                *
      *   Known inconsistency, left as found rather than renumbered:    *
      *  LGACB01's own '95' covers two unrelated conditions (an invalid *
      *  postcode from VALIDATE-POSTCODE, and an LGACDB02 LINK failure  *
      ******************************************************************
       01  LGRETCD-STATICS.
           05 FILLER PIC X(08) VALUE 'LGACB01-'.
           05 FILLER PIC X(02) VALUE '80'.
           05 FILLER PIC X(60) VALUE
              'READ-ONLY - OVERNIGHT BATCH WINDOW OPEN, RESUBMIT LATER'.
           05 FILLER PIC X(08) VALUE 'LGACB01-'.
           05 FILLER PIC X(02) VALUE '84'.
           05 FILLER PIC X(60) VALUE
              'ADDED ON SANCTIONS HOLD - SEE SANCTIONS_REVIEW QUEUE'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGEPB01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.

           05 FILLER PIC X(08) VALUE 'LGESB01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGCPB01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.

           05 FILLER PIC X(08) VALUE 'LGCLB01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR READING OR UPDATING CLAIM'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'REOPEN REFUSED - SETTLEMENT NOT YET PAID OUT'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'REOPEN REFUSED - CLAIM IS STILL OPEN'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CLAIMNUMBER NOT FOUND ON CLAIM'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'REJECT OR REOPEN REQUEST WITH NO REASON CODE'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '83'.
           05 FILLER PIC X(60) VALUE
              'CARD PAYMENT REFUSED AT BIND - CONVERSION ROLLED BACK'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'AGGREGATOR QUOTE NOT HOUSE OR MOTOR'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '88'.
           05 FILLER PIC X(60) VALUE
              'AGGREGATOR NOT ACTIVE, OR QUOTE FROM ANOTHER SITE'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'QUOTE HAS NO CUSTOMER AND NONE GIVEN ON THE CONVERT'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '82'.
           05 FILLER PIC X(60) VALUE
              'CA-CAMPAIGN-CODE NOT A LIVE CAMPAIGN TODAY'.
           05 FILLER PIC X(08) VALUE 'LGQOT01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.

           05 FILLER PIC X(08) VALUE 'LGAGQ01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'CA-AGGREGATOR-ID NOT SUPPLIED'.
           05 FILLER PIC X(08) VALUE 'LGAGQ01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGAGQ01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.

           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON VULNERABLE_CUSTOMER, CUSTOMER OR EMPLOYEE'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CUSTOMER NOT FOUND, OR NO ACTIVE FLAG ON FILE'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'RECORD REFUSED - AN ACTIVE FLAG IS ALREADY ON FILE'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'CA-VULN-CATEGORY NOT A REGISTER CATEGORY'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'CA-REVIEW-DATE MISSING OR ALREADY PAST'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGVUL01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR ON POLICY, INSTALLMENT OR PAYMENT_HOLIDAY'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'NO INSTALLMENT DUE OR UNPAID INSIDE THE HOLIDAY WINDOW'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'POLICY IS NOT IN FORCE'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND, OR NO AGREED HOLIDAY ON FILE'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'AN AGREED HOLIDAY ALREADY OVERLAPS THE REQUESTED WINDOW'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'START MONTH, MONTHS, REASON OR RECOVERY METHOD INVALID'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'AN INSTALLMENT IN THE WINDOW IS ALREADY RAISED AT BANK'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS HOLIDAY DATA'.
           05 FILLER PIC X(08) VALUE 'LGPHM01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR ON POLICY, CUSTOMER, MANDATE OR INSTALLMENT'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '91'.
           05 FILLER PIC X(60) VALUE
              'NEW POLICYHOLDER HAS NO ACTIVE CUSTOMER_BANK MANDATE'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'FROM OR TO CUSTOMER NOT FOUND, OR NOT ACTIVE'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'CA-FROM-CUSTOMER IS NOT THE POLICY OWNER ON FILE'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'POLICY IS NOT IN FORCE'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'TRANSFER REASON INVALID, OR FROM AND TO ARE THE SAME'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'AN INSTALLMENT IS OUT FOR COLLECTION AT THE BANK'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS TRANSFER DATA'.
           05 FILLER PIC X(08) VALUE 'LGPTR01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '83'.
           05 FILLER PIC X(60) VALUE
              'TRIP DATES ALREADY INSURED - SEE CA-POLICY-NUM'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '85'.
           05 FILLER PIC X(60) VALUE
              'STORED PENDING UNDERWRITING REFERRAL - NOT YET ON RISK'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '87'.
           05 FILLER PIC X(60) VALUE
              'CALLER PREMIUM DISAGREES WITH RATED FIGURE - SEE FIELD'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '89'.
           05 FILLER PIC X(60) VALUE
              'BROKER NOT ON MASTER OR RETIRED'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR INSERTING POLICY OR TRAVEL, OR READING DOB'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'GENAPOLNUM/GENA NAMED COUNTER UNAVAILABLE'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'TRAVEL ZONE, TRIP TYPE, TRAVELLERS OR DATES INVALID'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'CUSTOMER AGE OUTSIDE LGAGETAB RANGE FOR POLICY TYPE T'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGTPB01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.
           05 FILLER PIC X(08) VALUE 'LGHPB01-'.
           05 FILLER PIC X(02) VALUE '84'.
           05 FILLER PIC X(60) VALUE
              'ADD-ON NOT OFFERED FOR HOUSE ON ADDON_REF'.
           05 FILLER PIC X(08) VALUE 'LGHPB01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.
           05 FILLER PIC X(08) VALUE 'LGMPB01-'.
           05 FILLER PIC X(02) VALUE '84'.
           05 FILLER PIC X(60) VALUE
              'ADD-ON NOT OFFERED FOR MOTOR ON ADDON_REF'.
           05 FILLER PIC X(08) VALUE 'LGRNW01-'.
           05 FILLER PIC X(02) VALUE '84'.
           05 FILLER PIC X(60) VALUE
              'ADD-ON REQUESTED AT RENEWAL NOT OFFERED ON ADDON_REF'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR ON DECLARATION, COMMERCIAL OR INSTALLMENT'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '91'.
           05 FILLER PIC X(60) VALUE
              'RATING ENGINE UNAVAILABLE - NOTHING RECORDED'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'NO SUCH OR NO OUTSTANDING TURNOVER DECLARATION'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'DECLARATION FOR THAT POLICY YEAR ALREADY MADE'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'DECLARED TURNOVER MISSING OR ZERO'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS DECLARATION DATA'.
           05 FILLER PIC X(08) VALUE 'LGTOD01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR ON POLICY OR COINSURANCE_SHARE'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'SCHEDULE NEEDS EXACTLY ONE LEAD AND ONE OUR LINE'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'NOT AN IN-FORCE COMMERCIAL POLICY'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'OVER 10 PARTICIPANTS OR PARTICIPANT DATA INCOMPLETE'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'PARTICIPANT SHARES DO NOT TOTAL 100.00'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS SCHEDULE DATA'.
           05 FILLER PIC X(08) VALUE 'LGCOI01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGMPB01-'.
           05 FILLER PIC X(02) VALUE '82'.
           05 FILLER PIC X(60) VALUE
              'VEHICLE REPORTED STOLEN ON VEHICLE-CONDITION REGISTER'.
           05 FILLER PIC X(08) VALUE 'LGMPB01-'.
           05 FILLER PIC X(02) VALUE '81'.
           05 FILLER PIC X(60) VALUE
              'CA-BRAND-CODE NOT AN ACTIVE BRAND ON THE BRAND MASTER'.
           05 FILLER PIC X(08) VALUE 'LGMPU01-'.
           05 FILLER PIC X(02) VALUE '82'.
           05 FILLER PIC X(60) VALUE
              'NEW VEHICLE REPORTED STOLEN - CHANGE REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGMPU01-'.
           05 FILLER PIC X(02) VALUE '85'.
           05 FILLER PIC X(60) VALUE
              'VEHICLE CHANGED - WRITE-OFF REFERRED TO UNDERWRITING'.
           05 FILLER PIC X(08) VALUE 'LGACB01-'.
           05 FILLER PIC X(02) VALUE '83'.
           05 FILLER PIC X(60) VALUE
              'IDENTITY NOT VERIFIED - CUSTOMER HELD FOR REVIEW'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON CUSTOMER_REPRESENTATIVE OR CUSTOMER'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CUSTOMER NOT FOUND, OR NO SUCH ACTIVE REPRESENTATIVE'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'NAME, RELATIONSHIP, AUTHORITY, SCOPE OR SECRET INVALID'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'AUTHORITY ENDS BEFORE IT STARTS OR HAS ALREADY EXPIRED'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGREP01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGCSV01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'REPRESENTATIVE NOT FOUND, ENDED OR OUTSIDE AUTHORITY'.
           05 FILLER PIC X(08) VALUE 'LGCSV01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON CUSTOMER_REPRESENTATIVE'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON THE LEGAL PANEL OR LITIGATION TABLES'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'FIRM, CLAIM OR LITIGATION RECORD NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'FIRM RETIRED, CLAIM ALREADY LITIGATED OR CASE CONCLUDED'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'FIRM NAME, COST TYPE, COST AMOUNT OR OUTCOME INVALID'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'TRIAL DATE BEFORE THE PROCEEDINGS DATE'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGLIT01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'CA-STAFF-ID FAILS THE EMPLOYEE ENTITLEMENT CHECK'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '87'.
           05 FILLER PIC X(60) VALUE
              'FEE INVOICE APPROVER IS THE STAFF ID THAT RECORDED IT'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON THE SUPPLIER OR FEE INVOICE TABLES'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'SUPPLIER, CLAIM OR FEE INVOICE NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'SUPPLIER RETIRED, DUPLICATE OR INVOICE NOT PENDING'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'SUPPLIER DETAILS, INVOICE AMOUNTS OR REASON INVALID'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN WS-REQUIRED-CA-LEN'.
           05 FILLER PIC X(08) VALUE 'LGSUP01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNRECOGNISED CA-REQUEST-TYPE'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID NOT ENTITLED TO PPO MAINTENANCE'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON CLAIMANT, SCHEDULE OR INDEX TABLE'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CLAIM, CLAIMANT OR SCHEDULE NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'CLAIMANT DECEASED, SCHEDULE EXISTS, ENDED OR NO CHANGE'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'CLAIMANT, SCHEDULE OR INDEX DETAILS INVALID'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'DATE OF BIRTH, START OR END DATE INVALID'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR PPO DATA'.
           05 FILLER PIC X(08) VALUE 'LGPPO01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN PPO REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID NOT ON EMPLOYEE OR AUTH LEVEL BELOW 3'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR ON TREATY_XOL_LAYER OR REINSURANCE_TREATY'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'LAYER NUMBER ALREADY ON THE TREATY'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'TREATY OR LAYER NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'RETENTION OVERLAPS AN ACTIVE LAYER BENEATH'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'LAYER TERMS, REINSURER OR STATUS INVALID'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR THE LAYER DATA'.
           05 FILLER PIC X(08) VALUE 'LGXOL01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGLLN01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DATABASE ERROR CHECKING LARGE LOSS'.
           05 FILLER PIC X(08) VALUE 'LGLLN01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CLAIM NOT FOUND FOR LARGE-LOSS CHECK'.
           05 FILLER PIC X(08) VALUE 'LGLLN01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR LARGE-LOSS CHECK'.
           05 FILLER PIC X(08) VALUE 'LGLLN01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN LARGE-LOSS REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID NOT ENTITLED TO RECORD QA REVIEWS'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DATABASE ERROR ON QA REVIEW'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'REVIEWER DECIDED THE CLAIM UNDER REVIEW'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'CLAIM NOT ON THE QA REVIEW WORKLIST'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'QA REVIEW ALREADY RECORDED'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'INVALID SCORE OR LEAKAGE TYPE AND AMOUNT'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR QA REVIEW'.
           05 FILLER PIC X(08) VALUE 'LGQAR01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN QA REVIEW REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGCLA01-'.
           05 FILLER PIC X(02) VALUE '85'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID CONNECTED TO THE POLICYHOLDER - REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGPCN01-'.
           05 FILLER PIC X(02) VALUE '85'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID CONNECTED TO THE POLICYHOLDER - REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGBKM01-'.
           05 FILLER PIC X(02) VALUE '85'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID CONNECTED TO THE CUSTOMER - REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGRAI01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR ACCESS LOG INQUIRY'.
           05 FILLER PIC X(08) VALUE 'LGRAI01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN ACCESS LOG REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGRAI01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF NOT AUTHORISED TO READ THE ACCESS LOG'.
           05 FILLER PIC X(08) VALUE 'LGRAI01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'SEARCH CUSTOMER OR STAFF ID MISSING'.
           05 FILLER PIC X(08) VALUE 'LGRAI01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DB2 ERROR BROWSING CUSTOMER_ACCESS_LOG'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA TOO SHORT FOR RECERTIFICATION'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'UNKNOWN RECERTIFICATION REQUEST TYPE'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF ID MAY NOT SIGN THIS RECERTIFICATION'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'DATABASE ERROR ON STAFF RECERTIFICATION'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'STAFF MAY NOT RECERTIFY THEMSELVES'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'NO RECERTIFICATION ROW FOR THE EMPLOYEE AND QUARTER'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'RECERTIFICATION ALREADY DECIDED'.
           05 FILLER PIC X(08) VALUE 'LGRCT01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'REDUCTION NOT BELOW CURRENT LEVEL AND LIMIT'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS PAYMENT FILE DATA'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'REQUEST TYPE NOT 1, 2 OR 3'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '86'.
           05 FILLER PIC X(60) VALUE
              'STAFF NOT ACTIVE OR BELOW PAYMENT RELEASE AUTHORITY'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON PAYMENT_FILE_CONTROL OR EMPLOYEE'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'PAYMENT FILE NOT ON PAYMENT_FILE_CONTROL'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'PAYMENT FILE NOT AWAITING RELEASE'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '87'.
           05 FILLER PIC X(60) VALUE
              'SECOND RELEASER MUST DIFFER FROM THE FIRST'.
           05 FILLER PIC X(08) VALUE 'LGPFR01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'KEYED COUNT OR VALUE DIFFERS FROM REGISTERED FIGURES'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS LEDGER DATA'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'REQUEST TYPE NOT 1 OR 2'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'POLICY NUMBER MISSING'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON POLICY, POLICY_LEDGER OR DOCUMENT_QUEUE'.
           05 FILLER PIC X(08) VALUE 'LGLDG01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'CUSTOMER HAS OPTED OUT OF POST - STATEMENT REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGFEE01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS FEE DATA'.
           05 FILLER PIC X(08) VALUE 'LGFEE01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'REQUEST TYPE NOT 1 (PRICE FEE) OR 2 (CHARGE FEE)'.
           05 FILLER PIC X(08) VALUE 'LGFEE01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGFEE01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR ON FEE SCHEDULE, FEE CHARGE OR INSTALLMENT'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '98'.
           05 FILLER PIC X(60) VALUE
              'COMMAREA SHORTER THAN HEADER PLUS CARD PAYMENT DATA'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '99'.
           05 FILLER PIC X(60) VALUE
              'REQUEST TYPE NOT 1/2/3 OR INSTALLMENT COUNT OVER 12'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '94'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT FOUND'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '92'.
           05 FILLER PIC X(60) VALUE
              'POLICY NOT IN FORCE - CARD PAYMENT REFUSED'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '96'.
           05 FILLER PIC X(60) VALUE
              'CARD TOKEN OR GATEWAY REFERENCE MISSING'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '95'.
           05 FILLER PIC X(60) VALUE
              'INSTALLMENT NOT FOUND, ALREADY PAID OR WITH THE BANK'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '97'.
           05 FILLER PIC X(60) VALUE
              'NO INSTALLMENTS OUTSTANDING TO PAY'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '93'.
           05 FILLER PIC X(60) VALUE
              'AUTHORISED AMOUNT DIFFERS FROM THE AMOUNT DUE'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '84'.
           05 FILLER PIC X(60) VALUE
              'GATEWAY REFERENCE ALREADY APPLIED - DUPLICATE PAYMENT'.
           05 FILLER PIC X(08) VALUE 'LGCPY01-'.
           05 FILLER PIC X(02) VALUE '90'.
           05 FILLER PIC X(60) VALUE
              'SQL ERROR - CARD PAYMENT BACKED OUT'.

       01  LGRETCD-TABLE REDEFINES LGRETCD-STATICS.
           05 LGRETCD-ENTRY OCCURS 357 TIMES INDEXED BY LGRETCD-IDX.
               10 LGRETCD-PROGRAM     PIC X(08).
               10 LGRETCD-CODE        PIC X(02).
               10 LGRETCD-MEANING     PIC X(60).
