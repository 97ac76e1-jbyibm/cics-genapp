      ******************************************************************
      *                                                                *
      *          LGBNKSTM - Bank statement entry record                *
      *                                                                *
      *   Fixed-format record on the daily statement file the bank     *
      *  sends for the company's account - one record per entry the    *
      *  bank posted.  A debit ('D') is money paid out, carrying the   *
      *  BP-REFERENCE-NUM of the LGBNKPAY record it settled; a credit  *
      *  ('C') is money received, carrying the policy number of the    *
      *  LGDDCLM direct-debit collection it settled.  Entries the      *
      *  bank raised itself (charges, interest, transfers) carry a     *
      *  zero reference.  Header ('H') and trailer ('T') records       *
      *  frame the day's entries.  Read by LGBXB01, which reconciles   *
      *  the statement against what was sent and collected.            *
      *                                                                *
      ******************************************************************
       01  BS-STATEMENT-RECORD.
           05 BS-RECORD-TYPE           PIC X(01).
               88 BS-HEADER-RECORD           VALUE 'H'.
               88 BS-ENTRY-RECORD            VALUE 'D'.
               88 BS-TRAILER-RECORD          VALUE 'T'.
      * YYYY-MM-DD - the day the bank posted the entry
           05 BS-POSTING-DATE          PIC X(10).
           05 BS-DEBIT-CREDIT          PIC X(01).
               88 BS-DEBIT                   VALUE 'D'.
               88 BS-CREDIT                  VALUE 'C'.
           05 BS-REFERENCE-NUM         PIC 9(10).
           05 BS-AMOUNT                PIC 9(09)V9(02).
      * the bank's own transaction reference, for treasury to quote
      * back to the bank on a query
           05 BS-BANK-REF              PIC X(16).
           05 BS-NARRATIVE             PIC X(30).
           05 FILLER                   PIC X(01).
