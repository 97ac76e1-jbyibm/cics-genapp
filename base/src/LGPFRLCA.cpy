      ******************************************************************
      *                                                                *
      *       LGPFRLCA - Bank payment file release commarea            *
      *                                                                *
      *   DFHCOMMAREA layout for LGPFR01, the dual release of the      *
      *  bank payment files LGPYB01, LGRPB01, LGFPB01 and LGEMB01      *
      *  register on PAYMENT_FILE_CONTROL as they write them.  Request *
      *  '1' lists the files still awaiting release with their         *
      *  control figures - record count, value and the hash total of   *
      *  the payee sort codes and account numbers - a page at a time   *
      *  with a resume key; '2' reads one file.  A release ('3') must  *
      *  key back the count and value the releaser checked against     *
      *  the run's control-total page.  The first release leaves the   *
      *  file part-released; a second, different member of staff       *
      *  releases it in full, and only then will LGPXB01 pass it for   *
      *  transmission.                                                 *
      *                                                                *
      ******************************************************************
       01  CA-HEADER.
           05 CA-RETURN-CODE           PIC X(02).
           05 CA-REQUEST-TYPE          PIC X(01).
               88 CA-REQ-LIST-FILES          VALUE '1'.
               88 CA-REQ-READ-FILE           VALUE '2'.
               88 CA-REQ-RELEASE-FILE        VALUE '3'.
           05 CA-COMMAREA-VERSN        PIC X(02).
           05 CA-STAFF-ID              PIC X(05).
           05 FILLER                   PIC X(08).

       01  CA-PAYFILE-DATA.
      * the file a read ('2') or release ('3') is for
           05 CA-FILE-ID               PIC 9(10).
      * on a release, the count and value the releaser checked - both
      * must agree with the figures the file was registered with
           05 CA-CONFIRM-COUNT         PIC 9(07).
           05 CA-CONFIRM-TOTAL         PIC 9(11)V9(02).
      * zero on the first list call; on a follow-up page, the value
      * LGPFR01 handed back on the previous call
           05 CA-RESUME-FILE-ID        PIC 9(10).
           05 CA-MORE-FILES            PIC X(01).
               88 CA-MORE-FILES-FOLLOW       VALUE 'Y'.
           05 CA-FILE-COUNT            PIC 9(02).
      * a read or release returns its file in the first entry.
      * Status 'H' held, 'P' part-released, 'R' released, 'T' passed
      * for transmission, 'F' failed LGPXB01's check
           05 CA-FILE-LIST OCCURS 10 TIMES
                                        INDEXED BY CA-FL-IDX.
               10 FL-FILE-ID            PIC 9(10).
               10 FL-SOURCE-SYSTEM      PIC X(03).
               10 FL-CREATED-BY         PIC X(08).
               10 FL-CREATED-DATE       PIC X(10).
               10 FL-RECORD-COUNT       PIC 9(07).
               10 FL-TOTAL-AMOUNT       PIC 9(11)V9(02).
               10 FL-ACCOUNT-HASH       PIC 9(18).
               10 FL-FILE-STATUS        PIC X(01).
               10 FL-RELEASE1-BY        PIC X(05).
               10 FL-RELEASE1-DATE      PIC X(10).
               10 FL-RELEASE2-BY        PIC X(05).
               10 FL-RELEASE2-DATE      PIC X(10).
           05 FILLER                   PIC X(07).
