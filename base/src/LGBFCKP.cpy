      ******************************************************************
      *                                                                *
      *        LGBFCKP - Broker submission load checkpoint record      *
      *                                                                *
      *   Single-record VSAM KSDS LGBFB01 rewrites every               *
      *  WS-COMMIT-INTERVAL records, keyed by CKP-RUN-ID - the same    *
      *  scheme as LGMCCKP.  The broker and file reference are kept    *
      *  with the record count because a restart skips the header      *
      *  record that named them.                                       *
      *                                                                *
      ******************************************************************
       01  LGBFCKP-RECORD.
           05 CKP-RUN-ID               PIC X(08).
           05 CKP-LAST-RECORD-NUM      PIC S9(9) COMP.
           05 CKP-BROKER-ID            PIC X(08).
           05 CKP-FILE-REF             PIC X(12).
           05 CKP-CHECKPOINT-DATE      PIC X(08).
           05 CKP-CHECKPOINT-TIME      PIC X(06).
