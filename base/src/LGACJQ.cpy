      ******************************************************************
      *                                                                *
      *        LGACJQ - JSON adapter batch-window queue layouts        *
      *                                                                *
      *   While the overnight batch window is open (LGBWCHK) LGACJ01   *
      *  does not LINK LGACB01; it parks the customer document on the  *
      *  LGACJINQ temporary storage queue as one JQ-QUEUED-REQUEST     *
      *  item and answers the web stack with '80' and the queue        *
      *  reference.  Once the window closes LGACQ01 replays each       *
      *  document through LGACJ01 and writes one JA-QUEUED-ACK item -  *
      *  the reference and the JSON reply LGACJ01 rendered for it -    *
      *  onto LGACJOUT for the web stack to poll.                      *
      *                                                                *
      *   The reference is the date and time the document was parked   *
      *  and the task number that parked it.                           *
      *                                                                *
      ******************************************************************
       01  JQ-QUEUED-REQUEST.
           05 JQ-QUEUE-REF.
               10 JQ-REF-DATE          PIC 9(08).
               10 JQ-REF-TIME          PIC 9(06).
               10 JQ-REF-TASK          PIC 9(07).
           05 JQ-JSON-REQUEST          PIC X(1000).

       01  JA-QUEUED-ACK.
           05 JA-QUEUE-REF             PIC X(21).
           05 JA-JSON-RESPONSE         PIC X(512).
