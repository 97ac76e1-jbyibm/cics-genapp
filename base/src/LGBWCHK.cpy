      ******************************************************************
      *                                                                *
      *        LGBWCHK - Overnight batch window check fields           *
      *                                                                *
      *   Shared by every online transaction that changes data.  The   *
      *  scheduler runs LGBWB01 as the overnight suite starts, setting *
      *  SYSTEM_PARAMETER BATCHWIN/READONLY to 1, and again as it      *
      *  ends, setting it back to 0.  While it is 1 an update request  *
      *  is refused with '80' before anything is touched, so LGDDB01,  *
      *  LGGLB01 and the rest of the suite never wait on an online     *
      *  lock and never see a row change under them mid-run.           *
      *  Inquiries are never refused.  A switch that cannot be read    *
      *  leaves the transaction open - the window only ever closes     *
      *  the door on a positive answer.                                *
      *                                                                *
      *   Portal traffic is held rather than refused: LGCLQ01 leaves   *
      *  LGCLMINQ undrained and LGACJ01 parks its requests on          *
      *  LGACJINQ for LGACQ01, both started once the window closes.    *
      *  Every change to the switch, by LGBWB01 or through LGPAR01,    *
      *  is logged on BATCH_WINDOW_LOG with its time and operator.     *
      *                                                                *
      ******************************************************************
       01  BW-WINDOW-CHECK.
           05 BW-SWITCH-VALUE          PIC S9(09)V9(02) VALUE 0.
           05 BW-READ-ONLY-SW          PIC X(01) VALUE 'N'.
               88 BW-READ-ONLY               VALUE 'Y'.
