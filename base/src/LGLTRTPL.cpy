      ******************************************************************
      *                                                                *
      *        LGLTRTPL - Letter template working fields               *
      *                                                                *
      *   Shared by every batch program that prints or queues a        *
      *  customer letter from the LETTER_TEMPLATE library (LGLTM01).   *
      *  A template is one DOCTYPE - the notice type the letter is     *
      *  recorded under on CONTACT_HISTORY - in numbered versions,     *
      *  each with an effective date and up to six 60-byte blocks of   *
      *  wording.  The batch resolves the approved version in force    *
      *  on its run date into LT-TEMPLATE-ROW, then merges each        *
      *  letter's own values into LT-MERGED-LINE through the tokens:   *
      *                                                                *
      *     %NAME%    the customer's name          LT-MRG-NAME         *
      *     %POLICY%  the policy number            LT-MRG-POLICY       *
      *     %AMOUNT%  the amount the letter is for LT-MRG-AMOUNT       *
      *     %DATE%    the date the letter is for   LT-MRG-DATE         *
      *                                                                *
      *   No template in force leaves LT-VERSION zero and the blocks   *
      *  blank - the bureau and the gateways print their standing      *
      *  wording exactly as they did before the library existed, and   *
      *  CONTACT_HISTORY records TEMPLATEVERSION zero.                 *
      *                                                                *
      ******************************************************************
       01  LT-TEMPLATE-ROW.
           05 LT-DOCTYPE               PIC X(08).
           05 LT-VERSION               PIC S9(4) COMP VALUE 0.
           05 LT-EFFECTIVE-DATE        PIC X(10).
           05 LT-TEXT-BLOCKS.
              10 LT-TEXT-BLOCK-1       PIC X(60).
              10 LT-TEXT-BLOCK-2       PIC X(60).
              10 LT-TEXT-BLOCK-3       PIC X(60).
              10 LT-TEXT-BLOCK-4       PIC X(60).
              10 LT-TEXT-BLOCK-5       PIC X(60).
              10 LT-TEXT-BLOCK-6       PIC X(60).
           05 LT-TEXT-TABLE REDEFINES LT-TEXT-BLOCKS.
              10 LT-TEXT-BLOCK         PIC X(60) OCCURS 6 TIMES.

       01  LT-MERGE-FIELDS.
           05 LT-MRG-NAME              PIC X(31).
           05 LT-MRG-POLICY            PIC Z(09)9.
           05 LT-MRG-AMOUNT            PIC Z(08)9.99.
           05 LT-MRG-DATE              PIC X(10).

      * a merged block can outgrow its 60 bytes once a name or an
      * amount is in it - hence the wider line
       01  LT-MERGED-TEXT.
           05 LT-MERGED-LINE           PIC X(80) OCCURS 6 TIMES.
       01  LT-MERGED-MESSAGE REDEFINES LT-MERGED-TEXT
                                       PIC X(480).

       01  LT-MERGE-WORK.
           05 LT-BLK-IDX               PIC S9(4) COMP VALUE 0.
           05 LT-IN-POS                PIC S9(4) COMP VALUE 0.
           05 LT-OUT-POS               PIC S9(4) COMP VALUE 0.
           05 LT-LEAD                  PIC S9(4) COMP VALUE 0.
           05 LT-TOKEN                 PIC X(08).
