      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : SHRKHSTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE SHRKHIST CUMULATIVE      *
      *                SHRINKAGE HISTORY. CYCCNT APPENDS ONE ENTRY    *
      *                PER COUNTED VARIANCE - POSTED STRAIGHT TO THE  *
      *                LEDGER WHEN WITHIN TOLERANCE, OR HELD FOR      *
      *                ADJREVW APPROVAL THROUGH ADJPEND - AND         *
      *                ADJAPPLY APPENDS AN APPROVED ENTRY WHEN A HELD *
      *                VARIANCE IS FINALLY POSTED. VALUES ARE SIGNED: *
      *                NEGATIVE FOR A LOSS, POSITIVE FOR A GAIN.      *
      *                SHRKRPT SUMMARISES IT BY BRANCH FOR A MONTH.   *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 SHRINK-HIST-RECORD.
          05 SH-COUNT-DATE                 PIC 9(08).
          05 SH-BRANCH                     PIC X(04).
          05 SH-ITEM                       PIC X(06).
          05 SH-BOOK-QTY                   PIC S9(09).
          05 SH-COUNTED-QTY                PIC 9(09).
          05 SH-VARIANCE-QTY               PIC S9(09).
          05 SH-COST-VALUE                 PIC S9(09)V99.
          05 SH-RETAIL-VALUE               PIC S9(09)V99.
          05 SH-STATUS                     PIC X(01).
             88 SH-POSTED                  VALUE 'P'.
             88 SH-HELD                    VALUE 'H'.
             88 SH-APPROVED                VALUE 'A'.
          05 SH-POST-DATE                  PIC 9(08).
