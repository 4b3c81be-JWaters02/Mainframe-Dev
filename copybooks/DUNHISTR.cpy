      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : DUNHISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE DUNHIST PAYMENT REMINDER *
      *                HISTORY, KEYED ON PARTNER. HOLDS THE LAST      *
      *                REMINDER LEVEL SENT (1 REMINDER AT 7 DAYS      *
      *                OVERDUE, 2 FIRM LETTER AT 30, 3 FINAL NOTICE   *
      *                AT 90), THE DATE IT WAS SENT, THE OLDEST       *
      *                OVERDUE STATEMENT THAT OPENED THE REMINDER     *
      *                CYCLE AND THE OVERDUE TOTAL QUOTED. A NEW      *
      *                LETTER GOES ONLY WHEN THE LEVEL RISES OR A     *
      *                NEWER STATEMENT BECOMES THE OLDEST OVERDUE.    *
      *                WRITTEN BY DUNLTR.                             *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 DUNNING-HISTORY-RECORD.
          05 DH-PARTNER                    PIC X(02).
          05 DH-LAST-LEVEL                 PIC 9(01).
             88 DH-REMINDER                VALUE 1.
             88 DH-FIRM-LETTER             VALUE 2.
             88 DH-FINAL-NOTICE            VALUE 3.
          05 DH-LAST-DATE                  PIC 9(08).
          05 DH-CYCLE-STMT-DATE            PIC 9(08).
          05 DH-LAST-AMOUNT                PIC 9(11)V99.
