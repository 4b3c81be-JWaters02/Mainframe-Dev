      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : REVHISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE REVHIST STANDARD COST    *
      *                REVALUATION HISTORY, APPENDED BY COSTREV FOR   *
      *                EVERY ITEMMNT CHANGE TO ITEM-STD-COST. ONE     *
      *                RECORD IS KEPT FOR EACH BRANCH HOLDING THE     *
      *                ITEM, WITH THE OLD AND NEW COST, THE ON-HAND   *
      *                QUANTITY REVALUED AND THE SIGNED STOCK IMPACT  *
      *                (NEW COST LESS OLD COST TIMES ON-HAND); A      *
      *                CHANGE TO AN ITEM HELD NOWHERE IS KEPT AS A    *
      *                SINGLE RECORD WITH A BLANK BRANCH AND NO       *
      *                IMPACT. IT EXPLAINS MOVEMENTS IN STOCK VALUE   *
      *                AT COST THAT DID NOT COME FROM STOCK           *
      *                MOVEMENTS.                                     *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 REVALUATION-HISTORY-RECORD.
          05 RVH-ITEM                      PIC X(06).
          05 RVH-BRANCH                    PIC X(04).
          05 RVH-REGION                    PIC X(02).
          05 RVH-EFF-DATE                  PIC 9(08).
          05 RVH-OLD-COST                  PIC 9(05)V99.
          05 RVH-NEW-COST                  PIC 9(05)V99.
          05 RVH-ON-HAND                   PIC S9(09).
          05 RVH-IMPACT                    PIC S9(11)V99.
