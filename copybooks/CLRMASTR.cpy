      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : CLRMASTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE CLRMAST CLEARANCE        *
      *                MASTER, AN INDEXED FILE KEYED ON THE ITEM CODE *
      *                WITH ONE RECORD FOR EVERY DISCONTINUED ITEM    *
      *                STILL HELD IN THE BRANCHES. CLRPLAN OPENS THE  *
      *                RECORD THE FIRST TIME IT FINDS THE ITEM        *
      *                DISCONTINUED, KEEPING THAT DATE AND THE RETAIL *
      *                PRICE AT THAT POINT AS THE BASE FOR THE        *
      *                MARKDOWN LADDER, AND RECORDS THE LADDER STEP   *
      *                AND PRICE LAST PROPOSED TO PRCPEND SO THAT     *
      *                EACH STEP IS PROPOSED ONLY ONCE. THE RECORD IS *
      *                REMOVED IF THE ITEM IS MADE ACTIVE AGAIN.      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 CLEARANCE-RECORD.
          05 CLR-ITEM                      PIC X(06).
          05 CLR-DISC-DATE                 PIC 9(08).
          05 CLR-BASE-RETAIL               PIC 9(05)V99.
          05 CLR-STEP                      PIC 9(01).
          05 CLR-PROPOSED-PRICE            PIC 9(05)V99.
          05 CLR-PROPOSED-DATE             PIC 9(08).
