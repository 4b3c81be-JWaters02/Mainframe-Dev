      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : MERCHR                                         *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE MERCHIER INDEXED         *
      *                MERCHANDISE HIERARCHY MASTER, KEYED ON         *
      *                DEPARTMENT AND CATEGORY. A DEPARTMENT RECORD   *
      *                CARRIES A BLANK CATEGORY; EACH CATEGORY RECORD *
      *                SITS UNDER ITS DEPARTMENT, SO THE FILE READ IN *
      *                KEY ORDER GIVES EACH DEPARTMENT FOLLOWED BY    *
      *                ITS CATEGORIES. MAINTAINED BY MERCHMNT;        *
      *                ITEMMNT VALIDATES THE CATEGORY ON EACH ITEM    *
      *                AGAINST IT AND CATRPT ROLLS SALES UP BY IT.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 MERCH-RECORD.
          05 MH-KEY.
             10 MH-DEPT                    PIC X(02).
             10 MH-CATEGORY                PIC X(04).
          05 MH-DESC                       PIC X(30).
          05 MH-LAST-UPDATED               PIC 9(08).
