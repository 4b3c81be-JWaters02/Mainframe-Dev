      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : BUDGETR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE BUDGET INDEXED BRANCH    *
      *                BUDGET MASTER, KEYED ON BRANCH, FISCAL YEAR    *
      *                AND FISCAL PERIOD (THE FISCAL FIELDS CARRIED   *
      *                ON CALENDAR). EACH RECORD HOLDS THE BUDGETED   *
      *                NET UNITS AND RETAIL VALUE FOR THE BRANCH IN   *
      *                THAT PERIOD. LOADED FROM FINANCE'S ANNUAL FILE *
      *                BY BUDLOAD AND MAINTAINED BY BUDMNT; BUDRPT    *
      *                MEASURES THE REPHIST ACTUALS AGAINST IT.       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 BUDGET-RECORD.
          05 BUD-KEY.
             10 BUD-BRANCH                 PIC X(04).
             10 BUD-FISCAL-YEAR            PIC 9(04).
             10 BUD-FISCAL-PERIOD          PIC 9(02).
          05 BUD-UNITS                     PIC 9(09).
          05 BUD-RETAIL-VALUE              PIC 9(11)V99.
          05 BUD-LAST-UPDATED              PIC 9(08).
