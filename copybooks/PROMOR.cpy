      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : PROMOR                                         *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE PROMOS INDEXED PROMOTION *
      *                MASTER, KEYED ON PROMOTION ID THEN ITEM, WITH  *
      *                AN ALTERNATE KEY (DUPLICATES ALLOWED) ON THE   *
      *                ITEM. EACH RECORD PRICES ONE ITEM UNDER ONE    *
      *                PROMOTION FROM ITS START DATE TO ITS END DATE  *
      *                INCLUSIVE, FOR ONE REGION OR, WITH A BLANK     *
      *                REGION, FOR EVERY BRANCH. MAINTAINED BY        *
      *                PROMMNT; EX3 CHECKS THE PRICE OF A SALE OR     *
      *                RETURN AGAINST THE PROMOTIONAL PRICE WHILE THE *
      *                PROMOTION RUNS AND PROMEVAL REPORTS THE UPLIFT *
      *                ONCE IT HAS ENDED.                             *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 PROMO-RECORD.
          05 PR-KEY.
             10 PR-PROMO-ID                PIC X(06).
             10 PR-ITEM                    PIC X(06).
          05 PR-REGION                     PIC X(02).
             88 PR-ALL-REGIONS             VALUE SPACES.
          05 PR-PROMO-PRICE                PIC 9(05)V99.
          05 PR-START-DATE                 PIC 9(08).
          05 PR-END-DATE                   PIC 9(08).
          05 PR-DESC                       PIC X(30).
          05 PR-LAST-UPDATED               PIC 9(08).
