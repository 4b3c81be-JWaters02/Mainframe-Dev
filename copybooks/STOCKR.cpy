      *                                                                *
      *  Copybook    : STOCKR                                         *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE STOCKLDG PERPETUAL STOCK *
      *                LEDGER, AN INDEXED FILE KEYED ON ITEM PLUS     *
      *                BRANCH. STKLOAD ESTABLISHES OPENING BALANCES,  *
      *                STKPOST POSTS EACH NIGHT'S EX6 ITEM DETAIL     *
      *                (SALES DOWN, RETURNS AND ADJUSTMENTS UP), AND  *
      *                STKRPT PRINTS THE POSITION BY BRANCH WITH A    *
      *                NEGATIVE-STOCK EXCEPTION LISTING. CYCCNT       *
      *                RECONCILES CYCLE COUNTS AGAINST IT AND         *
      *                ADJAPPLY POSTS APPROVED COUNT VARIANCES.       *
      *                GRNPOST BOOKS IN GOODS RECEIVED AGAINST        *
      *                PURCHASE ORDERS, RCLMNT TAKES OFF STOCK        *
      *                RETURNED UNDER A PRODUCT RECALL, AND STKVALU   *
      *                VALUES IT AT STANDARD COST AND RETAIL.         *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
