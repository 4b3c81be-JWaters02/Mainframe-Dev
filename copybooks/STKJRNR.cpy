      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : STKJRNR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE STKJRNL CUMULATIVE STOCK *
      *                JOURNAL. EVERY PROGRAM THAT CHANGES A STOCKLDG *
      *                POSITION APPENDS ONE ENTRY PER POSTING WITH    *
      *                THE SIGNED QUANTITY AND THE ON-HAND BALANCE    *
      *                BEFORE AND AFTER: STKPOST FOR THE NIGHT'S      *
      *                MOVEMENTS (S, R, A, O, I), CYCCNT AND ADJAPPLY *
      *                FOR COUNT VARIANCES (C), STKLOAD FOR           *
      *                OPENING-BALANCE LOADS (L), GRNPOST FOR GOODS   *
      *                RECEIVED AGAINST PURCHASE ORDERS (G), AND      *
      *                RCLMNT FOR STOCK RETURNED UNDER A PRODUCT      *
      *                RECALL (K). STKCARD PRINTS AN ITEM STOCK CARD  *
      *                FROM IT AND STKROLL CHECKS THAT OPENING        *
      *                BALANCE PLUS MOVEMENTS RECONCILES TO THE       *
      *                LEDGER.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 STOCK-JOURNAL-RECORD.
          05 SJ-KEY.
             10 SJ-ITEM                    PIC X(06).
             10 SJ-BRANCH                  PIC X(04).
          05 SJ-MOVEMENT-TYPE              PIC X(01).
             88 SJ-SALE                    VALUE 'S'.
             88 SJ-RETURN                  VALUE 'R'.
             88 SJ-ADJUSTMENT              VALUE 'A'.
             88 SJ-TRANSFER-OUT            VALUE 'O'.
             88 SJ-TRANSFER-IN             VALUE 'I'.
             88 SJ-COUNT-VARIANCE          VALUE 'C'.
             88 SJ-OPENING-LOAD            VALUE 'L'.
             88 SJ-GOODS-RECEIVED          VALUE 'G'.
             88 SJ-RECALL-RETURN           VALUE 'K'.
          05 SJ-QUANTITY                   PIC S9(09).
          05 SJ-RUN-NUMBER                 PIC 9(05).
          05 SJ-BUSINESS-DATE              PIC 9(08).
          05 SJ-BALANCE-BEFORE             PIC S9(09).
          05 SJ-BALANCE-AFTER              PIC S9(09).
          05 SJ-SOURCE-PROGRAM             PIC X(08).
