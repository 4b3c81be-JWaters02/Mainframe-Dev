      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : OPENPOR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE OPENPO OPEN              *
      *                PURCHASE-ORDER FILE, AN INDEXED FILE KEYED ON  *
      *                PO NUMBER, ITEM AND BRANCH - ONE RECORD PER    *
      *                POFILE ORDER LINE. POGEN OPENS EACH LINE WITH  *
      *                ITS ORDERED QUANTITY, GRNPOST ADDS THE         *
      *                QUANTITY RECEIVED FROM EACH DELIVERY NOTE AND  *
      *                CLOSES THE LINE ONCE NOTHING IS OUTSTANDING (A *
      *                PART DELIVERY LEAVES IT OPEN), POOVDUE LISTS   *
      *                LINES STILL OUTSTANDING PAST THE SUPPLIER LEAD *
      *                TIME AND REPLEN COUNTS THE OUTSTANDING         *
      *                QUANTITY AS ALREADY ON ORDER. INVMATCH ADDS    *
      *                THE QUANTITY OF EACH SUPPLIER INVOICE LINE     *
      *                APPROVED FOR PAYMENT SO NO RECEIPT IS PAID FOR *
      *                TWICE.                                         *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 OPEN-ORDER-RECORD.
          05 OP-KEY.
             10 OP-PO-NUMBER               PIC 9(06).
             10 OP-ITEM                    PIC X(06).
             10 OP-BRANCH                  PIC X(04).
          05 OP-SUPP-CODE                  PIC X(04).
          05 OP-ORDER-DATE                 PIC 9(08).
          05 OP-ORDERED-QTY                PIC 9(07).
          05 OP-RECEIVED-QTY               PIC 9(07).
          05 OP-OUTSTANDING-QTY            PIC 9(07).
          05 OP-INVOICED-QTY               PIC 9(07).
          05 OP-LAST-RECEIPT-DATE          PIC 9(08).
          05 OP-STATUS                     PIC X(01).
             88 OP-OPEN                    VALUE 'O'.
             88 OP-PART-RECEIVED           VALUE 'P'.
             88 OP-COMPLETE                VALUE 'C'.
             88 OP-OUTSTANDING             VALUE 'O' 'P'.
