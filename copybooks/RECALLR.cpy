      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : RECALLR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE RECALLS PRODUCT-RECALL   *
      *                MASTER, AN INDEXED FILE KEYED ON THE ITEM      *
      *                CODE, CARRYING THE RECALL DATE, REASON AND     *
      *                RECALLING SUPPLIER. MAINTAINED BY RCLMNT.      *
      *                WHILE A RECALL IS ACTIVE EX3 REJECTS EVERY     *
      *                SALE OF THE ITEM FROM THE RECALL DATE ONWARD,  *
      *                AND RCLRPT REPORTS THE STOCK STILL HELD AT     *
      *                EACH BRANCH.                                   *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 RECALL-RECORD.
          05 RCL-ITEM                      PIC X(06).
          05 RCL-RECALL-DATE               PIC 9(08).
          05 RCL-REASON                    PIC X(30).
          05 RCL-SUPP-CODE                 PIC X(04).
          05 RCL-STATUS                    PIC X(01).
             88 RCL-ACTIVE                 VALUE 'A'.
             88 RCL-CLOSED                 VALUE 'C'.
          05 RCL-ADDED-DATE                PIC 9(08).
