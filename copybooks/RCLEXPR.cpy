      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : RCLEXPR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE RCLEXP RECALL EXPOSURE   *
      *                FILE, AN INDEXED FILE KEYED ON ITEM PLUS       *
      *                BRANCH. WHEN RCLMNT ADDS A RECALL IT RECORDS   *
      *                EACH BRANCH'S STOCKLDG ON-HAND FOR THE ITEM AS *
      *                THE OPENING EXPOSURE; RECALL RETURNS KEYED     *
      *                THROUGH RCLMNT ARE COUNTED OFF AGAINST IT      *
      *                UNTIL THE BRANCH REACHES ZERO, WHEN THE        *
      *                CLEARED DATE IS SET. READ BY RCLRPT.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 RECALL-EXPOSURE-RECORD.
          05 RX-KEY.
             10 RX-ITEM                    PIC X(06).
             10 RX-BRANCH                  PIC X(04).
          05 RX-OPENING-QTY                PIC 9(09).
          05 RX-RETURNED-QTY               PIC 9(09).
          05 RX-LAST-RETURN-DATE           PIC 9(08).
          05 RX-CLEARED-DATE               PIC 9(08).
