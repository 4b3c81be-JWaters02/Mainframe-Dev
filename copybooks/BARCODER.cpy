      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : BARCODER                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE BARCODES INDEXED BARCODE *
      *                CROSS-REFERENCE MASTER, KEYED ON THE PRODUCT   *
      *                BARCODE, GIVING THE ITEM CODE AND OPTION THE   *
      *                BARCODE STANDS FOR. MAINTAINED BY BARCMNT;     *
      *                SRCMERGE TRANSLATES THE SUBMISSIONS OF         *
      *                BARCODE-FORMAT SOURCES THROUGH IT INTO THE     *
      *                STANDARD MOVEMENT LAYOUT.                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 BARCODE-RECORD.
          05 BCX-BARCODE                   PIC X(14).
          05 BCX-ITEM                      PIC X(06).
          05 BCX-OPTION                    PIC X(02).
          05 BCX-LAST-UPDATED              PIC 9(08).
