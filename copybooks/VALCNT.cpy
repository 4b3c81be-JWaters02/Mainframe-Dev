      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE VALCNT VALUE-CONTROL     *
      *                LEDGER - THE MONETARY TWIN OF BALCNT. EVERY    *
      *                STEP THAT HANDLES MOVEMENTS APPENDS ONE RECORD *
      *                PER FILE CARRYING ITS NET MOVEMENT VALUE       *
      *                (PRICE TIMES QUANTITY, RETURNS NETTED); THE    *
      *                BALANCE PROGRAM RECONCILES PRODUCER AGAINST    *
      *                CONSUMER VALUES AT END OF CHAIN AND FAILS THE  *
      *                RUN ON A VALUE MISMATCH JUST AS IT DOES ON A   *
      *                COUNT MISMATCH - A RUN CAN BALANCE ON COUNTS   *
      *                WHILE A SHIFTED PRICE FIELD CORRUPTS EVERY     *
      *                VALUE. GLJRNL ALSO PROVES THE GENERAL-LEDGER   *
      *                JOURNAL AGAINST THE BRCHOUT VALUE EX6 RECORDS  *
      *                HERE.                                          *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
