      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : TAXCODER                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE TAXCODE SALES-TAX RATE   *
      *                MASTER, KEYED ON TAX CODE PLUS THE DATE THE    *
      *                RATE TAKES EFFECT. A CODE CARRIES ONE RECORD   *
      *                PER RATE CHANGE; THE RATE IN FORCE ON A DATE   *
      *                IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT  *
      *                AFTER IT. THE RATE IS A PERCENTAGE TO THREE    *
      *                DECIMALS. MAINTAINED BY TAXMNT; ITEMMNT        *
      *                VALIDATES ITEM TAX CODES AGAINST IT AND        *
      *                TAXLKUP APPLIES IT.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 TAX-CODE-RECORD.
          05 TC-KEY.
             10 TC-CODE                    PIC X(02).
             10 TC-EFF-DATE                PIC 9(08).
          05 TC-DESC                       PIC X(30).
          05 TC-RATE                       PIC 9(02)V999.
