      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : PAYXREFR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE PAYXREF PAYER-REFERENCE  *
      *                CROSS-REFERENCE, AN INDEXED FILE KEYED ON THE  *
      *                PAYER REFERENCE THE BANK QUOTES ON A RECEIPT.  *
      *                EACH REFERENCE NAMES THE TRADING PARTNER WHOSE *
      *                STATEMENTS THE CASH SETTLES; A PARTNER MAY PAY *
      *                UNDER SEVERAL REFERENCES. AN INACTIVE          *
      *                REFERENCE IS KEPT FOR HISTORY BUT NO LONGER    *
      *                MATCHED. MAINTAINED BY PAYXMNT, READ BY        *
      *                REMITMCH.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 PAYER-XREF-RECORD.
          05 PX-PAYER-REF                  PIC X(18).
          05 PX-PARTNER                    PIC X(02).
          05 PX-PAYER-NAME                 PIC X(30).
          05 PX-STATUS                     PIC X(01).
             88 PX-ACTIVE                  VALUE 'A'.
             88 PX-INACTIVE                VALUE 'I'.
