      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : CREDSTR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE CREDSTAT PARTNER CREDIT  *
      *                STATUS FILE WRITTEN NIGHTLY BY CREDEXP, ONE    *
      *                RECORD PER PARTNER. CARRIES THE CREDIT LIMIT   *
      *                (ZERO FOR NONE), THE EXPOSURE STRUCK FROM THE  *
      *                OUTSTANDING SETTLEMENT LEDGER BALANCE PLUS THE *
      *                UNSTATEMENTED RETAIL VALUE, AND THE CREDIT     *
      *                STATUS. EX3 HOLDS BACK THE MOVEMENTS OF A      *
      *                PARTNER ON HOLD, AND SALES THAT WOULD TAKE A   *
      *                PARTNER PAST ITS LIMIT.                        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 CREDIT-STATUS-RECORD.
          05 CS-PARTNER                    PIC X(02).
          05 CS-CREDIT-LIMIT               PIC 9(11)V99.
          05 CS-EXPOSURE                   PIC 9(11)V99.
          05 CS-STATUS                     PIC X(01).
             88 CS-ON-HOLD                 VALUE 'H'.
             88 CS-OVER-LIMIT              VALUE 'O'.
             88 CS-WITHIN-LIMIT            VALUE ' '.
          05 CS-CALC-DATE                  PIC 9(08).
