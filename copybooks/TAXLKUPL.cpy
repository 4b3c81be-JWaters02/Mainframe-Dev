      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : TAXLKUPL                                       *
      *                                                                *
      *  Function    : PARAMETER AREA PASSED TO THE TAXLKUP SALES-TAX *
      *                SUBROUTINE. THE CALLER SETS THE FUNCTION (L TO *
      *                LOOK UP, C TO CLOSE AT END OF RUN), THE ITEM,  *
      *                THE DATE AND THE TAXABLE VALUE (NEGATIVE FOR A *
      *                RETURN); TAXLKUP RETURNS THE ITEM'S TAX CODE,  *
      *                THE RATE IN FORCE ON THE DATE, THE TAX AND A   *
      *                RESULT CODE. AN ITEM THAT IS UNKNOWN, UNCODED  *
      *                OR HAS NO RATE IN FORCE IS RETURNED WITH ZERO  *
      *                TAX SO THE CALLER CAN REPORT IT; A RESULT OF 9 *
      *                MEANS THE MASTERS COULD NOT BE READ.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 TAXLKUP-PARM.
          05 TL-FUNCTION                   PIC X(01) VALUE 'L'.
             88 TL-LOOKUP                  VALUE 'L'.
             88 TL-CLOSE                   VALUE 'C'.
          05 TL-ITEM                       PIC X(06) VALUE SPACES.
          05 TL-DATE                       PIC 9(08) VALUE 0.
          05 TL-TAXABLE-VALUE              PIC S9(09)V99 VALUE 0.
          05 TL-TAX-CODE                   PIC X(02) VALUE SPACES.
          05 TL-TAX-RATE                   PIC 9(02)V999 VALUE 0.
          05 TL-TAX-VALUE                  PIC S9(09)V99 VALUE 0.
          05 TL-RESULT                     PIC X(01) VALUE SPACES.
             88 TL-TAXED                   VALUE '0'.
             88 TL-ITEM-UNKNOWN            VALUE '1'.
             88 TL-NO-TAX-CODE             VALUE '2'.
             88 TL-NO-RATE                 VALUE '3'.
             88 TL-FILE-ERROR              VALUE '9'.
